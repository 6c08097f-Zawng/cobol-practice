      ******************************************************************
      * CAMBIOS - Bitacora de cambios de los maestros que escribe
      * NO8CCAMB y consulta NO8CCABR: un registro por campo cambiado,
      * con el valor anterior y el nuevo.
      *   FECHA:   AAAAMMDD       HORA: HHMMSS
      *   ARCHIVO: TARIFAS, CELEBRAN, AUSENCIA, SUCURSAL, SPREAD,
      *            WATCHLST, FELIGRES, USUARIOS, PRESTAMO
      *   ANTES:   ESPACIOS CUANDO EL REGISTRO ES NUEVO
      ******************************************************************
       01  REG-CAMBIOS.
           02 RCAM-FECHA             PIC 9(08).
           02 RCAM-HORA              PIC 9(06).
           02 RCAM-USUARIO           PIC X(10).
           02 RCAM-ARCHIVO           PIC X(08).
           02 RCAM-CLAVE             PIC X(20).
           02 RCAM-CAMPO             PIC X(15).
           02 RCAM-ANTES             PIC X(30).
           02 RCAM-DESPUES           PIC X(30).
