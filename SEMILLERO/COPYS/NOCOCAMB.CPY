      ******************************************************************
      * NOCOCAMB - Parametros de enlace para NO8CCAMB (bitacora de
      * cambios de los maestros). Compartido por NO8CCAMB, que lo
      * declara en su LINKAGE SECTION, y por los programas de
      * mantenimiento que hacen CALL a NO8CCAMB despues de grabar un
      * alta, una modificacion o un retiro, un CALL por campo.
      *   ARCHIVO: NOMBRE LOGICO DEL MAESTRO (TARIFAS, CELEBRAN, ...)
      *   CLAVE:   CLAVE DEL REGISTRO, EN TEXTO
      *   CAMPO:   NOMBRE DEL CAMPO QUE CAMBIO
      *   ANTES:   VALOR ANTERIOR (ESPACIOS EN UN ALTA)
      *   DESPUES: VALOR NUEVO
      *   USUARIO: QUIEN HIZO EL CAMBIO; EN ESPACIOS LA RUTINA TOMA EL
      *            ULTIMO INGRESO DE LOGSESION
      *   CODRETO: 00 REGISTRADO, 01 SIN CAMBIO (ANTES = DESPUES, NO
      *   SE REGISTRA), 02 ERROR AL ESCRIBIR LA BITACORA
      ******************************************************************
       01  NOCOCAMB.
           05 CCAM-E-ARCHIVO          PIC X(08).
           05 CCAM-E-CLAVE            PIC X(20).
           05 CCAM-E-CAMPO            PIC X(15).
           05 CCAM-E-ANTES            PIC X(30).
           05 CCAM-E-DESPUES          PIC X(30).
           05 CCAM-E-USUARIO          PIC X(10).
           05 CCAM-R-CODRETO          PIC X(02).
