      * fin de dia de NO1CMONY traslada las operaciones del dia para
      * que TRANSDIV quede vacio para manana. Lo leen la reimpresion
      * de cierres pasados y las auditorias.
      * Archivo indexado: llave RTHI-CLAVE (fecha AAAAMMDD, numero de
      * operacion y secuencial) y llave alterna RTHI-CLIENTE-DOC con
      * duplicados, para ir directo a un rango de fechas o a un
      * cliente sin recorrer todo el historico.
      ******************************************************************
       01  REG-TRANSHIS.
           02 RTHI-FECHA             PIC X(11).
           02 RTHI-NUMERO            PIC 9(06).
           02 RTHI-CAJERO            PIC X(10).
           02 RTHI-UTILIDAD          PIC S9(10)V99.
      * SUCURSAL DONDE SE HIZO LA OPERACION (0 = PRINCIPAL)
           02 RTHI-SUCURSAL          PIC 9(01).
      * LLAVE DEL HISTORICO. EL SECUENCIAL SEPARA LOS REGISTROS QUE
      * COMPARTEN FECHA Y NUMERO (LAS DOS PATAS DE UN CRUCE, LA
      * ANULACION Y SU ORIGINAL, LOS TRASLADOS SIN NUMERO)
           02 RTHI-CLAVE.
              03 RTHI-CLA-FECHA      PIC 9(08).
              03 RTHI-CLA-NUMERO     PIC 9(06).
              03 RTHI-CLA-SEC        PIC 9(03).
