      ******************************************************************
      * RECUPERA - Log de recuperaciones de cartera castigada: un
      * registro por cada pago recibido sobre un prestamo en estado
      * 'C', por ventanilla (NO4CSERV) o por el recaudo del banco
      * (NO4CBANC). El pago recoge primero la mora castigada y luego
      * el capital castigado. Lo lee NO4CCAST para el reporte de
      * recuperaciones.
      ******************************************************************
       01  REG-RECUPERA.
           02 RREC-FECHA             PIC X(10).
           02 RREC-NUMERO            PIC 9(06).
           02 RREC-VALOR             PIC 9(15)V9(02).
           02 RREC-A-MORA            PIC 9(13)V9(02).
           02 RREC-A-CAPITAL         PIC 9(15)V9(02).
      * 'CAJA' = VENTANILLA (NO4CSERV), 'BANCO' = RECAUDO (NO4CBANC)
           02 RREC-ORIGEN            PIC X(05).
           02 RREC-USUARIO           PIC X(10).
