      ******************************************************************
      * REPRECIO - Log de repreciaciones de los prestamos de tasa
      * variable: un registro por cada prestamo que NO4CREPR reprecio
      * en su aniversario, con la tasa de referencia tomada de
      * TASAREF, el spread, la tasa y la cuota antes y despues, y el
      * capital pendiente sobre el que se recalcularon las cuotas que
      * restan.
      ******************************************************************
       01  REG-REPRECIO.
           02 RREP-FECHA             PIC 9(08).
           02 RREP-NUMERO            PIC 9(06).
           02 RREP-ANIVERSARIO       PIC 9(08).
           02 RREP-TASA-REF          PIC 9(02)V99.
           02 RREP-SPREAD            PIC 9(02)V99.
           02 RREP-TASA-ANTES        PIC 9(02)V99.
           02 RREP-TASA-NUEVA        PIC 9(02)V99.
           02 RREP-CUOTA-ANTES       PIC 9(15)V9(02).
           02 RREP-CUOTA-NUEVA       PIC 9(15)V9(02).
           02 RREP-CAP-PENDIENTE     PIC 9(15)V9(02).
           02 RREP-CUOTAS-RESTAN     PIC 9(03).
           02 RREP-SALDO-ANTES       PIC 9(15)V9(02).
           02 RREP-SALDO-NUEVO       PIC 9(15)V9(02).
