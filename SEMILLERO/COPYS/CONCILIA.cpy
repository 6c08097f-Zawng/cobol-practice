      ******************************************************************
      * CONCILIA - Historia de las conciliaciones bancarias de
      * NO9CCONC, un registro por mes conciliado. El ultimo registro
      * dice hasta que mes va conciliada la cuenta (no se concilia dos
      * veces el mismo mes) y con que saldo cerro el extracto, que
      * debe ser el saldo inicial del extracto siguiente. El neto de
      * las fuentes que no pasan por la cuenta 1110 del mayor (nomina,
      * cuotas, liquidaciones, consignaciones de la parroquia) se
      * acumula mes a mes para armar el saldo segun libros.
      ******************************************************************
       01  REG-CONCILIA.
           02 RCNC-PERIODO           PIC X(06).
           02 RCNC-FECHA             PIC 9(08).
           02 RCNC-SALDO-BANCO       PIC S9(13)V99.
           02 RCNC-SALDO-LIBROS      PIC S9(13)V99.
           02 RCNC-CONCILIADAS       PIC 9(05).
           02 RCNC-ABIERTAS          PIC 9(05).
           02 RCNC-DIFERENCIA        PIC S9(13)V99.
           02 RCNC-NETO-FUENTES      PIC S9(13)V99.
