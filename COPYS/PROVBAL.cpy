      ******************************************************************
      * PROVBAL - Saldo acumulado de prestaciones sociales de un
      * empleado: prima, cesantias e intereses de cesantias causados
      * mes a mes por PROVISIO y todavia no pagados. El pago de un
      * beneficio (PROVISIO) y la liquidacion definitiva (LIQFINAL)
      * lo descuentan.
      ******************************************************************
       01  REG-PROVBAL.
           05 RPRB-ID                 PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPRB-PRIMA              PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RPRB-CESANTIAS          PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RPRB-INTERESES          PIC 9(11)V99.
