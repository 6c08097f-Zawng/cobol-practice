      ******************************************************************
      * EGRESO - Registro de un gasto pagado por la parroquia: fecha
      * del pago (DD/MM/AAAA, como las donaciones), categoria del
      * catalogo CATEGEGR, proveedor, numero del documento soporte
      * (factura, cuenta de cobro), forma de pago y valor. Lo graba
      * NO3CEGRE y lo resta el cierre de mes de NO1CSANM (los egresos
      * fechados en el periodo cerrado).
      *   FORMA-PAGO: E = EFECTIVO, C = CHEQUE, T = TRANSFERENCIA
      ******************************************************************
       01  REG-EGRESO.
           02 REGR-FECHA             PIC X(10).
           02 REGR-CATEGORIA         PIC 9(02).
           02 REGR-PROVEEDOR         PIC X(25).
           02 REGR-DOCUMENTO         PIC X(12).
           02 REGR-FORMA-PAGO        PIC A(01).
           02 REGR-VALOR             PIC 9(07).
           02 REGR-CONCEPTO          PIC X(30).
