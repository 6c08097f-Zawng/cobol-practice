      ******************************************************************
      * ABONICHO - Registro de un abono (pago parcial) de un contrato
      * de nicho del columbario, con el numero del contrato como
      * llave, igual que ABONOS para los servicios: el saldo pendiente
      * es el valor del contrato menos la suma de sus abonos. Lo graba
      * NO2CNICH y lo suma el cierre de mes de NO1CSANM como renglon
      * propio de ingreso (los abonos fechados en el periodo cerrado).
      ******************************************************************
       01  REG-ABONICHO.
           02 RABN-NUM-CONTRATO      PIC 9(04).
           02 RABN-FECHA             PIC X(10).
           02 RABN-VALOR             PIC 9(07).
