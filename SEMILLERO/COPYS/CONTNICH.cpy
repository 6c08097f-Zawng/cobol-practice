      ******************************************************************
      * CONTNICH - Registro de un contrato de nicho del columbario: el
      * feligres que responde (telefono, llave del maestro FELIGRES),
      * el difunto cuyos restos ocupan el nicho, la modalidad (venta a
      * perpetuidad o arriendo por un plazo en anos), las fechas
      * (AAAAMMDD; el vencimiento en ceros para la venta), el valor y
      * el funeral del que salio (ceros si se tomo por fuera de una
      * reserva). Los pagos van a ABONICHO igual que los abonos de los
      * servicios. Lo graban NO2CNICH y NO1CSANM.
      *   MODALIDAD: V = VENTA, A = ARRIENDO
      *   ESTADO   : V = VIGENTE, R = RENOVADO (LO SIGUE OTRO
      *              CONTRATO DEL MISMO NICHO), E = EXHUMADO
      ******************************************************************
       01  REG-CONTNICH.
           02 RCNI-NUM-CONTRATO      PIC 9(04).
           02 RCNI-NICHO             PIC 9(04).
           02 RCNI-MODALIDAD         PIC A(01).
           02 RCNI-TELEFONO          PIC 9(10).
           02 RCNI-DIFUNTO           PIC X(30).
           02 RCNI-FEC-INICIO        PIC 9(08).
           02 RCNI-PLAZO             PIC 9(02).
           02 RCNI-FEC-VENCE         PIC 9(08).
           02 RCNI-VALOR             PIC 9(07).
           02 RCNI-NUM-SERVICIO      PIC 9(04).
           02 RCNI-ESTADO            PIC A(01).
