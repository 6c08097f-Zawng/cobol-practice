      ******************************************************************
      * FALSOS - Registro de billetes falsos retenidos en caja. Un
      * registro por billete; los billetes de una misma retencion
      * comparten el numero de la constancia que se le entrega al
      * cliente. Lo graba NO1CMONY al recontar una compra en efectivo
      * y el supervisor actualiza la cadena de custodia del billete.
      ******************************************************************
       01  REG-FALSO.
           02 RFAL-NUMERO            PIC 9(06).
           02 RFAL-FECHA             PIC X(11).
           02 RFAL-HORA              PIC X(08).
           02 RFAL-DIVISA            PIC X(03).
           02 RFAL-DENOM             PIC 9(03).
           02 RFAL-SERIE             PIC X(15).
           02 RFAL-DOC               PIC X(12).
           02 RFAL-CAJERO            PIC X(10).
      * CUSTODIA: 'B' EN BOVEDA, 'E' ENTREGADO AL BANCO, 'P' ENTREGADO
      * A LA POLICIA
           02 RFAL-ESTADO            PIC X(01).
              88 RFAL-EN-BOVEDA      VALUE 'B'.
              88 RFAL-EN-BANCO       VALUE 'E'.
              88 RFAL-EN-POLICIA     VALUE 'P'.
           02 RFAL-FEC-ESTADO        PIC X(11).
           02 RFAL-RESPONSABLE       PIC X(10).
           02 RFAL-RECIBE            PIC X(25).
