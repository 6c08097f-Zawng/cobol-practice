      ******************************************************************
      * CAJONES - Posicion del cajon de cada cajero por divisa en la
      * casa de cambio: fondo entregado al abrir, cantidad esperada y
      * billetes esperados por corte (mismo orden de cortes que usa
      * NO1CMONY: 100, 50, 20, 10, 5, 1). Lo que no esta en un cajon
      * abierto esta en la boveda.
      *   ESTADO: 'A' = ABIERTO, 'D' = DEVUELTO A LA BOVEDA
      ******************************************************************
       01  REG-CAJON.
           02 RCJN-CAJERO            PIC X(10).
           02 RCJN-DIVISA            PIC X(03).
           02 RCJN-FECHA             PIC X(11).
           02 RCJN-ESTADO            PIC X(01).
           02 RCJN-FONDO             PIC 9(07).
           02 RCJN-CANTIDAD          PIC 9(07).
           02 RCJN-BILLETES          PIC 9(07) OCCURS 6 TIMES.
      * SUCURSAL DEL CAJON (0 = PRINCIPAL)
           02 RCJN-SUCURSAL          PIC 9(01).
