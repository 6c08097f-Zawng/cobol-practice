      ******************************************************************
      * MOVCAJON - Movimiento de efectivo entre la boveda y el cajon de
      * un cajero, con los billetes de cada corte y quien lo autorizo.
      *   TIPO: 'F' = FONDO INICIAL, 'R' = REPOSICION (BOVEDA A CAJON)
      *         'D' = DEVOLUCION (CAJON A BOVEDA)
      *         'C' = CIERRE (EL CAJON CONTADO EN EL ARQUEO VUELVE A
      *               LA BOVEDA)
      ******************************************************************
       01  REG-MOVCAJON.
           02 RMCJ-FECHA             PIC X(11).
           02 RMCJ-HORA              PIC X(08).
           02 RMCJ-CAJERO            PIC X(10).
           02 RMCJ-TIPO              PIC X(01).
           02 RMCJ-DIVISA            PIC X(03).
           02 RMCJ-CANTIDAD          PIC 9(07).
           02 RMCJ-BILLETES          PIC 9(07) OCCURS 6 TIMES.
           02 RMCJ-AUTORIZA          PIC X(10).
