      * CORTO CONTRA EL VENCIMIENTO DE LA CUOTA, SALDO Y CIERRE EN
      * CERO), MANDA LOS NO ENCONTRADOS O SOBREPAGADOS AL ARCHIVO DE
      * RECHAZOS CON SU MOTIVO, E IMPRIME LA PAGINA DE CONTROL:
      * TOTALES DEL ARCHIVO CONTRA APLICADO CONTRA RECHAZADO. LOS
      * PAGOS SOBRE PRESTAMOS CASTIGADOS SE APLICAN COMO RECUPERACION
      * (LOG RECUPERA Y ASIENTO AL LIBRO MAYOR).
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CBANC.
      * PAGINA DE CONTROL DE LA CORRIDA
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/BANCCTRL'
           FILE STATUS IS WS-ESTADO-IMP.
      * LOG DE RECUPERACIONES DE CARTERA CASTIGADA (EL DE NO4CSERV)
           SELECT RECUPERA ASSIGN TO './FILES/CREDITO/RECUPERA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-RCP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       FD  RECUPERA LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/RECUPERA.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-BAN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAGO            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REC             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RCP             PIC X(02) VALUE SPACES.
       01  SW-FDA-BANCOPAG           PIC 9 VALUE ZEROS.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.

       01  WS-VAL-APLICADO           PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-RECHAZOS           PIC 9(05) VALUE ZEROS.
       01  WS-VAL-RECHAZADO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-RECUPERA           PIC 9(05) VALUE ZEROS.
       01  WS-VAL-RECUPERA           PIC 9(15)V99 VALUE ZEROS.
       01  WS-MOTIVO                 PIC X(30) VALUE SPACES.

      * RECUPERACION DE CASTIGADOS: MORA CASTIGADA PRIMERO, LUEGO EL
      * CAPITAL; ASIENTOS 1105/4255 Y REVERSION DE ORDEN 8620/8120
       01  WS-REC-A-MORA             PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-REC-A-CAPITAL          PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-CON-PERIODO            PIC X(06) VALUE SPACES.
       01  RUT-NO9CCONT              PIC X(08) VALUE 'NO9CCONT'.
       COPY './COPYS/NOCOCONT.CPY'.
       01  WS-MAS-DINERO             PIC $$$,$$$,$$$,$$$,$$9.99.

      *----------------------------------------------------------------*
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA-PRESTAMOS
                NOT AT END
                    IF RPRE-NUMERO = WS-LIN-NUMERO
                       AND (RPRE-ESTADO = 'A' OR RPRE-ESTADO = 'C')
                        MOVE 1 TO WS-ENCONTRADO
                        MOVE 1 TO SW-FDA-PRESTAMOS
                        IF RPRE-ESTADO = 'C'
                            PERFORM 3050-RECUPERA-UNO
                        ELSE
                            PERFORM 3020-APLICA-UNO
                        END-IF
                    END-IF
           END-READ.

               CLOSE PAGOSPRE
           END-IF.

      *----------------------------------------------------------------*
      * PAGO SOBRE UN PRESTAMO CASTIGADO: RECOGE LA MORA Y EL CAPITAL
      * CASTIGADOS (EL PRESTAMO SIGUE EN 'C'), QUEDA EN EL LOG DE
      * RECUPERACIONES Y SE ASIENTA CON LA FECHA DEL ARCHIVO
      *----------------------------------------------------------------*
       3050-RECUPERA-UNO.
           MOVE WS-LIN-VALOR TO WS-VALOR-PAGO
           IF WS-VALOR-PAGO > RPRE-SALDO + RPRE-MORA
               MOVE 0 TO WS-ENCONTRADO
               MOVE 'SOBREPAGO: SUPERA LO CASTIGADO' TO WS-MOTIVO
               PERFORM 4000-RECHAZAR
               MOVE 1 TO WS-ENCONTRADO
           ELSE
               MOVE ZEROS TO WS-REC-A-MORA WS-REC-A-CAPITAL
               IF WS-VALOR-PAGO NOT > RPRE-MORA
                   MOVE WS-VALOR-PAGO TO WS-REC-A-MORA
               ELSE
                   MOVE RPRE-MORA TO WS-REC-A-MORA
                   COMPUTE WS-REC-A-CAPITAL =
                           WS-VALOR-PAGO - RPRE-MORA
               END-IF
               SUBTRACT WS-REC-A-MORA    FROM RPRE-MORA
               SUBTRACT WS-REC-A-CAPITAL FROM RPRE-SALDO
               REWRITE REG-PRESTAMO END-REWRITE
               PERFORM 3060-GRABAR-RECUPERACION
               ADD 1 TO WS-TOT-APLICADOS WS-TOT-RECUPERA
               ADD WS-LIN-VALOR TO WS-VAL-APLICADO WS-VAL-RECUPERA
           END-IF.

       3060-GRABAR-RECUPERACION.
           MOVE WS-LIN-FECHA     TO RREC-FECHA
           MOVE WS-LIN-NUMERO    TO RREC-NUMERO
           MOVE WS-VALOR-PAGO    TO RREC-VALOR
           MOVE WS-REC-A-MORA    TO RREC-A-MORA
           MOVE WS-REC-A-CAPITAL TO RREC-A-CAPITAL
           MOVE 'BANCO'          TO RREC-ORIGEN
           MOVE 'RECAUDO'        TO RREC-USUARIO
           OPEN EXTEND RECUPERA
      * SI EL LOG NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-RCP = '35'
               OPEN OUTPUT RECUPERA
           END-IF
           IF WS-ESTADO-RCP = '00' OR WS-ESTADO-RCP = '05'
               WRITE REG-RECUPERA
               CLOSE RECUPERA
           END-IF
           MOVE WS-LIN-FECHA(7:4) TO WS-CON-PERIODO(1:4)
           MOVE WS-LIN-FECHA(4:2) TO WS-CON-PERIODO(5:2)
           INITIALIZE NOCOCONT
           MOVE 'RECUPERA'       TO CCON-E-EVENTO
           MOVE WS-VALOR-PAGO    TO CCON-E-VALOR
           PERFORM 3070-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE 'ORDENREC'       TO CCON-E-EVENTO
           MOVE WS-VALOR-PAGO    TO CCON-E-VALOR
           PERFORM 3070-LLAMA-CONTABLE.

      *----------------------------------------------------------------*
      * LAS CUENTAS SALEN DE LA REGLA DEL EVENTO EN REGLACON; SI NO
      * HAY REGLA, O SI USA UNA CUENTA QUE NO ESTA EN EL PLAN, EL
      * ASIENTO NO SE HACE Y QUEDA EL AVISO CON EL PRESTAMO
      *----------------------------------------------------------------*
       3070-LLAMA-CONTABLE.
           MOVE 'CREDITO'        TO CCON-E-ORIGEN
           MOVE WS-CON-PERIODO   TO CCON-E-PERIODO
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = '00' AND CCON-R-CODRETO NOT = '01'
               DISPLAY 'ASIENTO RECHAZADO, PRESTAMO ' WS-LIN-NUMERO
                       ': ' CCON-R-MENSAJE
           END-IF.

       4000-RECHAZAR.
           ADD 1 TO WS-TOT-RECHAZOS
           ADD WS-LIN-VALOR TO WS-VAL-RECHAZADO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-RECUPERA TO WS-MAS-DINERO
           STRING '  (RECUPERACIONES): ' WS-TOT-RECUPERA
                  '  VALOR: ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-RECHAZADO TO WS-MAS-DINERO
           STRING 'RECHAZADOS        : ' WS-TOT-RECHAZOS
                  '  VALOR: ' WS-MAS-DINERO
