      * UNA CUENTA Y AL HABER DE OTRA) EN EL LIBRO COMPARTIDO
      * LIBROMAYOR, PARA QUE EL CONTADOR DEJE DE RE-DIGITAR TOTALES
      * A MANO. EL BALANCE DE PRUEBA LO IMPRIME NO9CMAYO.
      * LAS CUENTAS DE CADA ASIENTO SALEN DE LA REGLA DEL ORIGEN Y
      * EL EVENTO EN REGLACON (SE MANTIENE EN NO9CMAYO); SI NO HAY
      * REGLA O SI ALGUNA DE SUS CUENTAS NO ESTA EN EL PLAN CUENTAS,
      * EL ASIENTO SE RECHAZA Y EL MOTIVO VUELVE A QUIEN LLAMA.
      * TAMPOCO SE ASIENTA EN UN ANO FISCAL QUE NO9CMAYO YA CERRO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO9CCONT.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MAY.
      * REGLAS DE ASIENTO POR ORIGEN Y EVENTO
           SELECT REGLACON ASSIGN TO '../FILES/CONTAB/REGLACON'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-REG.
      * PLAN DE CUENTAS DEL TALLER
           SELECT CUENTAS ASSIGN TO '../FILES/CONTAB/CUENTAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CUE.
      * SALDOS DE APERTURA QUE DEJA EL CIERRE DEL ANO FISCAL
           SELECT SALDOS ASSIGN TO '../FILES/CONTAB/SALDOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SAL.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/LIBROMAYOR.cpy'.

       FD  REGLACON LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/REGLACON.cpy'.

       FD  CUENTAS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CUENTAS.cpy'.

       FD  SALDOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SALDOS.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-SAL             PIC X(02) VALUE SPACES.
       01  SW-FDA-SALDOS             PIC 9 VALUE ZEROS.
       01  SW-ANO-CERRADO            PIC 9 VALUE ZEROS.
       01  WS-ANO-ASIENTO            PIC 9(04) VALUE ZEROS.
       01  WS-ESTADO-MAY             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REG             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CUE             PIC X(02) VALUE SPACES.
       01  WS-FECHA-HOY              PIC 9(08) VALUE ZEROS.
       01  SW-FDA-REGLACON           PIC 9 VALUE ZEROS.
       01  SW-FDA-CUENTAS            PIC 9 VALUE ZEROS.
       01  SW-REGLA-HALLADA          PIC 9 VALUE ZEROS.
       01  SW-DEBE-EN-PLAN           PIC 9 VALUE ZEROS.
       01  SW-HABER-EN-PLAN          PIC 9 VALUE ZEROS.
       01  WS-CTA-DEBE               PIC 9(04) VALUE ZEROS.
       01  WS-CTA-HABER              PIC 9(04) VALUE ZEROS.
       01  WS-CTA-RECHAZADA          PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       COPY './COPYS/NOCOCONT.CPY'.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING NOCOCONT.
       INICIO.
           MOVE SPACES TO CCON-R-MENSAJE
           MOVE ZEROS  TO CCON-R-CTA-DEBE CCON-R-CTA-HABER
           IF CCON-E-VALOR = ZEROS
               MOVE '01' TO CCON-R-CODRETO
               EXIT PROGRAM
           END-IF
           PERFORM VERIFICAR-ANO
           IF SW-ANO-CERRADO = 1
               MOVE '05' TO CCON-R-CODRETO
               STRING 'EL ANO ' WS-ANO-ASIENTO
                      ' YA ESTA CERRADO; NO SE ASIENTA EL PERIODO '
                      CCON-E-PERIODO
                      DELIMITED BY SIZE INTO CCON-R-MENSAJE
               EXIT PROGRAM
           END-IF
           PERFORM BUSCAR-REGLA
           IF SW-REGLA-HALLADA = 0
               MOVE '03' TO CCON-R-CODRETO
               STRING 'NO HAY REGLA DE ASIENTO PARA EL ORIGEN '
                      DELIMITED BY SIZE
                      CCON-E-ORIGEN DELIMITED BY SPACE
                      ' Y EL EVENTO ' DELIMITED BY SIZE
                      CCON-E-EVENTO DELIMITED BY SPACE
                      INTO CCON-R-MENSAJE
               EXIT PROGRAM
           END-IF
           PERFORM VALIDAR-CUENTAS
           IF SW-DEBE-EN-PLAN = 0 OR SW-HABER-EN-PLAN = 0
               MOVE '04' TO CCON-R-CODRETO
               IF SW-DEBE-EN-PLAN = 0
                   MOVE WS-CTA-DEBE  TO WS-CTA-RECHAZADA
               ELSE
                   MOVE WS-CTA-HABER TO WS-CTA-RECHAZADA
               END-IF
               STRING 'LA CUENTA ' WS-CTA-RECHAZADA
                      ' DE LA REGLA ' DELIMITED BY SIZE
                      CCON-E-ORIGEN DELIMITED BY SPACE
                      '/' DELIMITED BY SIZE
                      CCON-E-EVENTO DELIMITED BY SPACE
                      ' NO ESTA EN EL PLAN'
                      DELIMITED BY SIZE
                      INTO CCON-R-MENSAJE
               EXIT PROGRAM
           END-IF
      * EL CONTRA-ASIENTO VA AL REVES DE LA REGLA
           IF CCON-E-REVERSO = 'S'
               MOVE WS-CTA-HABER TO CCON-R-CTA-DEBE
               MOVE WS-CTA-DEBE  TO CCON-R-CTA-HABER
           ELSE
               MOVE WS-CTA-DEBE  TO CCON-R-CTA-DEBE
               MOVE WS-CTA-HABER TO CCON-R-CTA-HABER
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN EXTEND LIBROMAYOR
      * SI EL LIBRO NO EXISTE TODAVIA, SE CREA AQUI
               MOVE WS-FECHA-HOY    TO RMAY-FECHA
               MOVE CCON-E-PERIODO  TO RMAY-PERIODO
               MOVE CCON-E-ORIGEN   TO RMAY-ORIGEN
               MOVE CCON-R-CTA-DEBE TO RMAY-CUENTA
               MOVE 'D'             TO RMAY-NATURALEZA
               MOVE CCON-E-VALOR    TO RMAY-VALOR
               WRITE REG-LIBROMAYOR
               MOVE CCON-R-CTA-HABER TO RMAY-CUENTA
               MOVE 'C'             TO RMAY-NATURALEZA
               WRITE REG-LIBROMAYOR
               CLOSE LIBROMAYOR
               MOVE '00' TO CCON-R-CODRETO
           ELSE
               MOVE '02' TO CCON-R-CODRETO
               STRING 'ERROR ' WS-ESTADO-MAY
                      ' ESCRIBIENDO EN EL LIBRO MAYOR'
                      DELIMITED BY SIZE INTO CCON-R-MENSAJE
           END-IF
           EXIT PROGRAM.

      *----------------------------------------------------------------*
      * EL ANO DEL PERIODO ESTA CERRADO SI YA HAY SALDOS DE APERTURA
      * DE UN ANO POSTERIOR
      *----------------------------------------------------------------*
       VERIFICAR-ANO.
           MOVE CCON-E-PERIODO(1:4) TO WS-ANO-ASIENTO
           MOVE 0 TO SW-ANO-CERRADO SW-FDA-SALDOS
           OPEN INPUT SALDOS
           IF WS-ESTADO-SAL = '00'
               PERFORM LEER-SALDO
                   UNTIL SW-FDA-SALDOS = 1 OR SW-ANO-CERRADO = 1
               CLOSE SALDOS
           END-IF.

       LEER-SALDO.
           READ SALDOS AT END MOVE 1 TO SW-FDA-SALDOS
                NOT AT END
                    IF RSAL-ANO > WS-ANO-ASIENTO
                        MOVE 1 TO SW-ANO-CERRADO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * REGLA DEL ORIGEN Y EL EVENTO; SI EL ARCHIVO DE REGLAS NO
      * EXISTE TODAVIA NO HAY NINGUNA REGLA
      *----------------------------------------------------------------*
       BUSCAR-REGLA.
           MOVE 0 TO SW-REGLA-HALLADA SW-FDA-REGLACON
           OPEN INPUT REGLACON
           IF WS-ESTADO-REG = '00'
               PERFORM LEER-REGLA
                   UNTIL SW-FDA-REGLACON = 1 OR SW-REGLA-HALLADA = 1
               CLOSE REGLACON
           END-IF.

       LEER-REGLA.
           READ REGLACON AT END MOVE 1 TO SW-FDA-REGLACON
                NOT AT END
                    IF RREG-ORIGEN = CCON-E-ORIGEN
                       AND RREG-EVENTO = CCON-E-EVENTO
                        MOVE 1 TO SW-REGLA-HALLADA
                        MOVE RREG-CTA-DEBE  TO WS-CTA-DEBE
                        MOVE RREG-CTA-HABER TO WS-CTA-HABER
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LAS DOS CUENTAS DE LA REGLA TIENEN QUE ESTAR EN EL PLAN
      *----------------------------------------------------------------*
       VALIDAR-CUENTAS.
           MOVE 0 TO SW-DEBE-EN-PLAN SW-HABER-EN-PLAN SW-FDA-CUENTAS
           OPEN INPUT CUENTAS
           IF WS-ESTADO-CUE = '00'
               PERFORM LEER-CUENTA UNTIL SW-FDA-CUENTAS = 1
               CLOSE CUENTAS
           END-IF.

       LEER-CUENTA.
           READ CUENTAS AT END MOVE 1 TO SW-FDA-CUENTAS
                NOT AT END
                    IF RCUE-CODIGO = WS-CTA-DEBE
                        MOVE 1 TO SW-DEBE-EN-PLAN
                    END-IF
                    IF RCUE-CODIGO = WS-CTA-HABER
                        MOVE 1 TO SW-HABER-EN-PLAN
                    END-IF
           END-READ.

       END PROGRAM NO9CCONT.
