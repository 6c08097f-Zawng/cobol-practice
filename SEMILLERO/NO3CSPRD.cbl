      * DIVISA (ARCHIVO SPREADS): CUANDO LA CALLE SE PONE COMPETITIVA
      * EL GERENTE AJUSTA EL MARGEN EN PANTALLA EN VEZ DE PEDIR UN
      * CAMBIO DE PROGRAMA. NO6CDIVI PRECIA LA COMPRA Y LA VENTA
      * DESDE ESTE ARCHIVO. CADA AJUSTE QUEDA EN LA BITACORA DE
      * CAMBIOS (NO8CCAMB) CON EL MARGEN ANTERIOR Y EL NUEVO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO3CSPRD.
       01  LI                        PIC 9(02) VALUE ZEROS.
       01  WS-MASCA-PCT              PIC Z9.99 VALUE ZEROS.

      * BITACORA DE CAMBIOS: MARGENES ANTES DEL AJUSTE
       01  WS-ANT-COMPRA             PIC 9(02)V99 VALUE ZEROS.
       01  WS-ANT-VENTA              PIC 9(02)V99 VALUE ZEROS.
       01  RUT-NO8CCAMB              PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

               PERFORM 2-1-BUSCAR-SPREAD
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SPREADS = 1
               IF SW-SI-ENCONTRO
                   MOVE RSPR-PCT-COMPRA TO WS-ANT-COMPRA
                   MOVE RSPR-PCT-VENTA  TO WS-ANT-VENTA
                   MOVE WS-PCT-COMPRA TO RSPR-PCT-COMPRA
                   MOVE WS-PCT-VENTA  TO RSPR-PCT-VENTA
                   REWRITE REG-SPREAD END-REWRITE
                   IF WS-ESTADO-SPR = '00'
                       PERFORM 2-2-REGISTRA-CAMBIO
                   END-IF
               END-IF
               CLOSE SPREADS
           END-IF
               END-IF
               IF WS-ESTADO-SPR = '00' OR WS-ESTADO-SPR = '05'
                   WRITE REG-SPREAD
                   IF WS-ESTADO-SPR = '00'
                       PERFORM 2-2-REGISTRA-CAMBIO
                   END-IF
                   CLOSE SPREADS
               END-IF
           END-IF
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * BITACORA DE CAMBIOS: UN REGISTRO POR MARGEN QUE CAMBIO (EN UNA
      * DIVISA NUEVA EL VALOR ANTERIOR QUEDA EN BLANCO)
      *----------------------------------------------------------------*
       2-2-REGISTRA-CAMBIO.
           INITIALIZE NOCOCAMB
           MOVE 'SPREAD'        TO CCAM-E-ARCHIVO
           MOVE WS-CODIGO       TO CCAM-E-CLAVE
           MOVE 'PCT-COMPRA'    TO CCAM-E-CAMPO
           IF SW-SI-ENCONTRO
               MOVE WS-ANT-COMPRA TO WS-MASCA-PCT
               MOVE WS-MASCA-PCT  TO CCAM-E-ANTES
           END-IF
           MOVE WS-PCT-COMPRA   TO WS-MASCA-PCT
           MOVE WS-MASCA-PCT    TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'PCT-VENTA'     TO CCAM-E-CAMPO
           IF SW-SI-ENCONTRO
               MOVE WS-ANT-VENTA  TO WS-MASCA-PCT
               MOVE WS-MASCA-PCT  TO CCAM-E-ANTES
           END-IF
           MOVE WS-PCT-VENTA    TO WS-MASCA-PCT
           MOVE WS-MASCA-PCT    TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB.

       END PROGRAM NO3CSPRD.
