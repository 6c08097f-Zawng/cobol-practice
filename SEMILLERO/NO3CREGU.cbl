       FILE-CONTROL.
      * HISTORICO DE TRANSACCIONES (MESES YA CORTADOS)
           SELECT TRANSHIS ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTHI-CLAVE
           ALTERNATE RECORD KEY IS RTHI-CLIENTE-DOC
                                   WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-THI.
      * LIBRO DEL DIA (POR SI EL MES PEDIDO INCLUYE HOY)
           SELECT TRANSDIV ASSIGN TO './FILES/MONEY/TRANSDIV'

      * MES PEDIDO (MMAA, COMO VIAJA EN LA FECHA DEL LIBRO)
       01  WS-MES-PEDIDO             PIC 9(04) VALUE ZEROS.
      * RANGO DEL MES PEDIDO EN LA LLAVE DEL HISTORICO (AAAAMMDD)
       01  WS-THI-DESDE              PIC 9(08) VALUE ZEROS.
       01  WS-THI-HASTA              PIC 9(08) VALUE ZEROS.
       01  WS-UMBRAL                 PIC 9(12) VALUE 010000000.

      * AGREGADO POR DOCUMENTO DE CLIENTE
               CLOSE MONEYPAR
           END-IF.

      * EL HISTORICO SE LEE DESDE EL DIA 1 DEL MES PEDIDO HASTA QUE LA
      * LLAVE PASA DEL MES
       2000-AGREGAR-HISTORICO.
           MOVE 20                 TO WS-THI-DESDE(1:2)
           MOVE WS-MES-PEDIDO(3:2) TO WS-THI-DESDE(3:2)
           MOVE WS-MES-PEDIDO(1:2) TO WS-THI-DESDE(5:2)
           MOVE '01'               TO WS-THI-DESDE(7:2)
           MOVE WS-THI-DESDE       TO WS-THI-HASTA
           MOVE '31'               TO WS-THI-HASTA(7:2)
           MOVE 0 TO SW-FDA-TRANSHIS
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-THI = '00'
               MOVE WS-THI-DESDE TO RTHI-CLA-FECHA
               MOVE ZEROS        TO RTHI-CLA-NUMERO RTHI-CLA-SEC
               START TRANSHIS KEY IS NOT LESS THAN RTHI-CLAVE
                     INVALID KEY MOVE 1 TO SW-FDA-TRANSHIS
               END-START
               PERFORM 2010-LEER-HISTORICO UNTIL SW-FDA-TRANSHIS = 1
               CLOSE TRANSHIS
           END-IF.

       2010-LEER-HISTORICO.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-TRANSHIS
                NOT AT END
                    IF RTHI-CLA-FECHA > WS-THI-HASTA
                        MOVE 1 TO SW-FDA-TRANSHIS
                    ELSE
                        MOVE RTHI-FECHA       TO WS-TRN-FECHA
                        MOVE RTHI-OPERA       TO WS-TRN-OPERA
                        MOVE RTHI-VALOR       TO WS-TRN-VALOR
                        MOVE RTHI-CLIENTE-DOC TO WS-TRN-DOC
                        PERFORM 2500-AGREGAR-TRANSACCION
                    END-IF
           END-READ.

       3000-AGREGAR-LIBRO-DIA.
