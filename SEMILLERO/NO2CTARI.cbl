      * OBJETIVO: MANTENIMIENTO DEL ARCHIVO DE TARIFAS DE LOS SERVICIOS
      * DE LA PARROQUIA, CON FECHA DE VIGENCIA, PARA QUE EL CONSEJO
      * PARROQUIAL PUEDA CARGAR LOS PRECIOS DEL ANO ENTRANTE SIN
      * LLAMAR A LOS PROGRAMADORES A RECOMPILAR NO1CSANM. CADA TARIFA
      * NUEVA QUEDA EN LA BITACORA DE CAMBIOS (NO8CCAMB) CON LA TARIFA
      * QUE REGIA ANTES PARA EL MISMO SERVICIO
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CTARI.
       01  LI                      PIC 9(02) VALUE ZEROS.
       01  WS-MASCARA              PIC $$,$$$,$$9 VALUE ZEROS.

      * BITACORA DE CAMBIOS: LA TARIFA QUE REGIA ANTES DE LA NUEVA
       01  WS-ANT-FECHA            PIC 9(08) VALUE ZEROS.
       01  WS-ANT-VALOR            PIC 9(07) VALUE ZEROS.
       01  WS-CAM-TARIFA.
           02 WS-CAM-VALOR         PIC 9(07).
           02 FILLER               PIC X(07) VALUE ' DESDE '.
           02 WS-CAM-FECHA         PIC 9(08).
       01  RUT-NO8CCAMB            PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

      * SALIDA
       01  REG-SAL-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
           PERFORM UNTIL WS-VALOR > ZEROS
               ACCEPT WS-VALOR           LINE 14 POSITION 12
           END-PERFORM
           PERFORM 1-2-1-TARIFA-ANTERIOR
           MOVE WS-SER      TO RTAR-COD-SERVICIO
           MOVE WS-VIGENCIA TO RTAR-FECHA-DESDE
           MOVE WS-VALOR    TO RTAR-VALOR
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-TARIFA END-WRITE
               CLOSE TARIFAS
               PERFORM 1-2-3-REGISTRA-CAMBIO
               DISPLAY 'TARIFA REGISTRADA, OPRIMA ENTER'
                                   LINE 24 POSITION 01
               ACCEPT WS-ENTER     LINE 24 POSITION 40
               ACCEPT WS-ENTER     LINE 23 POSITION 53
           END-IF.

      *----------------------------------------------------------------*
      * TARIFA QUE REGIA PARA EL SERVICIO ANTES DE LA NUEVA: LA DE
      * FECHA-DESDE MAS RECIENTE ANTERIOR A LA NUEVA VIGENCIA
      *----------------------------------------------------------------*
       1-2-1-TARIFA-ANTERIOR.
           MOVE ZEROS TO WS-ANT-FECHA WS-ANT-VALOR
           MOVE 0 TO SW-FDA-TARIFAS
           OPEN INPUT TARIFAS
           IF VAR-ESTADO = '00'
               PERFORM 1-2-2-LEER-ANTERIOR UNTIL SW-FDA-TARIFAS = 1
               CLOSE TARIFAS
           END-IF.

       1-2-2-LEER-ANTERIOR.
           READ TARIFAS AT END MOVE 1 TO SW-FDA-TARIFAS
                NOT AT END
                    IF RTAR-COD-SERVICIO = WS-SER
                       AND RTAR-FECHA-DESDE < WS-VIGENCIA
                       AND RTAR-FECHA-DESDE NOT < WS-ANT-FECHA
                        MOVE RTAR-FECHA-DESDE TO WS-ANT-FECHA
                        MOVE RTAR-VALOR       TO WS-ANT-VALOR
                    END-IF
           END-READ.

       1-2-3-REGISTRA-CAMBIO.
           INITIALIZE NOCOCAMB
           MOVE 'TARIFAS'     TO CCAM-E-ARCHIVO
           MOVE WS-SER        TO CCAM-E-CLAVE
           MOVE 'VALOR'       TO CCAM-E-CAMPO
           IF WS-ANT-FECHA > ZEROS
               MOVE WS-ANT-VALOR  TO WS-CAM-VALOR
               MOVE WS-ANT-FECHA  TO WS-CAM-FECHA
               MOVE WS-CAM-TARIFA TO CCAM-E-ANTES
           END-IF
           MOVE WS-VALOR      TO WS-CAM-VALOR
           MOVE WS-VIGENCIA   TO WS-CAM-FECHA
           MOVE WS-CAM-TARIFA TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB.

       1-3-CONSULTA-TODAS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY REG-SAL-DET-01           LINE 06 POSITION 01
