      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: CONVERSION POR UNICA VEZ DEL HISTORICO DE
      * TRANSACCIONES TRANSHIS DE SECUENCIAL A INDEXADO. EL ARCHIVO
      * SECUENCIAL (86, YA EN EL LAYOUT VIGENTE; SI VIENE EN 73 U 85
      * SE PASA ANTES POR NO9CCONV) SE RELEE COMPLETO Y CADA REGISTRO
      * SE GRABA EN TRANSHIS.NEW CON SU LLAVE: FECHA AAAAMMDD TOMADA
      * DE LA FECHA DEL REGISTRO, NUMERO DE OPERACION Y EL PRIMER
      * SECUENCIAL LIBRE PARA ESA FECHA Y NUMERO (LAS DOS PATAS DE UN
      * CRUCE, LA ANULACION Y SU ORIGINAL Y LOS REGISTROS VIEJOS SIN
      * NUMERO COMPARTEN FECHA Y NUMERO). LA LLAVE ALTERNA ES EL
      * DOCUMENTO DEL CLIENTE. EL OPERADOR RENOMBRA EL .NEW SOBRE EL
      * ORIGINAL UNA VEZ CUADREN LOS CONTADORES.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO9CINDX.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               BBVA.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HISTORICO SECUENCIAL VIEJO E INDEXADO NUEVO
           SELECT THIVIEJO ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT TRANSHIS ASSIGN TO './FILES/MONEY/TRANSHIS.NEW'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTHI-CLAVE
           ALTERNATE RECORD KEY IS RTHI-CLIENTE-DOC
                                   WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-NUE.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      * TRANSHIS VIEJO (86): MISMO LAYOUT, SIN LA LLAVE
       FD  THIVIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-THIVIEJO.
           02 VTHI-FECHA             PIC X(11).
           02 VTHI-DATOS             PIC X(75).

       FD  TRANSHIS LABEL RECORD STANDARD.
       COPY './COPYS/TRANSHIS.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-VIE             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-NUE             PIC X(02) VALUE SPACES.
       01  SW-FDA-VIEJO              PIC 9 VALUE ZEROS.
       01  SW-GRABADO                PIC 9 VALUE ZEROS.
       01  WS-LEIDOS                 PIC 9(06) VALUE ZEROS.
       01  WS-GRABADOS               PIC 9(06) VALUE ZEROS.
       01  WS-RECHAZADOS             PIC 9(06) VALUE ZEROS.
      * FECHA DEL REGISTRO (DDMMAA) VUELTA AAAAMMDD PARA LA LLAVE
       01  WS-FECHA-LLAVE            PIC 9(08) VALUE ZEROS.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'CONVERSION DE TRANSHIS A ARCHIVO INDEXADO'
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS WS-RECHAZADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT THIVIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR TRANSHIS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT TRANSHIS
               IF WS-ESTADO-NUE NOT = '00'
                   DISPLAY 'NO SE PUDO CREAR TRANSHIS.NEW: '
                           WS-ESTADO-NUE
                   CLOSE THIVIEJO
               ELSE
                   PERFORM 1000-PASAR-HISTORIA UNTIL SW-FDA-VIEJO = 1
                   CLOSE THIVIEJO TRANSHIS
                   PERFORM 9000-RESUMEN
               END-IF
           END-IF
           GOBACK.

       1000-PASAR-HISTORIA.
           READ THIVIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE REG-THIVIEJO TO REG-TRANSHIS
                    PERFORM 1100-ARMAR-LLAVE
                    PERFORM 1200-GRABAR-INDEXADO
           END-READ.

      * LA FECHA ILEGIBLE QUEDA EN CEROS: EL REGISTRO SE CONSERVA AL
      * PRINCIPIO DEL ARCHIVO Y NINGUN RANGO DE FECHAS LO TRAE
       1100-ARMAR-LLAVE.
           MOVE 20              TO WS-FECHA-LLAVE(1:2)
           MOVE VTHI-FECHA(5:2) TO WS-FECHA-LLAVE(3:2)
           MOVE VTHI-FECHA(3:2) TO WS-FECHA-LLAVE(5:2)
           MOVE VTHI-FECHA(1:2) TO WS-FECHA-LLAVE(7:2)
           IF WS-FECHA-LLAVE IS NOT NUMERIC
               MOVE ZEROS TO WS-FECHA-LLAVE
           END-IF
           MOVE WS-FECHA-LLAVE TO RTHI-CLA-FECHA
           IF RTHI-NUMERO IS NUMERIC
               MOVE RTHI-NUMERO TO RTHI-CLA-NUMERO
           ELSE
               MOVE ZEROS TO RTHI-CLA-NUMERO
           END-IF
           MOVE ZEROS TO RTHI-CLA-SEC.

      * LLAVE REPETIDA: SE PRUEBA EL SIGUIENTE SECUENCIAL
       1200-GRABAR-INDEXADO.
           MOVE 0 TO SW-GRABADO
           PERFORM UNTIL SW-GRABADO = 1
               WRITE REG-TRANSHIS
                     INVALID KEY ADD 1 TO RTHI-CLA-SEC
               END-WRITE
               IF WS-ESTADO-NUE NOT = '22'
                   MOVE 1 TO SW-GRABADO
               END-IF
           END-PERFORM
           IF WS-ESTADO-NUE = '00' OR WS-ESTADO-NUE = '02'
               ADD 1 TO WS-GRABADOS
           ELSE
               ADD 1 TO WS-RECHAZADOS
               DISPLAY 'REGISTRO ' WS-LEIDOS ' NO GRABADO: '
                       WS-ESTADO-NUE
           END-IF.

       9000-RESUMEN.
           DISPLAY 'LEIDOS:     ' WS-LEIDOS
           DISPLAY 'GRABADOS:   ' WS-GRABADOS
           DISPLAY 'RECHAZADOS: ' WS-RECHAZADOS
           DISPLAY 'SI CUADRAN, RENOMBRE EL .NEW SOBRE EL ORIGINAL'.

       END PROGRAM NO9CINDX.
