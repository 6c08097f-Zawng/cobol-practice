      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: MANTENIMIENTO DE LA TASA DE REFERENCIA DE LOS
      * PRESTAMOS DE TASA VARIABLE (ARCHIVO TASAREF). CADA TASA
      * PUBLICADA SE REGISTRA CON SU FECHA DE VIGENCIA, QUIEN LA
      * REGISTRO Y CUANDO, SIN BORRAR LAS ANTERIORES: NO4CREPR TOMA
      * LA VIGENTE EN EL ANIVERSARIO DE CADA PRESTAMO. EL REGISTRO ES
      * SOLO DEL SUPERVISOR O DEL ADMINISTRADOR
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CTREF.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HISTORIA DE LA TASA DE REFERENCIA
           SELECT TASAREF ASSIGN TO './FILES/CREDITO/TASAREF'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-TRF.
      * LOG DE SESIONES Y MAESTRO DE USUARIOS
           SELECT LOGSESION ASSIGN TO '../FILES/USUARIOS/LOGSESION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LOG.
           SELECT USUARIOS ASSIGN TO '../FILES/USUARIOS/USUARIOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-USU.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  TASAREF LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TASAREF.cpy'.

       FD  LOGSESION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LOGSESION.
           02 RLOG-NOMBRE            PIC X(30).
           02 RLOG-FECHA             PIC X(10).
           02 RLOG-HORA              PIC X(08).
           02 RLOG-EVENTO            PIC X(01).

       FD  USUARIOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/USUARIOS.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-TRF             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-USU             PIC X(02) VALUE SPACES.
       01  SW-FDA-TASAREF            PIC 9 VALUE ZEROS.
       01  SW-FDA-LOG                PIC 9 VALUE ZEROS.
       01  SW-FDA-USUARIOS           PIC 9 VALUE ZEROS.

       01  WS-OPC                    PIC 9 VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  LI                        PIC 9(02) VALUE ZEROS.
       01  WS-TASA-EDI               PIC Z9.99.
       01  WS-FECHA-EDI              PIC X(10) VALUE SPACES.

      * OPERADOR DE TURNO Y SU ROL, CON EL MISMO MANEJO DE NO4CSERV:
      * SIN MAESTRO DE USUARIOS NO SE RESTRINGE ('*')
       01  WS-OPERADOR               PIC X(10) VALUE SPACES.
       01  WS-ROL                    PIC X(01) VALUE SPACES.
           88 ROL-PUEDE-REGISTRAR    VALUE 'A' 'S' '*'.

      * TASA NUEVA: VIGENCIA (DD/MM/AAAA) Y TASA MENSUAL
       01  WS-VIGENCIA               PIC X(10) VALUE SPACES.
       01  WS-VIGENCIA-AMD           PIC 9(08) VALUE ZEROS.
       01  WS-VIGENCIA-R             REDEFINES WS-VIGENCIA-AMD.
           02 WS-VIG-ANO             PIC 9(04).
           02 WS-VIG-MES             PIC 9(02).
           02 WS-VIG-DIA             PIC 9(02).
       01  WS-TASA-NUEVA             PIC 9(02)V99 VALUE ZEROS.
       01  WS-ULTIMA-VIGENCIA        PIC 9(08) VALUE ZEROS.
       01  WS-ULTIMA-TASA            PIC 9(02)V99 VALUE ZEROS.
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACES.
           88 WS-CONFIRMA-VALIDO     VALUE 'S' 'N'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 0-IDENTIFICAR-OPERADOR
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 3
           STOP RUN.

      *----------------------------------------------------------------*
      * IDENTIFICA AL OPERADOR DE TURNO (ULTIMO INGRESO DEL LOG DE
      * NO0C0003) Y SU ROL EN EL MAESTRO DE USUARIOS; SIN MAESTRO NO
      * SE RESTRINGE
      *----------------------------------------------------------------*
       0-IDENTIFICAR-OPERADOR.
           MOVE SPACES TO WS-OPERADOR WS-ROL
           MOVE 0 TO SW-FDA-LOG
           OPEN INPUT LOGSESION
           IF WS-ESTADO-LOG = '00'
               PERFORM 0-1-LEER-LOG UNTIL SW-FDA-LOG = 1
               CLOSE LOGSESION
           END-IF
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN INPUT USUARIOS
           IF WS-ESTADO-USU = '00'
               PERFORM 0-2-LEER-USUARIO UNTIL SW-FDA-USUARIOS = 1
               CLOSE USUARIOS
           ELSE
               MOVE '*' TO WS-ROL
           END-IF.

       0-1-LEER-LOG.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-LOG
                NOT AT END
                    IF RLOG-EVENTO = 'E' OR RLOG-EVENTO = SPACE
                        MOVE RLOG-NOMBRE(1:10) TO WS-OPERADOR
                    END-IF
           END-READ.

       0-2-LEER-USUARIO.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF RUSU-NOMBRE = WS-OPERADOR
                        MOVE RUSU-ROL TO WS-ROL
                        MOVE 1 TO SW-FDA-USUARIOS
                    END-IF
           END-READ.

       MENU-PRINCIPAL.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'TASA DE REFERENCIA'     LINE 02 POSITION 31
                   '1. HISTORIA DE LA TASA' LINE 05 POSITION 29
                   '2. REGISTRAR TASA PUBLICADA'
                                            LINE 06 POSITION 29
                   '3. SALIR'               LINE 07 POSITION 29
                   'QUE OPCION DESEA?: '    LINE 09 POSITION 29
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 4
               ACCEPT WS-OPC LINE 09 POSITION 49
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-HISTORIA
               WHEN 2 IF ROL-PUEDE-REGISTRAR
                          PERFORM 2-REGISTRAR
                      ELSE
                          DISPLAY 'OPCION RESERVADA AL SUPERVISOR O ADMI
      -                           'NISTRADOR'
                                            LINE 24 POSITION 15
                          ACCEPT WS-ENTER   LINE 24 POSITION 64
                      END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * HISTORIA COMPLETA, EN EL ORDEN EN QUE SE REGISTRO
      *----------------------------------------------------------------*
       1-HISTORIA.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'HISTORIA DE LA TASA DE REFERENCIA'
                                            LINE 02 POSITION 24
                   'VIGENTE DESDE   TASA MES   REGISTRO  FECHA REG.'
                                            LINE 03 POSITION 01
           MOVE 4 TO LI
           MOVE 0 TO SW-FDA-TASAREF
           OPEN INPUT TASAREF
           IF WS-ESTADO-TRF = '00'
               PERFORM 1-1-LEER-TASA UNTIL SW-FDA-TASAREF = 1
               CLOSE TASAREF
           ELSE
               DISPLAY '(NO HAY TASAS REGISTRADAS)'
                                            LINE 04 POSITION 05
           END-IF
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.

       1-1-LEER-TASA.
           READ TASAREF AT END MOVE 1 TO SW-FDA-TASAREF
                NOT AT END PERFORM 1-2-MOSTRAR-TASA
           END-READ.

       1-2-MOSTRAR-TASA.
           MOVE RTRF-FECHA TO WS-VIGENCIA-AMD
           PERFORM 9-FECHA-EDITADA
           MOVE RTRF-TASA TO WS-TASA-EDI
           DISPLAY WS-FECHA-EDI             LINE LI POSITION 01
                   WS-TASA-EDI              LINE LI POSITION 17
                   RTRF-USUARIO             LINE LI POSITION 28
                   RTRF-FECHA-REG           LINE LI POSITION 39
           ADD 1 TO LI
           IF LI = 23
               DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
               ACCEPT WS-ENTER              LINE 24 POSITION 60
               DISPLAY CLEAR-SCREEN
               MOVE 4 TO LI
           END-IF.

      *----------------------------------------------------------------*
      * REGISTRO DE UNA TASA PUBLICADA. LA HISTORIA VA EN ORDEN
      * CRONOLOGICO: LA VIGENCIA NUEVA NO PUEDE SER ANTERIOR A LA
      * ULTIMA REGISTRADA
      *----------------------------------------------------------------*
       2-REGISTRAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'REGISTRO DE TASA DE REFERENCIA'
                                            LINE 02 POSITION 25
           PERFORM 2-1-ULTIMA-TASA
           IF WS-ULTIMA-VIGENCIA > ZEROS
               MOVE WS-ULTIMA-VIGENCIA TO WS-VIGENCIA-AMD
               PERFORM 9-FECHA-EDITADA
               MOVE WS-ULTIMA-TASA TO WS-TASA-EDI
               DISPLAY 'ULTIMA REGISTRADA:'  LINE 04 POSITION 01
                       WS-TASA-EDI           LINE 04 POSITION 20
                       'VIGENTE DESDE'       LINE 04 POSITION 27
                       WS-FECHA-EDI          LINE 04 POSITION 41
           END-IF
           DISPLAY 'VIGENTE DESDE (DD/MM/AAAA):'
                                            LINE 06 POSITION 01
                   'TASA MENSUAL (EJ 01.10)   :'
                                            LINE 07 POSITION 01
           MOVE ZEROS TO WS-VIGENCIA-AMD
           PERFORM UNTIL WS-VIGENCIA-AMD > ZEROS
               MOVE SPACES TO WS-VIGENCIA
               ACCEPT WS-VIGENCIA           LINE 06 POSITION 29
               PERFORM 2-2-VALIDA-VIGENCIA
           END-PERFORM
           MOVE ZEROS TO WS-TASA-NUEVA
           PERFORM UNTIL WS-TASA-NUEVA > ZEROS
               ACCEPT WS-TASA-NUEVA         LINE 07 POSITION 29
           END-PERFORM
           DISPLAY 'CONFIRMA EL REGISTRO? (S/N):'
                                            LINE 09 POSITION 01
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA-VALIDO
               ACCEPT WS-CONFIRMA           LINE 09 POSITION 30
           END-PERFORM
           IF WS-CONFIRMA = 'S'
               PERFORM 2-3-GRABAR-TASA
           END-IF.

       2-1-ULTIMA-TASA.
           MOVE ZEROS TO WS-ULTIMA-VIGENCIA WS-ULTIMA-TASA
           MOVE 0 TO SW-FDA-TASAREF
           OPEN INPUT TASAREF
           IF WS-ESTADO-TRF = '00'
               PERFORM 2-1-1-LEER-ULTIMA UNTIL SW-FDA-TASAREF = 1
               CLOSE TASAREF
           END-IF.

       2-1-1-LEER-ULTIMA.
           READ TASAREF AT END MOVE 1 TO SW-FDA-TASAREF
                NOT AT END
                    MOVE RTRF-FECHA TO WS-ULTIMA-VIGENCIA
                    MOVE RTRF-TASA  TO WS-ULTIMA-TASA
           END-READ.

      * FECHA DD/MM/AAAA A AAAAMMDD; SI NO ES VALIDA O ES ANTERIOR A
      * LA ULTIMA VIGENCIA QUEDA EN CEROS Y SE VUELVE A PEDIR
       2-2-VALIDA-VIGENCIA.
           MOVE WS-VIGENCIA(7:4) TO WS-VIGENCIA-AMD(1:4)
           MOVE WS-VIGENCIA(4:2) TO WS-VIGENCIA-AMD(5:2)
           MOVE WS-VIGENCIA(1:2) TO WS-VIGENCIA-AMD(7:2)
           IF WS-VIGENCIA-AMD IS NOT NUMERIC
              OR WS-VIG-MES < 1 OR WS-VIG-MES > 12
              OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
               MOVE ZEROS TO WS-VIGENCIA-AMD
               DISPLAY 'FECHA INVALIDA              '
                                            LINE 24 POSITION 25
           ELSE
               IF WS-VIGENCIA-AMD < WS-ULTIMA-VIGENCIA
                   MOVE ZEROS TO WS-VIGENCIA-AMD
                   DISPLAY 'ANTERIOR A LA ULTIMA VIGENCIA'
                                            LINE 24 POSITION 25
               END-IF
           END-IF.

       2-3-GRABAR-TASA.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE WS-VIGENCIA-AMD TO RTRF-FECHA
           MOVE WS-TASA-NUEVA   TO RTRF-TASA
           MOVE WS-OPERADOR     TO RTRF-USUARIO
           MOVE WS-FEC-SIS      TO RTRF-FECHA-REG
           OPEN EXTEND TASAREF
      * SI LA HISTORIA NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-TRF = '35'
               OPEN OUTPUT TASAREF
           END-IF
           IF WS-ESTADO-TRF = '00' OR WS-ESTADO-TRF = '05'
               WRITE REG-TASAREF
               CLOSE TASAREF
               DISPLAY 'TASA REGISTRADA, OPRIMA ENTER'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 52
           ELSE
               DISPLAY 'ERROR ABRIENDO LA HISTORIA DE TASAS: '
                                            LINE 24 POSITION 10
                       WS-ESTADO-TRF        LINE 24 POSITION 47
               ACCEPT WS-ENTER              LINE 24 POSITION 52
           END-IF.

       9-FECHA-EDITADA.
           MOVE WS-VIGENCIA-AMD(7:2) TO WS-FECHA-EDI(1:2)
           MOVE '/'                  TO WS-FECHA-EDI(3:1)
           MOVE WS-VIGENCIA-AMD(5:2) TO WS-FECHA-EDI(4:2)
           MOVE '/'                  TO WS-FECHA-EDI(6:1)
           MOVE WS-VIGENCIA-AMD(1:4) TO WS-FECHA-EDI(7:4).

       END PROGRAM NO4CTREF.
