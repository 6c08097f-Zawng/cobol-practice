      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: PERFIL DE CONOCIMIENTO DEL CLIENTE DE LA CASA DE
      * CAMBIO (ARCHIVO PERFILES). EL REGISTRO DE CLIENTES SOLO TIENE
      * DOCUMENTO, NOMBRE Y TELEFONO; CUMPLIMIENTO PIDE ADEMAS
      * OCUPACION, ORIGEN DE FONDOS, VOLUMEN MENSUAL DECLARADO, PEP Y
      * NACIONALIDAD. CON ESOS DATOS Y CON LA ACTIVIDAD REAL DEL
      * CLIENTE EN TRANSHIS (CONTRA LO DECLARADO) SE CALIFICA EL
      * RIESGO (BAJO, MEDIO, ALTO) Y SE FIJA LA FECHA DE REVISION.
      * NO1CMONY AVISA AL CAPTURAR UN CLIENTE DE RIESGO ALTO O CON LA
      * REVISION VENCIDA Y EXIGE AL SUPERVISOR SOBRE EL UMBRAL DE
      * APROBACION QUE SE FIJA AQUI. LA LISTA MENSUAL DE PERFILES
      * POR REVISAR SE ENTREGA AL SPOOL.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO3CPERF.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PERFILES DE CLIENTE (LOS CONSULTA NO1CMONY)
           SELECT PERFILES ASSIGN TO './FILES/MONEY/PERFILES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PER.
      * REGISTRO DE CLIENTES (NOMBRES)
           SELECT CLIENTES ASSIGN TO './FILES/MONEY/CLIENTES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CLI.
      * HISTORICO DE TRANSACCIONES (ACTIVIDAD REAL DEL CLIENTE)
           SELECT TRANSHIS ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTHI-CLAVE
           ALTERNATE RECORD KEY IS RTHI-CLIENTE-DOC
                                   WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-THI.
      * LIBRO DEL DIA (LO OPERADO HOY TODAVIA NO ESTA EN TRANSHIS)
           SELECT TRANSDIV ASSIGN TO './FILES/MONEY/TRANSDIV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-TRA.
      * UMBRAL DE APROBACION DEL SUPERVISOR PARA CLIENTES CON ALERTA
           SELECT KYCPAR ASSIGN TO './FILES/MONEY/KYCPAR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-KYP.
      * LISTA MENSUAL DE PERFILES POR REVISAR
           SELECT IMPRESOR ASSIGN TO './FILES/MONEY/REVPERF'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PERFILES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERFILES.cpy'.

       FD  CLIENTES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CLIENTES.cpy'.

       FD  TRANSHIS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TRANSHIS.cpy'.

       FD  TRANSDIV LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TRANSDIV.cpy'.

       FD  KYCPAR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-KYCPAR.
           02 RKYP-UMBRAL            PIC 9(12).

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PER             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CLI             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-THI             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-TRA             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-KYP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA-PERFILES           PIC 9 VALUE ZEROS.
       01  SW-FDA-CLIENTES           PIC 9 VALUE ZEROS.
       01  SW-FDA-TRANSHIS           PIC 9 VALUE ZEROS.
       01  SW-FDA-TRANSDIV           PIC 9 VALUE ZEROS.
       01  WS-OPC                    PIC 9 VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  LI                        PIC 9(02) VALUE ZEROS.

       01  WS-DOC                    PIC X(12) VALUE SPACES.
       01  WS-NOMBRE                 PIC X(25) VALUE SPACES.
       01  WS-CLI-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-PER-HALLADO            PIC 9 VALUE ZEROS.
      * EL PERFIL NUEVO SE GUARDA APARTE MIENTRAS SE BUSCA EL VIEJO
       01  WS-PER-NUEVO              PIC X(81) VALUE SPACES.

      * UMBRAL DE APROBACION (SI NO HAY ARCHIVO, RIGE EL COMPILADO)
       01  WS-UMBRAL                 PIC 9(12) VALUE 020000000.

      * FECHAS: HOY EN AAAAMMDD Y COMO ENTERO DE DIAS
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-INT-HOY                PIC 9(07) VALUE ZEROS.
       01  WS-INT-FEC                PIC 9(07) VALUE ZEROS.
       01  WS-FEC-TRN                PIC 9(08) VALUE ZEROS.
       01  WS-VENTANA                PIC 9(03) VALUE 090.
      * LECTURA DEL HISTORICO: POR DOCUMENTO (LLAVE ALTERNA) CUANDO SE
      * PERFILA UN SOLO CLIENTE, O DESDE EL PRIMER DIA DE LA VENTANA
      * (LLAVE PRINCIPAL) CUANDO SE RECALCULAN TODOS
       01  WS-THI-DOC                PIC X(12) VALUE SPACES.
       01  WS-THI-DESDE              PIC 9(08) VALUE ZEROS.
       01  WS-MES-PEDIDO             PIC 9(04) VALUE ZEROS.
       01  WS-MES-LIMITE             PIC 9(06) VALUE ZEROS.

      * ACTIVIDAD DE LOS ULTIMOS 90 DIAS POR DOCUMENTO
       01  WS-NUM-DOCS               PIC 9(03) VALUE ZEROS.
       01  TABLA-DOCS.
           02 TAB-DOC                OCCURS 1 TO 500 TIMES
                                     DEPENDING ON WS-NUM-DOCS.
              03 TAB-DOC-DOC         PIC X(12).
              03 TAB-DOC-TOTAL       PIC S9(14)V99.
       01  DI                        PIC 9(03) VALUE ZEROS.
       01  SW-DOC-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-TRN-FECHA              PIC X(11) VALUE SPACES.
       01  WS-TRN-OPERA              PIC X(01) VALUE SPACES.
       01  WS-TRN-VALOR              PIC 9(12)V99 VALUE ZEROS.
       01  WS-TRN-DOC                PIC X(12) VALUE SPACES.

      * CALIFICACION
       01  WS-PUNTAJE                PIC 9(02) VALUE ZEROS.
       01  WS-ANOS-REVISION          PIC 9(01) VALUE ZEROS.
       01  WS-NOM-RIESGO             PIC X(05) VALUE SPACES.
       01  WS-TOT-BAJO               PIC 9(05) VALUE ZEROS.
       01  WS-TOT-MEDIO              PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ALTO               PIC 9(05) VALUE ZEROS.
       01  WS-TOT-LISTA              PIC 9(05) VALUE ZEROS.

      * NOMBRES DE LAS OCUPACIONES Y DE LOS ORIGENES DE FONDOS
       01  WS-LISTA-OCUPACIONES.
           02 FILLER                 PIC X(20) VALUE 'EMPLEADO'.
           02 FILLER                 PIC X(20) VALUE 'INDEPENDIENTE'.
           02 FILLER                 PIC X(20) VALUE 'PENSIONADO'.
           02 FILLER                 PIC X(20)
                                     VALUE 'ESTUDIANTE U HOGAR'.
           02 FILLER                 PIC X(20)
                                     VALUE 'COMERCIO DE EFECTIVO'.
       01  WS-LISTA-OCUPACIONES-R    REDEFINES WS-LISTA-OCUPACIONES.
           02 TAB-NOM-OCUPA          PIC X(20) OCCURS 5 TIMES.
       01  WS-LISTA-FONDOS.
           02 FILLER                 PIC X(20) VALUE 'SALARIO'.
           02 FILLER                 PIC X(20) VALUE 'NEGOCIO PROPIO'.
           02 FILLER                 PIC X(20) VALUE 'PENSION O RENTA'.
           02 FILLER                 PIC X(20)
                                     VALUE 'REMESAS DEL EXTERIOR'.
           02 FILLER                 PIC X(20) VALUE 'OTRO'.
       01  WS-LISTA-FONDOS-R         REDEFINES WS-LISTA-FONDOS.
           02 TAB-NOM-FONDOS         PIC X(20) OCCURS 5 TIMES.
       01  OC                        PIC 9(01) VALUE ZEROS.

       01  WS-MASCA-OPER             PIC $$$$,$$$,$$$,$$$.99.
       01  WS-MASCA-OPER2            PIC $$$$,$$$,$$$,$$$.99.
       01  WS-MASCA-FEC              PIC 9999/99/99.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-SIS)
           PERFORM 0-CARGAR-UMBRAL
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 5
           STOP RUN.

       0-CARGAR-UMBRAL.
           OPEN INPUT KYCPAR
           IF WS-ESTADO-KYP = '00'
               READ KYCPAR AT END CONTINUE
                    NOT AT END MOVE RKYP-UMBRAL TO WS-UMBRAL
               END-READ
               CLOSE KYCPAR
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PERFIL Y RIESGO DEL CLIENTE'
                                            LINE 02 POSITION 27
                   '1. PERFIL DE UN CLIENTE'
                                            LINE 05 POSITION 30
                   '2. RECALCULAR EL RIESGO DE TODOS'
                                            LINE 06 POSITION 30
                   '3. LISTA DE REVISION DEL MES'
                                            LINE 07 POSITION 30
                   '4. UMBRAL DE APROBACION'
                                            LINE 08 POSITION 30
                   '5. SALIR'               LINE 09 POSITION 30
                   'QUE OPCION DESEA?: '    LINE 11 POSITION 30
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 6
               ACCEPT WS-OPC LINE 11 POSITION 50
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-PERFIL-CLIENTE
               WHEN 2 PERFORM 2-RECALCULAR
               WHEN 3 PERFORM 3-LISTA-REVISION
               WHEN 4 PERFORM 4-UMBRAL
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CAPTURA (O ACTUALIZACION) DEL PERFIL DE UN CLIENTE YA
      * REGISTRADO: SE PIDEN TODOS LOS DATOS DE NUEVO, SE MIDE SU
      * ACTIVIDAD REAL Y SE CALIFICA; LA FECHA DEL PERFIL ES HOY
      *----------------------------------------------------------------*
       1-PERFIL-CLIENTE.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PERFIL DEL CLIENTE'     LINE 02 POSITION 30
                   'DOCUMENTO:'             LINE 04 POSITION 01
           MOVE SPACES TO WS-DOC
           PERFORM UNTIL WS-DOC > SPACES
               ACCEPT WS-DOC                LINE 04 POSITION 13
           END-PERFORM
           PERFORM 9-1-BUSCAR-CLIENTE
           IF WS-CLI-HALLADO = 0
               DISPLAY 'EL DOCUMENTO NO ESTA EN EL REGISTRO DE CLIENTES'
                                            LINE 06 POSITION 01
               ACCEPT WS-ENTER              LINE 06 POSITION 50
           ELSE
               DISPLAY WS-NOMBRE            LINE 04 POSITION 27
               PERFORM 9-2-BUSCAR-PERFIL
               IF WS-PER-HALLADO = 1
                   PERFORM 1-1-MOSTRAR-ACTUAL
               END-IF
               PERFORM 1-2-CAPTURA-DATOS
               MOVE WS-DOC TO WS-THI-DOC
               PERFORM 2-1-ACUMULAR-ACTIVIDAD
               PERFORM 9-3-ACTIVIDAD-DOC
               MOVE WS-FEC-SIS TO RPER-FEC-PERFIL
               PERFORM 9-4-CALIFICAR
               PERFORM 1-3-GRABAR-PERFIL
               MOVE RPER-VOLUMEN-REAL TO WS-MASCA-OPER
               MOVE RPER-FEC-REVISION TO WS-MASCA-FEC
               DISPLAY 'ACTIVIDAD MENSUAL REAL:' LINE 19 POSITION 01
                       WS-MASCA-OPER        LINE 19 POSITION 25
                       'RIESGO:'            LINE 20 POSITION 01
                       WS-NOM-RIESGO        LINE 20 POSITION 09
                       'PUNTAJE:'           LINE 20 POSITION 17
                       RPER-PUNTAJE         LINE 20 POSITION 26
                       'PROXIMA REVISION:'  LINE 20 POSITION 31
                       WS-MASCA-FEC         LINE 20 POSITION 49
               DISPLAY 'PERFIL GRABADO, OPRIMA ENTER'
                                            LINE 22 POSITION 01
               ACCEPT WS-ENTER              LINE 22 POSITION 31
           END-IF.

       1-1-MOSTRAR-ACTUAL.
           MOVE RPER-FEC-PERFIL   TO WS-MASCA-FEC
           MOVE RPER-RIESGO       TO WS-NOM-RIESGO
           PERFORM 9-5-NOMBRE-RIESGO
           DISPLAY 'PERFIL ACTUAL DEL'      LINE 05 POSITION 01
                   WS-MASCA-FEC             LINE 05 POSITION 19
                   'RIESGO'                 LINE 05 POSITION 31
                   WS-NOM-RIESGO            LINE 05 POSITION 38
           MOVE RPER-FEC-REVISION TO WS-MASCA-FEC
           DISPLAY 'REVISION'               LINE 05 POSITION 45
                   WS-MASCA-FEC             LINE 05 POSITION 54.

       1-2-CAPTURA-DATOS.
           MOVE WS-DOC TO RPER-DOCUMENTO
           MOVE 7 TO LI
           PERFORM VARYING OC FROM 1 BY 1 UNTIL OC > 5
               DISPLAY OC                   LINE LI POSITION 01
                       TAB-NOM-OCUPA(OC)    LINE LI POSITION 03
                       TAB-NOM-FONDOS(OC)   LINE LI POSITION 40
               ADD 1 TO LI
           END-PERFORM
           DISPLAY 'OCUPACION (1-5):'       LINE 13 POSITION 01
           MOVE ZEROS TO RPER-OCUPACION
           PERFORM UNTIL RPER-OCUPACION > 0 AND < 6
               ACCEPT RPER-OCUPACION        LINE 13 POSITION 18
           END-PERFORM
           DISPLAY 'DETALLE:'               LINE 13 POSITION 21
           MOVE SPACES TO RPER-OCUPA-DETALLE
           ACCEPT RPER-OCUPA-DETALLE        LINE 13 POSITION 30
           DISPLAY 'ORIGEN DE FONDOS (1-5):' LINE 14 POSITION 01
           MOVE ZEROS TO RPER-FONDOS
           PERFORM UNTIL RPER-FONDOS > 0 AND < 6
               ACCEPT RPER-FONDOS           LINE 14 POSITION 25
           END-PERFORM
           DISPLAY 'VOLUMEN MENSUAL DECLARADO:'
                                            LINE 15 POSITION 01
           MOVE ZEROS TO RPER-VOLUMEN-DECL
           PERFORM UNTIL RPER-VOLUMEN-DECL > ZEROS
               ACCEPT RPER-VOLUMEN-DECL     LINE 15 POSITION 28
           END-PERFORM
           DISPLAY 'PERSONA EXPUESTA POLITICAMENTE (S/N):'
                                            LINE 16 POSITION 01
           MOVE SPACES TO RPER-PEP
           PERFORM UNTIL RPER-PEP = 'S' OR RPER-PEP = 'N'
               ACCEPT RPER-PEP              LINE 16 POSITION 39
           END-PERFORM
           DISPLAY 'NACIONALIDAD (COL, VEN, USA...):'
                                            LINE 17 POSITION 01
           MOVE SPACES TO RPER-NACIONALIDAD
           PERFORM UNTIL RPER-NACIONALIDAD > SPACES
               ACCEPT RPER-NACIONALIDAD     LINE 17 POSITION 34
           END-PERFORM.

      * EL PERFIL EXISTENTE SE REESCRIBE; EL NUEVO SE AGREGA AL FINAL
       1-3-GRABAR-PERFIL.
           MOVE REG-PERFIL TO WS-PER-NUEVO
           IF WS-PER-HALLADO = 1
               MOVE 0 TO WS-PER-HALLADO
               MOVE 0 TO SW-FDA-PERFILES
               OPEN I-O PERFILES
               IF WS-ESTADO-PER = '00'
                   PERFORM 1-3-1-UBICA-PERFIL
                       UNTIL SW-FDA-PERFILES = 1 OR WS-PER-HALLADO = 1
                   IF WS-PER-HALLADO = 1
                       MOVE WS-PER-NUEVO TO REG-PERFIL
                       REWRITE REG-PERFIL END-REWRITE
                   END-IF
                   CLOSE PERFILES
               END-IF
           ELSE
               OPEN EXTEND PERFILES
      * SI EL ARCHIVO DE PERFILES NO EXISTE TODAVIA, SE CREA AQUI
               IF WS-ESTADO-PER = '35'
                   OPEN OUTPUT PERFILES
               END-IF
               IF WS-ESTADO-PER = '00' OR WS-ESTADO-PER = '05'
                   WRITE REG-PERFIL
                   CLOSE PERFILES
               END-IF
           END-IF
           MOVE WS-PER-NUEVO TO REG-PERFIL.

       1-3-1-UBICA-PERFIL.
           READ PERFILES AT END MOVE 1 TO SW-FDA-PERFILES
                NOT AT END
                    IF RPER-DOCUMENTO = WS-DOC
                        MOVE 1 TO WS-PER-HALLADO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * RECALCULO DEL RIESGO DE TODOS LOS PERFILES CON LA ACTIVIDAD
      * REAL DE HOY (LOS DATOS DECLARADOS NO CAMBIAN). LA REVISION
      * SE VUELVE A CONTAR DESDE LA FECHA DEL PERFIL, ASI QUE EL
      * CLIENTE QUE SUBE DE RIESGO QUEDA PARA REVISION MAS PRONTO.
      *----------------------------------------------------------------*
       2-RECALCULAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'RECALCULANDO EL RIESGO DE LOS PERFILES...'
                                            LINE 03 POSITION 05
           MOVE SPACES TO WS-THI-DOC
           PERFORM 2-1-ACUMULAR-ACTIVIDAD
           MOVE ZEROS TO WS-TOT-BAJO WS-TOT-MEDIO WS-TOT-ALTO
           MOVE 0 TO SW-FDA-PERFILES
           OPEN I-O PERFILES
           IF WS-ESTADO-PER = '00'
               PERFORM 2-4-RECALCULA-PERFIL UNTIL SW-FDA-PERFILES = 1
               CLOSE PERFILES
           END-IF
           DISPLAY 'RIESGO BAJO :'          LINE 05 POSITION 05
                   WS-TOT-BAJO              LINE 05 POSITION 20
                   'RIESGO MEDIO:'          LINE 06 POSITION 05
                   WS-TOT-MEDIO             LINE 06 POSITION 20
                   'RIESGO ALTO :'          LINE 07 POSITION 05
                   WS-TOT-ALTO              LINE 07 POSITION 20
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 09 POSITION 05
           ACCEPT WS-ENTER                  LINE 09 POSITION 35.

      *----------------------------------------------------------------*
      * ACTIVIDAD DE LOS ULTIMOS 90 DIAS POR DOCUMENTO, EN EL HISTORICO
      * Y EN EL LIBRO DEL DIA; LA ANULACION RESTA COMO EN EL EXPORTE
      * REGULATORIO DE NO3CREGU
      *----------------------------------------------------------------*
       2-1-ACUMULAR-ACTIVIDAD.
           MOVE ZEROS TO WS-NUM-DOCS
           MOVE 0 TO SW-FDA-TRANSHIS
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-THI = '00'
               PERFORM 2-1-1-POSICIONA-HISTORICO
               PERFORM 2-2-LEER-HISTORICO UNTIL SW-FDA-TRANSHIS = 1
               CLOSE TRANSHIS
           END-IF
           MOVE 0 TO SW-FDA-TRANSDIV
           OPEN INPUT TRANSDIV
           IF WS-ESTADO-TRA = '00'
               PERFORM 2-3-LEER-LIBRO UNTIL SW-FDA-TRANSDIV = 1
               CLOSE TRANSDIV
           END-IF.

       2-1-1-POSICIONA-HISTORICO.
           IF WS-THI-DOC > SPACES
               MOVE WS-THI-DOC TO RTHI-CLIENTE-DOC
               START TRANSHIS KEY IS = RTHI-CLIENTE-DOC
                     INVALID KEY MOVE 1 TO SW-FDA-TRANSHIS
               END-START
           ELSE
               COMPUTE WS-THI-DESDE = FUNCTION DATE-OF-INTEGER
                       (WS-INT-HOY - WS-VENTANA + 1)
               MOVE WS-THI-DESDE TO RTHI-CLA-FECHA
               MOVE ZEROS        TO RTHI-CLA-NUMERO RTHI-CLA-SEC
               START TRANSHIS KEY IS NOT LESS THAN RTHI-CLAVE
                     INVALID KEY MOVE 1 TO SW-FDA-TRANSHIS
               END-START
           END-IF.

      * POR DOCUMENTO SE PARA AL CAMBIAR DE CLIENTE; POR FECHA SIGUE
      * HASTA EL FINAL (LA VENTANA LLEGA HASTA HOY)
       2-2-LEER-HISTORICO.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-TRANSHIS
                NOT AT END
                    IF WS-THI-DOC > SPACES
                       AND RTHI-CLIENTE-DOC NOT = WS-THI-DOC
                        MOVE 1 TO SW-FDA-TRANSHIS
                    ELSE
                        MOVE RTHI-FECHA       TO WS-TRN-FECHA
                        MOVE RTHI-OPERA       TO WS-TRN-OPERA
                        MOVE RTHI-VALOR       TO WS-TRN-VALOR
                        MOVE RTHI-CLIENTE-DOC TO WS-TRN-DOC
                        PERFORM 2-5-AGREGAR-TRANSACCION
                    END-IF
           END-READ.

       2-3-LEER-LIBRO.
           READ TRANSDIV AT END MOVE 1 TO SW-FDA-TRANSDIV
                NOT AT END
                    MOVE RTRA-FECHA       TO WS-TRN-FECHA
                    MOVE RTRA-OPERA       TO WS-TRN-OPERA
                    MOVE RTRA-VALOR       TO WS-TRN-VALOR
                    MOVE RTRA-CLIENTE-DOC TO WS-TRN-DOC
                    PERFORM 2-5-AGREGAR-TRANSACCION
           END-READ.

       2-4-RECALCULA-PERFIL.
           READ PERFILES AT END MOVE 1 TO SW-FDA-PERFILES
                NOT AT END
                    MOVE RPER-DOCUMENTO TO WS-DOC
                    PERFORM 9-3-ACTIVIDAD-DOC
                    PERFORM 9-4-CALIFICAR
                    REWRITE REG-PERFIL END-REWRITE
                    EVALUATE RPER-RIESGO
                        WHEN 'B' ADD 1 TO WS-TOT-BAJO
                        WHEN 'M' ADD 1 TO WS-TOT-MEDIO
                        WHEN 'A' ADD 1 TO WS-TOT-ALTO
                    END-EVALUATE
           END-READ.

       2-5-AGREGAR-TRANSACCION.
           MOVE 20                TO WS-FEC-TRN(1:2)
           MOVE WS-TRN-FECHA(5:2) TO WS-FEC-TRN(3:2)
           MOVE WS-TRN-FECHA(3:2) TO WS-FEC-TRN(5:2)
           MOVE WS-TRN-FECHA(1:2) TO WS-FEC-TRN(7:2)
           IF WS-FEC-TRN IS NUMERIC
              AND WS-TRN-DOC > SPACES
              AND (WS-TRN-OPERA = 'C' OR WS-TRN-OPERA = 'V'
                   OR WS-TRN-OPERA = 'A')
               COMPUTE WS-INT-FEC =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-TRN)
               IF WS-INT-FEC > ZEROS
                  AND WS-INT-FEC NOT > WS-INT-HOY
                  AND WS-INT-HOY - WS-INT-FEC < WS-VENTANA
                   PERFORM 2-6-UBICAR-DOCUMENTO
                   IF WS-TRN-OPERA = 'A'
                       SUBTRACT WS-TRN-VALOR FROM TAB-DOC-TOTAL(DI)
                   ELSE
                       ADD WS-TRN-VALOR TO TAB-DOC-TOTAL(DI)
                   END-IF
               END-IF
           END-IF.

       2-6-UBICAR-DOCUMENTO.
           MOVE 0 TO SW-DOC-HALLADO
           PERFORM VARYING DI FROM 1 BY 1
                   UNTIL DI > WS-NUM-DOCS OR SW-DOC-HALLADO = 1
               IF TAB-DOC-DOC(DI) = WS-TRN-DOC
                   MOVE 1 TO SW-DOC-HALLADO
               END-IF
           END-PERFORM
           IF SW-DOC-HALLADO = 1
               SUBTRACT 1 FROM DI
           ELSE
               IF WS-NUM-DOCS < 500
                   ADD 1 TO WS-NUM-DOCS
                   MOVE WS-NUM-DOCS TO DI
                   MOVE WS-TRN-DOC TO TAB-DOC-DOC(DI)
                   MOVE ZEROS TO TAB-DOC-TOTAL(DI)
               ELSE
                   MOVE WS-NUM-DOCS TO DI
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LISTA DEL MES (MMAA): LOS PERFILES CUYA REVISION CAE EN EL MES
      * O ANTES (LOS VENCIDOS SIGUEN SALIENDO HASTA QUE SE REVISEN)
      *----------------------------------------------------------------*
       3-LISTA-REVISION.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'MES DE LA LISTA (MMAA):' LINE 03 POSITION 05
           MOVE ZEROS TO WS-MES-PEDIDO
           PERFORM UNTIL WS-MES-PEDIDO(1:2) > '00'
                     AND WS-MES-PEDIDO(1:2) < '13'
               ACCEPT WS-MES-PEDIDO          LINE 03 POSITION 30
           END-PERFORM
           MOVE 20                  TO WS-MES-LIMITE(1:2)
           MOVE WS-MES-PEDIDO(3:2)  TO WS-MES-LIMITE(3:2)
           MOVE WS-MES-PEDIDO(1:2)  TO WS-MES-LIMITE(5:2)
           MOVE ZEROS TO WS-TOT-LISTA
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LA LISTA'
                                            LINE 05 POSITION 05
               ACCEPT WS-ENTER              LINE 05 POSITION 30
           ELSE
               MOVE SPACES TO REG-IMPRESOR
               STRING 'PERFILES DE CLIENTE POR REVISAR - MES '
                      WS-MES-PEDIDO(1:2) '/' WS-MES-PEDIDO(3:2)
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER PAGE
               MOVE 'DOCUMENTO    NOMBRE                    RIESGO REVIS
      -             'ION   ACTIVIDAD VS DECLARADO' TO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 2
               MOVE 0 TO SW-FDA-PERFILES
               OPEN INPUT PERFILES
               IF WS-ESTADO-PER = '00'
                   PERFORM 3-1-UN-PERFIL UNTIL SW-FDA-PERFILES = 1
                   CLOSE PERFILES
               END-IF
               MOVE SPACES TO REG-IMPRESOR
               STRING 'PERFILES POR REVISAR: ' WS-TOT-LISTA
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 2
               CLOSE IMPRESOR
               MOVE 'MONEY'                   TO CSPO-E-SISTEMA
               MOVE 'REVISIONKYC'             TO CSPO-E-TIPO
               MOVE './FILES/MONEY/REVPERF'   TO CSPO-E-ORIGEN
               MOVE 'F'                       TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               DISPLAY 'PERFILES POR REVISAR:'
                                            LINE 05 POSITION 05
                       WS-TOT-LISTA         LINE 05 POSITION 27
               DISPLAY 'LISTA ENVIADA AL SPOOL, OPRIMA ENTER'
                                            LINE 07 POSITION 05
               ACCEPT WS-ENTER              LINE 07 POSITION 42
           END-IF.

       3-1-UN-PERFIL.
           READ PERFILES AT END MOVE 1 TO SW-FDA-PERFILES
                NOT AT END
                    IF RPER-FEC-REVISION(1:6) NOT > WS-MES-LIMITE
                        PERFORM 3-2-LINEA-PERFIL
                    END-IF
           END-READ.

       3-2-LINEA-PERFIL.
           ADD 1 TO WS-TOT-LISTA
           MOVE RPER-DOCUMENTO TO WS-DOC
           PERFORM 9-1-BUSCAR-CLIENTE
           IF WS-CLI-HALLADO = 0
               MOVE '(NO REGISTRADO)' TO WS-NOMBRE
           END-IF
           MOVE RPER-RIESGO       TO WS-NOM-RIESGO
           PERFORM 9-5-NOMBRE-RIESGO
           MOVE RPER-FEC-REVISION TO WS-MASCA-FEC
           MOVE SPACES TO REG-IMPRESOR
           STRING RPER-DOCUMENTO ' ' WS-NOMBRE ' ' WS-NOM-RIESGO '  '
                  WS-MASCA-FEC
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           IF RPER-FEC-REVISION < WS-FEC-SIS
               MOVE 'VENCIDA' TO REG-IMPRESOR(63:7)
           END-IF
           WRITE REG-IMPRESOR AFTER 1
           MOVE RPER-VOLUMEN-REAL TO WS-MASCA-OPER
           MOVE RPER-VOLUMEN-DECL TO WS-MASCA-OPER2
           MOVE SPACES TO REG-IMPRESOR
           STRING '             REAL ' WS-MASCA-OPER
                  '  DECLARADO ' WS-MASCA-OPER2
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           IF RPER-ES-PEP
               MOVE 'PEP' TO REG-IMPRESOR(76:3)
           END-IF
           WRITE REG-IMPRESOR AFTER 1.

      *----------------------------------------------------------------*
      * UMBRAL SOBRE EL CUAL NO1CMONY EXIGE AL SUPERVISOR PARA OPERAR
      * CON UN CLIENTE DE RIESGO ALTO O CON LA REVISION VENCIDA
      *----------------------------------------------------------------*
       4-UMBRAL.
           DISPLAY CLEAR-SCREEN
           MOVE WS-UMBRAL TO WS-MASCA-OPER
           DISPLAY 'UMBRAL DE APROBACION ACTUAL:'
                                            LINE 03 POSITION 05
                   WS-MASCA-OPER            LINE 03 POSITION 35
                   'NUEVO UMBRAL:'          LINE 05 POSITION 05
           MOVE ZEROS TO WS-UMBRAL
           PERFORM UNTIL WS-UMBRAL > ZEROS
               ACCEPT WS-UMBRAL             LINE 05 POSITION 20
           END-PERFORM
           MOVE WS-UMBRAL TO RKYP-UMBRAL
           OPEN OUTPUT KYCPAR
           IF WS-ESTADO-KYP = '00'
               WRITE REG-KYCPAR
               CLOSE KYCPAR
               DISPLAY 'UMBRAL GRABADO, OPRIMA ENTER'
                                            LINE 07 POSITION 05
           ELSE
               DISPLAY 'ERROR GRABANDO EL UMBRAL:'
                                            LINE 07 POSITION 05
                       WS-ESTADO-KYP        LINE 07 POSITION 31
           END-IF
           ACCEPT WS-ENTER                  LINE 07 POSITION 35.

       9-1-BUSCAR-CLIENTE.
           MOVE 0 TO WS-CLI-HALLADO
           MOVE SPACES TO WS-NOMBRE
           MOVE 0 TO SW-FDA-CLIENTES
           OPEN INPUT CLIENTES
           IF WS-ESTADO-CLI = '00'
               PERFORM 9-1-1-LEER-CLIENTE
                   UNTIL SW-FDA-CLIENTES = 1 OR WS-CLI-HALLADO = 1
               CLOSE CLIENTES
           END-IF.

       9-1-1-LEER-CLIENTE.
           READ CLIENTES AT END MOVE 1 TO SW-FDA-CLIENTES
                NOT AT END
                    IF RCLI-DOCUMENTO = WS-DOC
                        MOVE 1 TO WS-CLI-HALLADO
                        MOVE RCLI-NOMBRE TO WS-NOMBRE
                    END-IF
           END-READ.

       9-2-BUSCAR-PERFIL.
           MOVE 0 TO WS-PER-HALLADO
           MOVE 0 TO SW-FDA-PERFILES
           OPEN INPUT PERFILES
           IF WS-ESTADO-PER = '00'
               PERFORM 1-3-1-UBICA-PERFIL
                   UNTIL SW-FDA-PERFILES = 1 OR WS-PER-HALLADO = 1
               CLOSE PERFILES
           END-IF.

      * PROMEDIO MENSUAL DE LOS ULTIMOS 90 DIAS DEL DOCUMENTO WS-DOC
       9-3-ACTIVIDAD-DOC.
           MOVE ZEROS TO RPER-VOLUMEN-REAL
           PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > WS-NUM-DOCS
               IF TAB-DOC-DOC(DI) = WS-DOC
                  AND TAB-DOC-TOTAL(DI) > ZEROS
                   COMPUTE RPER-VOLUMEN-REAL ROUNDED =
                           TAB-DOC-TOTAL(DI) / 3
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * CALIFICACION DEL RIESGO. PUNTOS: OCUPACION INDEPENDIENTE O
      * ESTUDIANTE/HOGAR 1, COMERCIO DE EFECTIVO 2; FONDOS DE NEGOCIO
      * PROPIO O REMESAS 1, OTRO 2; PEP 3; EXTRANJERO 1; ACTIVIDAD REAL
      * SOBRE LO DECLARADO 1, Y MAS DEL DOBLE 2. HASTA 1 PUNTO ES
      * RIESGO BAJO (REVISION EN 3 ANOS), 2 O 3 MEDIO (2 ANOS), 4 O
      * MAS ALTO (1 ANO).
      *----------------------------------------------------------------*
       9-4-CALIFICAR.
           MOVE ZEROS TO WS-PUNTAJE
           EVALUATE RPER-OCUPACION
               WHEN 2 WHEN 4 ADD 1 TO WS-PUNTAJE
               WHEN 5        ADD 2 TO WS-PUNTAJE
           END-EVALUATE
           EVALUATE RPER-FONDOS
               WHEN 2 WHEN 4 ADD 1 TO WS-PUNTAJE
               WHEN 5        ADD 2 TO WS-PUNTAJE
           END-EVALUATE
           IF RPER-ES-PEP
               ADD 3 TO WS-PUNTAJE
           END-IF
           IF RPER-NACIONALIDAD NOT = 'COL'
               ADD 1 TO WS-PUNTAJE
           END-IF
           IF RPER-VOLUMEN-REAL > RPER-VOLUMEN-DECL
               IF RPER-VOLUMEN-REAL > RPER-VOLUMEN-DECL * 2
                   ADD 2 TO WS-PUNTAJE
               ELSE
                   ADD 1 TO WS-PUNTAJE
               END-IF
           END-IF
           MOVE WS-PUNTAJE TO RPER-PUNTAJE
           EVALUATE TRUE
               WHEN WS-PUNTAJE < 2
                   MOVE 'B' TO RPER-RIESGO
                   MOVE 3   TO WS-ANOS-REVISION
               WHEN WS-PUNTAJE < 4
                   MOVE 'M' TO RPER-RIESGO
                   MOVE 2   TO WS-ANOS-REVISION
               WHEN OTHER
                   MOVE 'A' TO RPER-RIESGO
                   MOVE 1   TO WS-ANOS-REVISION
           END-EVALUATE
           COMPUTE RPER-FEC-REVISION =
                   RPER-FEC-PERFIL + WS-ANOS-REVISION * 10000
           MOVE RPER-RIESGO TO WS-NOM-RIESGO
           PERFORM 9-5-NOMBRE-RIESGO.

       9-5-NOMBRE-RIESGO.
           EVALUATE WS-NOM-RIESGO(1:1)
               WHEN 'B' MOVE 'BAJO'  TO WS-NOM-RIESGO
               WHEN 'M' MOVE 'MEDIO' TO WS-NOM-RIESGO
               WHEN 'A' MOVE 'ALTO'  TO WS-NOM-RIESGO
           END-EVALUATE.

       END PROGRAM NO3CPERF.
