      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: ESTUDIO Y DECISION DE LAS SOLICITUDES DE CREDITO
      * QUE RADICA NO4CCOTI (ARCHIVO SOLICRED). AL PASARLA A ESTUDIO
      * SE ACTUALIZAN LOS INGRESOS, LAS OBLIGACIONES Y LA LISTA DE
      * DOCUMENTOS, SE RECALCULA LA RELACION CUOTA/INGRESO CON LA
      * CUOTA NUEVA Y SE ASIGNA AL APROBADOR DE MENOR ATRIBUCION QUE
      * CUBRA EL CAPITAL (ARCHIVO ATRIBUC; SIN ARCHIVO DECIDE EL
      * SUPERVISOR O EL ADMINISTRADOR). SOLO APRUEBA QUIEN TIENE
      * ATRIBUCION POR EL MONTO, CON LOS DOCUMENTOS COMPLETOS Y LA
      * RELACION DENTRO DE LA POLITICA; LA NEGACION LLEVA SU MOTIVO.
      * CADA CAMBIO DE ESTADO QUEDA EN LA HISTORIA (SOLIHIST), QUE SE
      * CONSULTA AQUI MISMO. SOLO LA APROBADA SE FORMALIZA EN NO4CCOTI
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CSOLI.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SOLICITUDES DE CREDITO Y SU HISTORIA DE ESTADOS
           SELECT SOLICRED ASSIGN TO './FILES/CREDITO/SOLICRED'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SOL.
           SELECT SOLIHIST ASSIGN TO './FILES/CREDITO/SOLIHIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SHI.
      * ATRIBUCIONES DE APROBACION: USUARIO Y MONTO MAXIMO QUE APRUEBA
           SELECT ATRIBUC ASSIGN TO './FILES/CREDITO/ATRIBUC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ATR.
      * LOG DE SESIONES Y MAESTRO DE USUARIOS: LA DECISION ES DEL
      * SUPERVISOR O ADMINISTRADOR CUANDO NO HAY ATRIBUCIONES
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
       FD  SOLICRED LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SOLICRED.cpy'.

       FD  SOLIHIST LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SOLIHIST.cpy'.

       FD  ATRIBUC LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ATRIBUC.
           02 RATR-USUARIO           PIC X(10).
           02 RATR-MONTO-MAX         PIC 9(15)V9(02).

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
       01  WS-ESTADO-SOL             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SHI             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-ATR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-USU             PIC X(02) VALUE SPACES.
       01  SW-FDA-SOLICRED           PIC 9 VALUE ZEROS.
       01  SW-FDA-SOLIHIST           PIC 9 VALUE ZEROS.
       01  SW-FDA-ATRIBUC            PIC 9 VALUE ZEROS.
       01  SW-FDA-LOG                PIC 9 VALUE ZEROS.
       01  SW-FDA-USUARIOS           PIC 9 VALUE ZEROS.
       01  SW-ENCONTRO               PIC 9 VALUE ZEROS.
           88 SW-SI-ENCONTRO         VALUE 1.
           88 SW-NO-ENCONTRO         VALUE 0.

       01  WS-OPC                    PIC 9 VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  WS-MAS-DINERO             PIC $$$,$$$,$$$,$$$,$$9.9(02).
       01  WS-LIS-DINERO             PIC $$$,$$$,$$$,$$9.99.
       01  WS-RELACION-EDI           PIC ZZ9.99.
       01  LI                        PIC 9(02) VALUE ZEROS.
       01  WS-NUM-SOLICITUD          PIC 9(06) VALUE ZEROS.
       01  WS-TOT-PENDIENTES         PIC 9(04) VALUE ZEROS.

      * POLITICA DE CAPACIDAD DE PAGO: RELACION MAXIMA (PORCENTAJE)
      * ENTRE LAS OBLIGACIONES MAS LA CUOTA NUEVA Y LOS INGRESOS
       01  WS-RELACION-MAXIMA        PIC 9(03)V9(02) VALUE 40.00.

      * OPERADOR DE TURNO Y SU ROL, CON EL MISMO MANEJO DE NO4CSERV:
      * SIN MAESTRO DE USUARIOS NO SE RESTRINGE ('*')
       01  WS-OPERADOR               PIC X(10) VALUE SPACES.
       01  WS-ROL                    PIC X(01) VALUE SPACES.
           88 ROL-PUEDE-DECIDIR      VALUE 'A' 'S' '*'.
       01  WS-OPCION-PERMITIDA       PIC 9 VALUE ZEROS.

      * TABLA DE ATRIBUCIONES (VACIA = SIN ARCHIVO ATRIBUC)
       01  WS-NUM-ATRIB              PIC 9(02) VALUE ZEROS.
       01  TABLA-ATRIBUCIONES.
           02 TAB-ATR                OCCURS 1 TO 50 TIMES
                                     DEPENDING ON WS-NUM-ATRIB.
              03 TAB-ATR-USUARIO     PIC X(10).
              03 TAB-ATR-MONTO       PIC 9(15)V9(02).
       01  AX                        PIC 9(02) VALUE ZEROS.
       01  WS-MEJOR-MONTO            PIC 9(15)V9(02) VALUE ZEROS.
       01  SW-TIENE-ATRIBUCION       PIC 9 VALUE ZEROS.

      * ESTUDIO DE LA SOLICITUD
       01  WS-INGRESOS               PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-OBLIGACIONES           PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-DOC-ID                 PIC X(01) VALUE SPACES.
           88 WS-DOC-ID-VALIDO       VALUE 'S' 'N'.
       01  WS-DOC-ING                PIC X(01) VALUE SPACES.
           88 WS-DOC-ING-VALIDO      VALUE 'S' 'N'.
       01  WS-DOC-COD                PIC X(01) VALUE SPACES.
           88 WS-DOC-COD-VALIDO      VALUE 'S' 'N'.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACES.
           88 WS-CONFIRMA-VALIDO     VALUE 'S' 'N'.
       01  WS-EST-CODIGO             PIC X(01) VALUE SPACES.
       01  WS-EST-NOMBRE             PIC X(11) VALUE SPACES.

      * FECHA Y HORA DEL CAMBIO DE ESTADO
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-HORA-ACT               PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-HOY-EDI          PIC X(10) VALUE SPACES.
       01  WS-HORA-HOY-EDI           PIC X(08) VALUE SPACES.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 0-IDENTIFICAR-OPERADOR
           PERFORM 0-4-CARGAR-ATRIBUCIONES
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 6
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

       0-3-VALIDA-PERMISO.
           IF ROL-PUEDE-DECIDIR
               MOVE 1 TO WS-OPCION-PERMITIDA
           ELSE
               MOVE 0 TO WS-OPCION-PERMITIDA
               DISPLAY 'OPCION RESERVADA AL SUPERVISOR O ADMINISTRADOR'
                                            LINE 24 POSITION 15
               ACCEPT WS-ENTER              LINE 24 POSITION 64
           END-IF.

       0-4-CARGAR-ATRIBUCIONES.
           MOVE ZEROS TO WS-NUM-ATRIB
           MOVE 0 TO SW-FDA-ATRIBUC
           OPEN INPUT ATRIBUC
           IF WS-ESTADO-ATR = '00'
               PERFORM 0-5-LEER-ATRIBUCION UNTIL SW-FDA-ATRIBUC = 1
               CLOSE ATRIBUC
           END-IF.

       0-5-LEER-ATRIBUCION.
           READ ATRIBUC AT END MOVE 1 TO SW-FDA-ATRIBUC
                NOT AT END
                    IF WS-NUM-ATRIB < 50
                        ADD 1 TO WS-NUM-ATRIB
                        MOVE RATR-USUARIO
                          TO TAB-ATR-USUARIO(WS-NUM-ATRIB)
                        MOVE RATR-MONTO-MAX
                          TO TAB-ATR-MONTO(WS-NUM-ATRIB)
                    END-IF
           END-READ.

       MENU-PRINCIPAL.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'SOLICITUDES DE CREDITO' LINE 02 POSITION 29
                   '1. SOLICITUDES PENDIENTES'
                                            LINE 05 POSITION 29
                   '2. PASAR A ESTUDIO'     LINE 06 POSITION 29
                   '3. APROBAR SOLICITUD'   LINE 07 POSITION 29
                   '4. NEGAR SOLICITUD'     LINE 08 POSITION 29
                   '5. CONSULTAR SOLICITUD E HISTORIA'
                                            LINE 09 POSITION 29
                   '6. SALIR'               LINE 10 POSITION 29
                   'QUE OPCION DESEA?: '    LINE 12 POSITION 29
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 7
               ACCEPT WS-OPC LINE 12 POSITION 49
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-PENDIENTES
               WHEN 2 PERFORM 2-PASAR-A-ESTUDIO
               WHEN 3 PERFORM 3-APROBAR
               WHEN 4 PERFORM 0-3-VALIDA-PERMISO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 4-NEGAR
                      END-IF
               WHEN 5 PERFORM 5-CONSULTAR
           END-EVALUATE.

       9-CAPTURA-NUMERO.
           DISPLAY 'NUMERO DE LA SOLICITUD:' LINE 04 POSITION 01
           MOVE ZEROS TO WS-NUM-SOLICITUD
           PERFORM UNTIL WS-NUM-SOLICITUD > ZEROS
               ACCEPT WS-NUM-SOLICITUD      LINE 04 POSITION 26
           END-PERFORM.

       9-1-BUSCAR-SOLICITUD.
           READ SOLICRED AT END MOVE 1 TO SW-FDA-SOLICRED
                NOT AT END
                    IF RSOL-NUMERO = WS-NUM-SOLICITUD
                        SET SW-SI-ENCONTRO TO TRUE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * SOLICITUDES RADICADAS O EN ESTUDIO, CON SU APROBADOR ASIGNADO
      *----------------------------------------------------------------*
       1-PENDIENTES.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'SOLICITUDES PENDIENTES DE DECISION'
                                            LINE 02 POSITION 23
                     'NUMERO RADICADA   PRODUCTO                 CAPITAL
      -            '           E APROBADOR'
                                            LINE 03 POSITION 01
           MOVE 4 TO LI
           MOVE ZEROS TO WS-TOT-PENDIENTES
           MOVE 0 TO SW-FDA-SOLICRED
           OPEN INPUT SOLICRED
           IF WS-ESTADO-SOL = '00'
               PERFORM 1-1-LEER-SOLICITUD UNTIL SW-FDA-SOLICRED = 1
               CLOSE SOLICRED
           END-IF
           DISPLAY 'TOTAL PENDIENTES:'      LINE 22 POSITION 01
                   WS-TOT-PENDIENTES        LINE 22 POSITION 19
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.

       1-1-LEER-SOLICITUD.
           READ SOLICRED AT END MOVE 1 TO SW-FDA-SOLICRED
                NOT AT END
                    IF RSOL-ESTADO = 'R' OR RSOL-ESTADO = 'E'
                        PERFORM 1-2-MOSTRAR-PENDIENTE
                    END-IF
           END-READ.

       1-2-MOSTRAR-PENDIENTE.
           ADD 1 TO WS-TOT-PENDIENTES
           MOVE RSOL-CAPITAL TO WS-LIS-DINERO
           DISPLAY RSOL-NUMERO              LINE LI POSITION 01
                   RSOL-FECHA               LINE LI POSITION 08
                   RSOL-PRODUCTO            LINE LI POSITION 19
                   WS-LIS-DINERO            LINE LI POSITION 44
                   RSOL-ESTADO              LINE LI POSITION 63
                   RSOL-APROBADOR           LINE LI POSITION 65
           ADD 1 TO LI
           IF LI = 21
               DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
               ACCEPT WS-ENTER              LINE 24 POSITION 60
               DISPLAY CLEAR-SCREEN
               MOVE 4 TO LI
           END-IF.

      *----------------------------------------------------------------*
      * ESTUDIO: SE CONFIRMAN LA CAPACIDAD DE PAGO Y LOS DOCUMENTOS,
      * SE RECALCULA LA RELACION CUOTA/INGRESO Y SE ASIGNA EL
      * APROBADOR SEGUN EL CAPITAL. UNA SOLICITUD EN ESTUDIO SE PUEDE
      * VOLVER A ESTUDIAR CUANDO LLEGAN LOS PAPELES QUE FALTABAN
      *----------------------------------------------------------------*
       2-PASAR-A-ESTUDIO.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ESTUDIO DE LA SOLICITUD' LINE 02 POSITION 28
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-SOLICRED
           OPEN I-O SOLICRED
           IF WS-ESTADO-SOL NOT = '00'
               DISPLAY 'NO HAY SOLICITUDES RADICADAS'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 50
           ELSE
               PERFORM 9-1-BUSCAR-SOLICITUD
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SOLICRED = 1
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO
                       DISPLAY 'SOLICITUD INEXISTENTE'
                                            LINE 24 POSITION 30
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
                   WHEN RSOL-ESTADO NOT = 'R' AND RSOL-ESTADO NOT = 'E'
                       DISPLAY 'LA SOLICITUD YA FUE DECIDIDA'
                                            LINE 24 POSITION 25
                       ACCEPT WS-ENTER      LINE 24 POSITION 55
                   WHEN OTHER
                       PERFORM 2-1-ESTUDIAR
               END-EVALUATE
               CLOSE SOLICRED
           END-IF.

       2-1-ESTUDIAR.
           MOVE RSOL-CAPITAL TO WS-MAS-DINERO
           DISPLAY 'DEUDOR               :' LINE 06 POSITION 01
                   RSOL-DEUDOR-NOMBRE       LINE 06 POSITION 24
                   'PRODUCTO             :' LINE 07 POSITION 01
                   RSOL-PRODUCTO            LINE 07 POSITION 24
                   'CAPITAL              :' LINE 08 POSITION 01
                   WS-MAS-DINERO            LINE 08 POSITION 24
           MOVE RSOL-CUOTA-MEN TO WS-MAS-DINERO
           DISPLAY 'CUOTA MENSUAL NUEVA  :' LINE 09 POSITION 01
                   WS-MAS-DINERO            LINE 09 POSITION 24
           MOVE RSOL-INGRESOS TO WS-MAS-DINERO
           DISPLAY 'INGRESOS DECLARADOS  :' LINE 10 POSITION 01
                   WS-MAS-DINERO            LINE 10 POSITION 24
           MOVE RSOL-OBLIGACIONES TO WS-MAS-DINERO
           DISPLAY 'OBLIGACIONES DECLAR. :' LINE 11 POSITION 01
                   WS-MAS-DINERO            LINE 11 POSITION 24
                   'DOCUMENTOS (CED/ING/COD):'
                                            LINE 12 POSITION 01
                   RSOL-DOC-IDENTIDAD       LINE 12 POSITION 28
                   RSOL-DOC-INGRESOS        LINE 12 POSITION 30
                   RSOL-DOC-CODEUDOR        LINE 12 POSITION 32
           DISPLAY 'INGRESOS VERIFICADOS :' LINE 14 POSITION 01
                   'OBLIGACIONES VERIFIC.:' LINE 15 POSITION 01
                   'CEDULA DEL DEUDOR S/N:' LINE 16 POSITION 01
                   'SOPORTE INGRESOS  S/N:' LINE 17 POSITION 01
           MOVE ZEROS TO WS-INGRESOS WS-OBLIGACIONES
           MOVE SPACES TO WS-DOC-ID WS-DOC-ING WS-DOC-COD
           PERFORM UNTIL WS-INGRESOS > ZEROS
               ACCEPT WS-INGRESOS           LINE 14 POSITION 24
           END-PERFORM
           ACCEPT WS-OBLIGACIONES           LINE 15 POSITION 24
           PERFORM UNTIL WS-DOC-ID-VALIDO
               ACCEPT WS-DOC-ID             LINE 16 POSITION 24
           END-PERFORM
           PERFORM UNTIL WS-DOC-ING-VALIDO
               ACCEPT WS-DOC-ING            LINE 17 POSITION 24
           END-PERFORM
           IF RSOL-CODEU-NOMBRE > SPACES
               DISPLAY 'PAPELES CODEUDOR  S/N:' LINE 18 POSITION 01
               PERFORM UNTIL WS-DOC-COD-VALIDO
                   ACCEPT WS-DOC-COD        LINE 18 POSITION 24
               END-PERFORM
           ELSE
               MOVE 'X' TO WS-DOC-COD
           END-IF
           MOVE WS-INGRESOS     TO RSOL-INGRESOS
           MOVE WS-OBLIGACIONES TO RSOL-OBLIGACIONES
           MOVE WS-DOC-ID       TO RSOL-DOC-IDENTIDAD
           MOVE WS-DOC-ING      TO RSOL-DOC-INGRESOS
           MOVE WS-DOC-COD      TO RSOL-DOC-CODEUDOR
           PERFORM 2-2-CALCULA-RELACION
           PERFORM 2-3-ASIGNAR-APROBADOR
           PERFORM 9-2-FECHA-DE-HOY
           MOVE 'E'              TO RSOL-ESTADO
           MOVE WS-FECHA-HOY-EDI TO RSOL-FECHA-ESTADO
           REWRITE REG-SOLICITUD END-REWRITE
           MOVE SPACES TO RSHI-MOTIVO
           PERFORM 9-3-GRABAR-HISTORIA
           MOVE RSOL-RELACION TO WS-RELACION-EDI
           DISPLAY 'CUOTA/INGRESO %:'       LINE 20 POSITION 01
                   WS-RELACION-EDI          LINE 20 POSITION 18
                   'APROBADOR:'             LINE 20 POSITION 28
                   RSOL-APROBADOR           LINE 20 POSITION 39
           IF RSOL-APROBADOR = SPACES
               DISPLAY 'NINGUNA ATRIBUCION CUBRE EL CAPITAL'
                                            LINE 21 POSITION 01
           END-IF
           IF RSOL-RELACION > WS-RELACION-MAXIMA
               DISPLAY 'RELACION CUOTA/INGRESO FUERA DE LA POLITICA'
                                            LINE 22 POSITION 01
           END-IF
           DISPLAY 'SOLICITUD EN ESTUDIO, OPRIMA ENTER'
                                            LINE 24 POSITION 20
           ACCEPT WS-ENTER                  LINE 24 POSITION 56.

      * RELACION CUOTA/INGRESO: LO QUE YA PAGA MAS LA CUOTA NUEVA,
      * SOBRE LOS INGRESOS, EN PORCENTAJE (MISMO CALCULO DE NO4CCOTI)
       2-2-CALCULA-RELACION.
           IF RSOL-INGRESOS > ZEROS
               COMPUTE RSOL-RELACION ROUNDED =
                     (RSOL-OBLIGACIONES + RSOL-CUOTA-MEN) * 100
                     / RSOL-INGRESOS
                   ON SIZE ERROR MOVE 999.99 TO RSOL-RELACION
               END-COMPUTE
           ELSE
               MOVE 999.99 TO RSOL-RELACION
           END-IF.

      * EL APROBADOR ES EL DE MENOR ATRIBUCION QUE CUBRE EL CAPITAL,
      * PARA NO SUBIR DE NIVEL LO QUE SE PUEDE DECIDIR ABAJO. SIN
      * TABLA DE ATRIBUCIONES QUEDA '*' (SUPERVISOR O ADMINISTRADOR);
      * SI NINGUNA ALCANZA QUEDA EN BLANCO Y NADIE LA PUEDE APROBAR
       2-3-ASIGNAR-APROBADOR.
           IF WS-NUM-ATRIB = ZEROS
               MOVE '*' TO RSOL-APROBADOR
           ELSE
               MOVE SPACES TO RSOL-APROBADOR
               MOVE ZEROS TO WS-MEJOR-MONTO
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-NUM-ATRIB
                   IF TAB-ATR-MONTO(AX) >= RSOL-CAPITAL
                      AND (RSOL-APROBADOR = SPACES
                           OR TAB-ATR-MONTO(AX) < WS-MEJOR-MONTO)
                       MOVE TAB-ATR-USUARIO(AX) TO RSOL-APROBADOR
                       MOVE TAB-ATR-MONTO(AX)   TO WS-MEJOR-MONTO
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * APROBACION: SOLO DE UNA SOLICITUD EN ESTUDIO, POR QUIEN TENGA
      * ATRIBUCION POR EL CAPITAL, CON LOS DOCUMENTOS COMPLETOS Y LA
      * RELACION CUOTA/INGRESO DENTRO DE LA POLITICA
      *----------------------------------------------------------------*
       3-APROBAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'APROBACION DE SOLICITUD' LINE 02 POSITION 28
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-SOLICRED
           OPEN I-O SOLICRED
           IF WS-ESTADO-SOL NOT = '00'
               DISPLAY 'NO HAY SOLICITUDES RADICADAS'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 50
           ELSE
               PERFORM 9-1-BUSCAR-SOLICITUD
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SOLICRED = 1
               IF SW-SI-ENCONTRO
                   PERFORM 3-1-TIENE-ATRIBUCION
               END-IF
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO
                       DISPLAY 'SOLICITUD INEXISTENTE'
                                            LINE 24 POSITION 30
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
                   WHEN RSOL-ESTADO NOT = 'E'
                       DISPLAY 'SOLO SE APRUEBAN SOLICITUDES EN ESTUDIO'
                                            LINE 24 POSITION 15
                       ACCEPT WS-ENTER      LINE 24 POSITION 56
                   WHEN SW-TIENE-ATRIBUCION = 0
                       DISPLAY 'SU ATRIBUCION NO CUBRE EL CAPITAL'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 55
                   WHEN RSOL-DOC-IDENTIDAD NOT = 'S'
                     OR RSOL-DOC-INGRESOS NOT = 'S'
                     OR RSOL-DOC-CODEUDOR = 'N'
                       DISPLAY 'FALTAN DOCUMENTOS DE LA SOLICITUD'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 55
                   WHEN RSOL-RELACION > WS-RELACION-MAXIMA
                       DISPLAY 'CAPACIDAD DE PAGO INSUFICIENTE'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
                   WHEN OTHER
                       PERFORM 3-2-CONFIRMAR-APROBACION
               END-EVALUATE
               CLOSE SOLICRED
           END-IF.

      * CON TABLA DE ATRIBUCIONES EL OPERADOR DEBE TENER UNA QUE CUBRA
      * EL CAPITAL; SIN TABLA DECIDEN EL SUPERVISOR Y EL ADMINISTRADOR
       3-1-TIENE-ATRIBUCION.
           MOVE 0 TO SW-TIENE-ATRIBUCION
           IF WS-NUM-ATRIB = ZEROS
               IF ROL-PUEDE-DECIDIR
                   MOVE 1 TO SW-TIENE-ATRIBUCION
               END-IF
           ELSE
               PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-NUM-ATRIB
                   IF TAB-ATR-USUARIO(AX) = WS-OPERADOR
                      AND TAB-ATR-MONTO(AX) >= RSOL-CAPITAL
                       MOVE 1 TO SW-TIENE-ATRIBUCION
                   END-IF
               END-PERFORM
           END-IF.

       3-2-CONFIRMAR-APROBACION.
           MOVE RSOL-CAPITAL TO WS-MAS-DINERO
           MOVE RSOL-RELACION TO WS-RELACION-EDI
           DISPLAY 'DEUDOR               :' LINE 06 POSITION 01
                   RSOL-DEUDOR-NOMBRE       LINE 06 POSITION 24
                   'CAPITAL              :' LINE 07 POSITION 01
                   WS-MAS-DINERO            LINE 07 POSITION 24
                   'CUOTA/INGRESO %      :' LINE 08 POSITION 01
                   WS-RELACION-EDI          LINE 08 POSITION 24
                   'CONFIRMA LA APROBACION? (S/N):'
                                            LINE 10 POSITION 01
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA-VALIDO
               ACCEPT WS-CONFIRMA           LINE 10 POSITION 33
           END-PERFORM
           IF WS-CONFIRMA = 'S'
               PERFORM 9-2-FECHA-DE-HOY
               MOVE 'A'              TO RSOL-ESTADO
               MOVE WS-FECHA-HOY-EDI TO RSOL-FECHA-ESTADO
               MOVE WS-OPERADOR      TO RSOL-DECIDIO
               REWRITE REG-SOLICITUD END-REWRITE
               MOVE SPACES TO RSHI-MOTIVO
               PERFORM 9-3-GRABAR-HISTORIA
               DISPLAY 'SOLICITUD APROBADA, OPRIMA ENTER'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 54
           END-IF.

      *----------------------------------------------------------------*
      * NEGACION DE UNA SOLICITUD RADICADA O EN ESTUDIO, SIEMPRE CON
      * SU MOTIVO
      *----------------------------------------------------------------*
       4-NEGAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'NEGACION DE SOLICITUD'   LINE 02 POSITION 29
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-SOLICRED
           OPEN I-O SOLICRED
           IF WS-ESTADO-SOL NOT = '00'
               DISPLAY 'NO HAY SOLICITUDES RADICADAS'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 50
           ELSE
               PERFORM 9-1-BUSCAR-SOLICITUD
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SOLICRED = 1
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO
                       DISPLAY 'SOLICITUD INEXISTENTE'
                                            LINE 24 POSITION 30
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
                   WHEN RSOL-ESTADO NOT = 'R' AND RSOL-ESTADO NOT = 'E'
                       DISPLAY 'LA SOLICITUD YA FUE DECIDIDA'
                                            LINE 24 POSITION 25
                       ACCEPT WS-ENTER      LINE 24 POSITION 55
                   WHEN OTHER
                       DISPLAY 'DEUDOR:'    LINE 06 POSITION 01
                               RSOL-DEUDOR-NOMBRE
                                            LINE 06 POSITION 09
                               'MOTIVO DE LA NEGACION:'
                                            LINE 08 POSITION 01
                       MOVE SPACES TO WS-MOTIVO
                       PERFORM UNTIL WS-MOTIVO > SPACES
                           ACCEPT WS-MOTIVO LINE 08 POSITION 24
                       END-PERFORM
                       PERFORM 9-2-FECHA-DE-HOY
                       MOVE 'N'              TO RSOL-ESTADO
                       MOVE WS-FECHA-HOY-EDI TO RSOL-FECHA-ESTADO
                       MOVE WS-OPERADOR      TO RSOL-DECIDIO
                       MOVE WS-MOTIVO        TO RSOL-MOTIVO
                       REWRITE REG-SOLICITUD END-REWRITE
                       MOVE WS-MOTIVO        TO RSHI-MOTIVO
                       PERFORM 9-3-GRABAR-HISTORIA
                       DISPLAY 'SOLICITUD NEGADA, OPRIMA ENTER'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
               END-EVALUATE
               CLOSE SOLICRED
           END-IF.

      *----------------------------------------------------------------*
      * CONSULTA DE LA SOLICITUD Y DE TODA SU HISTORIA DE ESTADOS
      *----------------------------------------------------------------*
       5-CONSULTAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CONSULTA DE SOLICITUD'   LINE 02 POSITION 29
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-SOLICRED
           OPEN INPUT SOLICRED
           IF WS-ESTADO-SOL = '00'
               PERFORM 9-1-BUSCAR-SOLICITUD
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SOLICRED = 1
               CLOSE SOLICRED
           END-IF
           IF SW-NO-ENCONTRO
               DISPLAY 'SOLICITUD INEXISTENTE'
                                            LINE 24 POSITION 30
               ACCEPT WS-ENTER              LINE 24 POSITION 52
           ELSE
               PERFORM 5-1-MOSTRAR-SOLICITUD
               PERFORM 5-2-MOSTRAR-HISTORIA
           END-IF.

       5-1-MOSTRAR-SOLICITUD.
           MOVE RSOL-ESTADO TO WS-EST-CODIGO
           PERFORM 9-4-NOMBRE-ESTADO
           DISPLAY 'RADICADA             :' LINE 06 POSITION 01
                   RSOL-FECHA               LINE 06 POSITION 24
                   'ESTADO               :' LINE 07 POSITION 01
                   WS-EST-NOMBRE            LINE 07 POSITION 24
                   RSOL-FECHA-ESTADO        LINE 07 POSITION 37
                   'DEUDOR               :' LINE 08 POSITION 01
                   RSOL-DEUDOR-DOC          LINE 08 POSITION 24
                   RSOL-DEUDOR-NOMBRE       LINE 08 POSITION 37
                   'PRODUCTO             :' LINE 09 POSITION 01
                   RSOL-PRODUCTO            LINE 09 POSITION 24
           MOVE RSOL-CAPITAL TO WS-MAS-DINERO
           DISPLAY 'CAPITAL              :' LINE 10 POSITION 01
                   WS-MAS-DINERO            LINE 10 POSITION 24
           MOVE RSOL-CUOTA-MEN TO WS-MAS-DINERO
           DISPLAY 'CUOTA MENSUAL        :' LINE 11 POSITION 01
                   WS-MAS-DINERO            LINE 11 POSITION 24
           MOVE RSOL-INGRESOS TO WS-MAS-DINERO
           DISPLAY 'INGRESOS             :' LINE 12 POSITION 01
                   WS-MAS-DINERO            LINE 12 POSITION 24
           MOVE RSOL-OBLIGACIONES TO WS-MAS-DINERO
           DISPLAY 'OBLIGACIONES         :' LINE 13 POSITION 01
                   WS-MAS-DINERO            LINE 13 POSITION 24
           MOVE RSOL-RELACION TO WS-RELACION-EDI
           DISPLAY 'CUOTA/INGRESO %      :' LINE 14 POSITION 01
                   WS-RELACION-EDI          LINE 14 POSITION 24
                   'DOCUMENTOS (CED/ING/COD):'
                                            LINE 15 POSITION 01
                   RSOL-DOC-IDENTIDAD       LINE 15 POSITION 28
                   RSOL-DOC-INGRESOS        LINE 15 POSITION 30
                   RSOL-DOC-CODEUDOR        LINE 15 POSITION 32
                   'APROBADOR ASIGNADO   :' LINE 16 POSITION 01
                   RSOL-APROBADOR           LINE 16 POSITION 24
                   'DECIDIO              :' LINE 17 POSITION 01
                   RSOL-DECIDIO             LINE 17 POSITION 24
           IF RSOL-ESTADO = 'N'
               DISPLAY 'MOTIVO               :' LINE 18 POSITION 01
                       RSOL-MOTIVO          LINE 18 POSITION 24
           END-IF
           IF RSOL-ESTADO = 'F'
               DISPLAY 'PRESTAMO             :' LINE 18 POSITION 01
                       RSOL-PRESTAMO        LINE 18 POSITION 24
           END-IF
           DISPLAY 'OPRIMA ENTER PARA VER LA HISTORIA'
                                            LINE 24 POSITION 25
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.

       5-2-MOSTRAR-HISTORIA.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'HISTORIA DE LA SOLICITUD'
                                            LINE 02 POSITION 25
                   WS-NUM-SOLICITUD         LINE 02 POSITION 50
                   'FECHA      HORA     ESTADO      USUARIO    MOTIVO'
                                            LINE 03 POSITION 01
           MOVE 4 TO LI
           MOVE 0 TO SW-FDA-SOLIHIST
           OPEN INPUT SOLIHIST
           IF WS-ESTADO-SHI = '00'
               PERFORM 5-3-LEER-HISTORIA UNTIL SW-FDA-SOLIHIST = 1
               CLOSE SOLIHIST
           END-IF
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.

       5-3-LEER-HISTORIA.
           READ SOLIHIST AT END MOVE 1 TO SW-FDA-SOLIHIST
                NOT AT END
                    IF RSHI-NUMERO = WS-NUM-SOLICITUD
                        PERFORM 5-4-MOSTRAR-CAMBIO
                    END-IF
           END-READ.

       5-4-MOSTRAR-CAMBIO.
           MOVE RSHI-ESTADO TO WS-EST-CODIGO
           PERFORM 9-4-NOMBRE-ESTADO
           DISPLAY RSHI-FECHA               LINE LI POSITION 01
                   RSHI-HORA                LINE LI POSITION 12
                   WS-EST-NOMBRE            LINE LI POSITION 21
                   RSHI-USUARIO             LINE LI POSITION 33
                   RSHI-MOTIVO(1:37)        LINE LI POSITION 44
           ADD 1 TO LI
           IF LI = 23
               DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
               ACCEPT WS-ENTER              LINE 24 POSITION 60
               DISPLAY CLEAR-SCREEN
               MOVE 4 TO LI
           END-IF.

       9-2-FECHA-DE-HOY.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS(7:2) TO WS-FECHA-HOY-EDI(1:2)
           MOVE '/'             TO WS-FECHA-HOY-EDI(3:1)
           MOVE WS-FEC-SIS(5:2) TO WS-FECHA-HOY-EDI(4:2)
           MOVE '/'             TO WS-FECHA-HOY-EDI(6:1)
           MOVE WS-FEC-SIS(1:4) TO WS-FECHA-HOY-EDI(7:4)
           ACCEPT WS-HORA-ACT FROM TIME
           MOVE WS-HORA-ACT(1:2) TO WS-HORA-HOY-EDI(1:2)
           MOVE ':'              TO WS-HORA-HOY-EDI(3:1)
           MOVE WS-HORA-ACT(3:2) TO WS-HORA-HOY-EDI(4:2)
           MOVE ':'              TO WS-HORA-HOY-EDI(6:1)
           MOVE WS-HORA-ACT(5:2) TO WS-HORA-HOY-EDI(7:2).

      * CAMBIO DE ESTADO DE LA SOLICITUD A SU HISTORIA (EL MOTIVO LO
      * DEJA LISTO QUIEN LLAMA)
       9-3-GRABAR-HISTORIA.
           MOVE RSOL-NUMERO      TO RSHI-NUMERO
           MOVE WS-FECHA-HOY-EDI TO RSHI-FECHA
           MOVE WS-HORA-HOY-EDI  TO RSHI-HORA
           MOVE RSOL-ESTADO      TO RSHI-ESTADO
           MOVE WS-OPERADOR      TO RSHI-USUARIO
           OPEN EXTEND SOLIHIST
           IF WS-ESTADO-SHI = '35'
               OPEN OUTPUT SOLIHIST
           END-IF
           IF WS-ESTADO-SHI = '00' OR WS-ESTADO-SHI = '05'
               WRITE REG-SOLIHIST
               CLOSE SOLIHIST
           END-IF.

       9-4-NOMBRE-ESTADO.
           EVALUATE WS-EST-CODIGO
               WHEN 'R' MOVE 'RADICADA'    TO WS-EST-NOMBRE
               WHEN 'E' MOVE 'EN ESTUDIO'  TO WS-EST-NOMBRE
               WHEN 'A' MOVE 'APROBADA'    TO WS-EST-NOMBRE
               WHEN 'N' MOVE 'NEGADA'      TO WS-EST-NOMBRE
               WHEN 'F' MOVE 'FORMALIZADA' TO WS-EST-NOMBRE
               WHEN OTHER MOVE SPACES      TO WS-EST-NOMBRE
           END-EVALUATE.

       END PROGRAM NO4CSOLI.
