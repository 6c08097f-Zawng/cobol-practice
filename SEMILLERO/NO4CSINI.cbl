      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: SINIESTROS DEL SEGURO DE VIDA DEUDORES (ARCHIVO
      * SINIESTR). CUANDO MUERE EL DEUDOR DE UN PRESTAMO ACTIVO Y
      * ASEGURADO SE RADICA LA RECLAMACION CON EL VALOR ASEGURADO
      * (CAPITAL PENDIENTE EL DIA DEL AVISO); EL SUPERVISOR LA MARCA
      * ENVIADA A LA ASEGURADORA CON SU RADICADO, O REGISTRA LA
      * OBJECION CON SU MOTIVO (LA OBJETADA SE PUEDE VOLVER A ENVIAR).
      * LA INDEMNIZACION LA APLICA NO4CSERV, QUE CANCELA EL PRESTAMO
      * Y DEJA EL SINIESTRO PAGADO
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CSINI.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE PRESTAMOS (SOLO LECTURA)
           SELECT PRESTAMOS ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PRES.
      * SINIESTROS DEL SEGURO DE VIDA DEUDORES
           SELECT SINIESTR ASSIGN TO './FILES/CREDITO/SINIESTR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SIN.
      * LOG DE SESIONES Y MAESTRO DE USUARIOS: EL ENVIO Y LA OBJECION
      * SON DEL SUPERVISOR O DEL ADMINISTRADOR
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
       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

       FD  SINIESTR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SINIESTR.cpy'.

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
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SIN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-USU             PIC X(02) VALUE SPACES.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-SINIESTR           PIC 9 VALUE ZEROS.
       01  SW-FDA-LOG                PIC 9 VALUE ZEROS.
       01  SW-FDA-USUARIOS           PIC 9 VALUE ZEROS.
       01  SW-ENCONTRO               PIC 9 VALUE ZEROS.
           88 SW-SI-ENCONTRO         VALUE 1.
           88 SW-NO-ENCONTRO         VALUE 0.
       01  SW-TIENE-SINIESTRO        PIC 9 VALUE ZEROS.

       01  WS-OPC                    PIC 9 VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  WS-MAS-DINERO             PIC $$$,$$$,$$$,$$$,$$9.9(02).
       01  WS-LIS-DINERO             PIC $$$,$$$,$$$,$$9.99.
       01  LI                        PIC 9(02) VALUE ZEROS.
       01  WS-NUMERO                 PIC 9(06) VALUE ZEROS.
       01  WS-TOT-SINIESTROS         PIC 9(04) VALUE ZEROS.

      * OPERADOR DE TURNO Y SU ROL, CON EL MISMO MANEJO DE NO4CSERV:
      * SIN MAESTRO DE USUARIOS NO SE RESTRINGE ('*')
       01  WS-OPERADOR               PIC X(10) VALUE SPACES.
       01  WS-ROL                    PIC X(01) VALUE SPACES.
           88 ROL-PUEDE-TRAMITAR     VALUE 'A' 'S' '*'.
       01  WS-OPCION-PERMITIDA       PIC 9 VALUE ZEROS.

      * RADICACION: FECHA DE LA MUERTE Y VALOR ASEGURADO, QUE ES EL
      * CAPITAL PENDIENTE (SALDO SIN EL INTERES NO CAUSADO DE LAS
      * CUOTAS QUE RESTAN, COMO EN LA LIQUIDACION DE NO4CSERV)
       01  WS-FECHA-MUERTE           PIC X(10) VALUE SPACES.
       01  WS-INT-POR-CUOTA          PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-INT-NO-CAUSADO         PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-VALOR-ASEGURADO        PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-REFERENCIA             PIC X(15) VALUE SPACES.
       01  WS-MOTIVO                 PIC X(40) VALUE SPACES.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACES.
           88 WS-CONFIRMA-VALIDO     VALUE 'S' 'N'.
       01  WS-EST-CODIGO             PIC X(01) VALUE SPACES.
       01  WS-EST-NOMBRE             PIC X(10) VALUE SPACES.

       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-HOY-EDI          PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 0-IDENTIFICAR-OPERADOR
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 5
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
           IF ROL-PUEDE-TRAMITAR
               MOVE 1 TO WS-OPCION-PERMITIDA
           ELSE
               MOVE 0 TO WS-OPCION-PERMITIDA
               DISPLAY 'OPCION RESERVADA AL SUPERVISOR O ADMINISTRADOR'
                                            LINE 24 POSITION 15
               ACCEPT WS-ENTER              LINE 24 POSITION 64
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'SINIESTROS SEGURO DE VIDA DEUDORES'
                                            LINE 02 POSITION 23
                   '1. RADICAR SINIESTRO'   LINE 05 POSITION 29
                   '2. ENVIAR A LA ASEGURADORA'
                                            LINE 06 POSITION 29
                   '3. REGISTRAR OBJECION'  LINE 07 POSITION 29
                   '4. CONSULTAR SINIESTROS'
                                            LINE 08 POSITION 29
                   '5. SALIR'               LINE 09 POSITION 29
                   'QUE OPCION DESEA?: '    LINE 11 POSITION 29
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 6
               ACCEPT WS-OPC LINE 11 POSITION 49
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-RADICAR
               WHEN 2 PERFORM 0-3-VALIDA-PERMISO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 2-ENVIAR
                      END-IF
               WHEN 3 PERFORM 0-3-VALIDA-PERMISO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 3-OBJETAR
                      END-IF
               WHEN 4 PERFORM 4-CONSULTAR
           END-EVALUATE.

       9-CAPTURA-NUMERO.
           DISPLAY 'NUMERO DEL PRESTAMO:'   LINE 04 POSITION 01
           MOVE ZEROS TO WS-NUMERO
           PERFORM UNTIL WS-NUMERO > ZEROS
               ACCEPT WS-NUMERO             LINE 04 POSITION 23
           END-PERFORM.

       9-1-BUSCAR-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA-PRESTAMOS
                NOT AT END
                    IF RPRE-NUMERO = WS-NUMERO
                        SET SW-SI-ENCONTRO TO TRUE
                    END-IF
           END-READ.

       9-5-BUSCAR-SINIESTRO.
           READ SINIESTR AT END MOVE 1 TO SW-FDA-SINIESTR
                NOT AT END
                    IF RSIN-PRESTAMO = WS-NUMERO
                        SET SW-SI-ENCONTRO TO TRUE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * RADICACION: SOLO SOBRE UN PRESTAMO ACTIVO CON SEGURO (PRIMA
      * MENSUAL MAYOR QUE CERO) Y SIN OTRO SINIESTRO RADICADO
      *----------------------------------------------------------------*
       1-RADICAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'RADICACION DE SINIESTRO' LINE 02 POSITION 28
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-PRES = '00'
               PERFORM 9-1-BUSCAR-PRESTAMO
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-PRESTAMOS = 1
               CLOSE PRESTAMOS
           END-IF
           PERFORM 1-1-YA-TIENE-SINIESTRO
           EVALUATE TRUE
               WHEN SW-FDA-PRESTAMOS = 1 OR WS-ESTADO-PRES NOT = '00'
                   DISPLAY 'PRESTAMO INEXISTENTE'
                                            LINE 24 POSITION 30
                   ACCEPT WS-ENTER          LINE 24 POSITION 51
               WHEN RPRE-ESTADO NOT = 'A'
                   DISPLAY 'EL PRESTAMO NO ESTA ACTIVO'
                                            LINE 24 POSITION 25
                   ACCEPT WS-ENTER          LINE 24 POSITION 52
               WHEN RPRE-SEG-MES = ZEROS
                   DISPLAY 'EL PRESTAMO NO TIENE SEGURO DE VIDA'
                                            LINE 24 POSITION 20
                   ACCEPT WS-ENTER          LINE 24 POSITION 56
               WHEN SW-TIENE-SINIESTRO = 1
                   DISPLAY 'EL PRESTAMO YA TIENE UN SINIESTRO RADICADO'
                                            LINE 24 POSITION 17
                   ACCEPT WS-ENTER          LINE 24 POSITION 60
               WHEN OTHER
                   PERFORM 1-2-CAPTURA-SINIESTRO
           END-EVALUATE.

       1-1-YA-TIENE-SINIESTRO.
           MOVE 0 TO SW-TIENE-SINIESTRO
           IF SW-SI-ENCONTRO
               SET SW-NO-ENCONTRO TO TRUE
               MOVE 0 TO SW-FDA-SINIESTR
               OPEN INPUT SINIESTR
               IF WS-ESTADO-SIN = '00'
                   PERFORM 9-5-BUSCAR-SINIESTRO
                       UNTIL SW-SI-ENCONTRO OR SW-FDA-SINIESTR = 1
                   CLOSE SINIESTR
               END-IF
               IF SW-SI-ENCONTRO
                   MOVE 1 TO SW-TIENE-SINIESTRO
               END-IF
           END-IF.

       1-2-CAPTURA-SINIESTRO.
           PERFORM 1-3-CALCULA-ASEGURADO
           MOVE WS-VALOR-ASEGURADO TO WS-MAS-DINERO
           DISPLAY 'DEUDOR               :' LINE 06 POSITION 01
                   RPRE-DEUDOR-DOC          LINE 06 POSITION 24
                   RPRE-DEUDOR-NOMBRE       LINE 06 POSITION 37
                   'PRODUCTO             :' LINE 07 POSITION 01
                   RPRE-PRODUCTO            LINE 07 POSITION 24
                   'VALOR ASEGURADO      :' LINE 08 POSITION 01
                   WS-MAS-DINERO            LINE 08 POSITION 24
                   'FECHA DE LA MUERTE   :' LINE 10 POSITION 01
                   '(DD/MM/AAAA)'           LINE 10 POSITION 36
           MOVE SPACES TO WS-FECHA-MUERTE
           PERFORM UNTIL WS-FECHA-MUERTE(3:1) = '/'
                     AND WS-FECHA-MUERTE(6:1) = '/'
                     AND WS-FECHA-MUERTE(1:2) IS NUMERIC
                     AND WS-FECHA-MUERTE(4:2) IS NUMERIC
                     AND WS-FECHA-MUERTE(7:4) IS NUMERIC
               ACCEPT WS-FECHA-MUERTE       LINE 10 POSITION 24
           END-PERFORM
           DISPLAY 'CONFIRMA LA RADICACION? (S/N):'
                                            LINE 12 POSITION 01
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA-VALIDO
               ACCEPT WS-CONFIRMA           LINE 12 POSITION 33
           END-PERFORM
           IF WS-CONFIRMA = 'S'
               PERFORM 9-2-FECHA-DE-HOY
               INITIALIZE REG-SINIESTRO
               MOVE RPRE-NUMERO        TO RSIN-PRESTAMO
               MOVE WS-FECHA-HOY-EDI   TO RSIN-FECHA-AVISO
                                          RSIN-FECHA-ESTADO
               MOVE WS-FECHA-MUERTE    TO RSIN-FECHA-MUERTE
               MOVE 'R'                TO RSIN-ESTADO
               MOVE RPRE-DEUDOR-DOC    TO RSIN-DEUDOR-DOC
               MOVE RPRE-DEUDOR-NOMBRE TO RSIN-DEUDOR-NOMBRE
               MOVE WS-VALOR-ASEGURADO TO RSIN-VALOR-ASEGURADO
               MOVE WS-OPERADOR        TO RSIN-USUARIO
               OPEN EXTEND SINIESTR
      * SI EL ARCHIVO DE SINIESTROS NO EXISTE TODAVIA, SE CREA AQUI
               IF WS-ESTADO-SIN = '35'
                   OPEN OUTPUT SINIESTR
               END-IF
               IF WS-ESTADO-SIN = '00' OR WS-ESTADO-SIN = '05'
                   WRITE REG-SINIESTRO
                   CLOSE SINIESTR
                   DISPLAY 'SINIESTRO RADICADO, OPRIMA ENTER'
                                            LINE 24 POSITION 20
                   ACCEPT WS-ENTER          LINE 24 POSITION 54
               END-IF
           END-IF.

       1-3-CALCULA-ASEGURADO.
           COMPUTE WS-INT-POR-CUOTA ROUNDED =
                   (RPRE-TOTAL - RPRE-CAPITAL) / RPRE-CUOTAS
           COMPUTE WS-INT-NO-CAUSADO =
                   WS-INT-POR-CUOTA
                   * (RPRE-CUOTAS - RPRE-CUOTAS-PAGADAS)
           IF WS-INT-NO-CAUSADO > RPRE-SALDO
               MOVE RPRE-SALDO TO WS-INT-NO-CAUSADO
           END-IF
           COMPUTE WS-VALOR-ASEGURADO = RPRE-SALDO - WS-INT-NO-CAUSADO.

      *----------------------------------------------------------------*
      * ENVIO A LA ASEGURADORA: DE UN SINIESTRO RADICADO U OBJETADO
      * (CUANDO SE COMPLETA LO QUE PIDIO LA ASEGURADORA), CON EL
      * RADICADO QUE ELLA LE DA A LA RECLAMACION
      *----------------------------------------------------------------*
       2-ENVIAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ENVIO A LA ASEGURADORA'  LINE 02 POSITION 29
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-SINIESTR
           OPEN I-O SINIESTR
           IF WS-ESTADO-SIN NOT = '00'
               DISPLAY 'NO HAY SINIESTROS RADICADOS'
                                            LINE 24 POSITION 25
               ACCEPT WS-ENTER              LINE 24 POSITION 53
           ELSE
               PERFORM 9-5-BUSCAR-SINIESTRO
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SINIESTR = 1
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO
                       DISPLAY 'EL PRESTAMO NO TIENE SINIESTRO'
                                            LINE 24 POSITION 25
                       ACCEPT WS-ENTER      LINE 24 POSITION 56
                   WHEN RSIN-ESTADO NOT = 'R' AND RSIN-ESTADO NOT = 'O'
                       DISPLAY 'EL SINIESTRO YA FUE ENVIADO O PAGADO'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 57
                   WHEN OTHER
                       PERFORM 4-2-MOSTRAR-SINIESTRO
                       DISPLAY 'RADICADO ASEGURADORA :'
                                            LINE 16 POSITION 01
                       MOVE SPACES TO WS-REFERENCIA
                       PERFORM UNTIL WS-REFERENCIA > SPACES
                           ACCEPT WS-REFERENCIA
                                            LINE 16 POSITION 24
                       END-PERFORM
                       PERFORM 9-2-FECHA-DE-HOY
                       MOVE 'E'              TO RSIN-ESTADO
                       MOVE WS-FECHA-HOY-EDI TO RSIN-FECHA-ESTADO
                       MOVE WS-REFERENCIA    TO RSIN-REF-ASEGURADORA
                       MOVE WS-OPERADOR      TO RSIN-USUARIO
                       MOVE SPACES           TO RSIN-MOTIVO
                       REWRITE REG-SINIESTRO END-REWRITE
                       DISPLAY 'SINIESTRO ENVIADO, OPRIMA ENTER'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 53
               END-EVALUATE
               CLOSE SINIESTR
           END-IF.

      *----------------------------------------------------------------*
      * OBJECION DE LA ASEGURADORA A UN SINIESTRO ENVIADO, SIEMPRE
      * CON SU MOTIVO
      *----------------------------------------------------------------*
       3-OBJETAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'OBJECION DE LA ASEGURADORA'
                                            LINE 02 POSITION 27
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-SINIESTR
           OPEN I-O SINIESTR
           IF WS-ESTADO-SIN NOT = '00'
               DISPLAY 'NO HAY SINIESTROS RADICADOS'
                                            LINE 24 POSITION 25
               ACCEPT WS-ENTER              LINE 24 POSITION 53
           ELSE
               PERFORM 9-5-BUSCAR-SINIESTRO
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SINIESTR = 1
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO
                       DISPLAY 'EL PRESTAMO NO TIENE SINIESTRO'
                                            LINE 24 POSITION 25
                       ACCEPT WS-ENTER      LINE 24 POSITION 56
                   WHEN RSIN-ESTADO NOT = 'E'
                       DISPLAY 'SOLO SE OBJETA UN SINIESTRO ENVIADO'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 56
                   WHEN OTHER
                       PERFORM 4-2-MOSTRAR-SINIESTRO
                       DISPLAY 'MOTIVO DE LA OBJECION:'
                                            LINE 16 POSITION 01
                       MOVE SPACES TO WS-MOTIVO
                       PERFORM UNTIL WS-MOTIVO > SPACES
                           ACCEPT WS-MOTIVO LINE 16 POSITION 24
                       END-PERFORM
                       PERFORM 9-2-FECHA-DE-HOY
                       MOVE 'O'              TO RSIN-ESTADO
                       MOVE WS-FECHA-HOY-EDI TO RSIN-FECHA-ESTADO
                       MOVE WS-OPERADOR      TO RSIN-USUARIO
                       MOVE WS-MOTIVO        TO RSIN-MOTIVO
                       REWRITE REG-SINIESTRO END-REWRITE
                       DISPLAY 'OBJECION REGISTRADA, OPRIMA ENTER'
                                            LINE 24 POSITION 20
                       ACCEPT WS-ENTER      LINE 24 POSITION 55
               END-EVALUATE
               CLOSE SINIESTR
           END-IF.

      *----------------------------------------------------------------*
      * CONSULTA: CON NUMERO MUESTRA EL SINIESTRO DE ESE PRESTAMO; EN
      * CEROS LISTA TODOS LOS SINIESTROS
      *----------------------------------------------------------------*
       4-CONSULTAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CONSULTA DE SINIESTROS'  LINE 02 POSITION 29
                   'NUMERO DEL PRESTAMO (CEROS = TODOS):'
                                            LINE 04 POSITION 01
           MOVE ZEROS TO WS-NUMERO
           ACCEPT WS-NUMERO                 LINE 04 POSITION 38
           IF WS-NUMERO = ZEROS
               PERFORM 4-3-LISTAR-SINIESTROS
           ELSE
               SET SW-NO-ENCONTRO TO TRUE
               MOVE 0 TO SW-FDA-SINIESTR
               OPEN INPUT SINIESTR
               IF WS-ESTADO-SIN = '00'
                   PERFORM 9-5-BUSCAR-SINIESTRO
                       UNTIL SW-SI-ENCONTRO OR SW-FDA-SINIESTR = 1
                   CLOSE SINIESTR
               END-IF
               IF SW-NO-ENCONTRO
                   DISPLAY 'EL PRESTAMO NO TIENE SINIESTRO'
                                            LINE 24 POSITION 25
                   ACCEPT WS-ENTER          LINE 24 POSITION 56
               ELSE
                   PERFORM 4-2-MOSTRAR-SINIESTRO
                   DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
                   ACCEPT WS-ENTER          LINE 24 POSITION 60
               END-IF
           END-IF.

       4-2-MOSTRAR-SINIESTRO.
           MOVE RSIN-ESTADO TO WS-EST-CODIGO
           PERFORM 9-4-NOMBRE-ESTADO
           DISPLAY 'DEUDOR               :' LINE 06 POSITION 01
                   RSIN-DEUDOR-DOC          LINE 06 POSITION 24
                   RSIN-DEUDOR-NOMBRE       LINE 06 POSITION 37
                   'FECHA DE LA MUERTE   :' LINE 07 POSITION 01
                   RSIN-FECHA-MUERTE        LINE 07 POSITION 24
                   'RADICADO EL          :' LINE 08 POSITION 01
                   RSIN-FECHA-AVISO         LINE 08 POSITION 24
                   'ESTADO               :' LINE 09 POSITION 01
                   WS-EST-NOMBRE            LINE 09 POSITION 24
                   RSIN-FECHA-ESTADO        LINE 09 POSITION 37
           MOVE RSIN-VALOR-ASEGURADO TO WS-MAS-DINERO
           DISPLAY 'VALOR ASEGURADO      :' LINE 10 POSITION 01
                   WS-MAS-DINERO            LINE 10 POSITION 24
                   'RADICADO ASEGURADORA :' LINE 11 POSITION 01
                   RSIN-REF-ASEGURADORA     LINE 11 POSITION 24
                   'ULTIMO USUARIO       :' LINE 12 POSITION 01
                   RSIN-USUARIO             LINE 12 POSITION 24
           IF RSIN-ESTADO = 'O'
               DISPLAY 'MOTIVO OBJECION      :' LINE 13 POSITION 01
                       RSIN-MOTIVO          LINE 13 POSITION 24
           END-IF
           IF RSIN-ESTADO = 'P'
               MOVE RSIN-VALOR-PAGADO TO WS-MAS-DINERO
               DISPLAY 'INDEMNIZACION        :' LINE 13 POSITION 01
                       WS-MAS-DINERO        LINE 13 POSITION 24
               MOVE RSIN-EXCEDENTE TO WS-MAS-DINERO
               DISPLAY 'EXCEDENTE BENEFICIAR.:' LINE 14 POSITION 01
                       WS-MAS-DINERO        LINE 14 POSITION 24
           END-IF.

       4-3-LISTAR-SINIESTROS.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'SINIESTROS RADICADOS'    LINE 02 POSITION 30
                   'PRESTA AVISO      DEUDOR'
                                            LINE 03 POSITION 01
                   'ESTADO            ASEGURADO'
                                            LINE 03 POSITION 45
           MOVE 4 TO LI
           MOVE ZEROS TO WS-TOT-SINIESTROS
           MOVE 0 TO SW-FDA-SINIESTR
           OPEN INPUT SINIESTR
           IF WS-ESTADO-SIN = '00'
               PERFORM 4-4-LEER-SINIESTRO UNTIL SW-FDA-SINIESTR = 1
               CLOSE SINIESTR
           END-IF
           DISPLAY 'TOTAL SINIESTROS:'      LINE 22 POSITION 01
                   WS-TOT-SINIESTROS        LINE 22 POSITION 19
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.

       4-4-LEER-SINIESTRO.
           READ SINIESTR AT END MOVE 1 TO SW-FDA-SINIESTR
                NOT AT END
                    PERFORM 4-5-MOSTRAR-RENGLON
           END-READ.

       4-5-MOSTRAR-RENGLON.
           ADD 1 TO WS-TOT-SINIESTROS
           MOVE RSIN-ESTADO TO WS-EST-CODIGO
           PERFORM 9-4-NOMBRE-ESTADO
           MOVE RSIN-VALOR-ASEGURADO TO WS-LIS-DINERO
           DISPLAY RSIN-PRESTAMO            LINE LI POSITION 01
                   RSIN-FECHA-AVISO         LINE LI POSITION 08
                   RSIN-DEUDOR-NOMBRE       LINE LI POSITION 19
                   WS-EST-NOMBRE            LINE LI POSITION 45
                   WS-LIS-DINERO            LINE LI POSITION 56
           ADD 1 TO LI
           IF LI = 21
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
           MOVE WS-FEC-SIS(1:4) TO WS-FECHA-HOY-EDI(7:4).

       9-4-NOMBRE-ESTADO.
           EVALUATE WS-EST-CODIGO
               WHEN 'R' MOVE 'RADICADO'   TO WS-EST-NOMBRE
               WHEN 'E' MOVE 'ENVIADO'    TO WS-EST-NOMBRE
               WHEN 'O' MOVE 'OBJETADO'   TO WS-EST-NOMBRE
               WHEN 'P' MOVE 'PAGADO'     TO WS-EST-NOMBRE
               WHEN OTHER MOVE SPACES     TO WS-EST-NOMBRE
           END-EVALUATE.

       END PROGRAM NO4CSINI.
