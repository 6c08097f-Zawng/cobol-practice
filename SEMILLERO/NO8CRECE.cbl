      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: RECERTIFICACION TRIMESTRAL DE ACCESOS. UN SUPERVISOR
      * (O ADMINISTRADOR) SE IDENTIFICA CON SU CLAVE Y REVISA, ROL
      * POR ROL, CADA USUARIO DEL MAESTRO CON SU ULTIMO INGRESO, LAS
      * OPCIONES QUE SE LE DENEGARON (SEGUN LOGSESION) Y LA EDAD DE
      * SU CLAVE, Y LO CONFIRMA O LE REVOCA EL ACCESO EN PANTALLA.
      * EL USUARIO QUE NO HA ENTRADO EN LOS DIAS DE INACTIVIDAD QUEDA
      * INHABILITADO SOLO, CON LA MARCA 'I' DE RUSU-BLOQUEADO; EL
      * REVOCADO QUEDA CON 'R'. LA INACTIVIDAD SE MIDE DESDE EL ULTIMO
      * INGRESO O CAMBIO DE CLAVE, Y SOLO SI EL LOG DE SESION ALCANZA
      * A CUBRIR TODOS ESOS DIAS (SI LA RETENCION DEL LOG ES MENOR,
      * NADIE SE INHABILITA POR NO APARECER EN EL). LA REVISION
      * FIRMADA QUEDA COMO EVIDENCIA PARA LOS AUDITORES EN RECERTIF Y
      * EN EL REPORTE RECERREP; SIN FIRMA NO SE REVOCA A NADIE.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO8CRECE.
       AUTHOR.                           NOVATEC (EDWIN PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE USUARIOS Y ROLES
           SELECT USUARIOS ASSIGN TO '../FILES/USUARIOS/USUARIOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-USU.
      * LOG DE SESION QUE DEJA NO0C0003 (Y LAS DENEGACIONES)
           SELECT LOGSESION ASSIGN TO '../FILES/USUARIOS/LOGSESION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LOG.
      * EVIDENCIA DE LAS RECERTIFICACIONES
           SELECT RECERTIF ASSIGN TO '../FILES/USUARIOS/RECERTIF'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-REC.
      * REPORTE DE LA REVISION, POR ROL
           SELECT IMPRESOR ASSIGN TO '../FILES/USUARIOS/RECERREP'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/USUARIOS.cpy'.

       FD  LOGSESION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LOGSESION.
           02 RLOG-NOMBRE            PIC X(30).
           02 RLOG-FECHA             PIC X(10).
           02 RLOG-HORA              PIC X(08).
           02 RLOG-EVENTO            PIC X(01).

       FD  RECERTIF LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/RECERTIF.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-USU             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REC             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA-USUARIOS           PIC 9 VALUE ZEROS.
       01  SW-FDA-LOGSESION          PIC 9 VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.

      * REVISOR: DEBE SER SUPERVISOR O ADMINISTRADOR, SIN BLOQUEO
       01  WS-REVISOR                PIC X(10) VALUE SPACES.
       01  WS-CLAVE                  PIC X(10) VALUE SPACES.
       01  WS-INTENTOS               PIC 9 VALUE ZEROS.
       01  WS-REVISOR-OK             PIC X VALUE 'N'.
           88 REVISOR-OK             VALUE 'S'.

      * DIAS SIN INGRESO PARA INHABILITAR (EL OPERADOR LOS PUEDE
      * CAMBIAR EN CADA CORRIDA)
       01  WS-DIAS-INACTIVO          PIC 9(03) VALUE 090.
       01  WS-DIAS-ENTRADA           PIC 9(03) VALUE ZEROS.

      * FECHAS
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-INT-HOY                PIC 9(07) VALUE ZEROS.
       01  WS-INT-FECHA              PIC 9(07) VALUE ZEROS.
       01  WS-FEC-ACTIVIDAD          PIC 9(08) VALUE ZEROS.
       01  WS-PRIMERA-FECHA          PIC 9(08) VALUE ZEROS.
       01  WS-LOG-CUBRE              PIC X VALUE 'N'.
           88 LOG-CUBRE              VALUE 'S'.
       01  WS-FEC-LOG.
           02 WS-FEC-LOG-ANO         PIC X(04).
           02 WS-FEC-LOG-MES         PIC X(02).
           02 WS-FEC-LOG-DIA         PIC X(02).
       01  WS-FEC-LOG-N REDEFINES WS-FEC-LOG PIC 9(08).
       01  WS-FEC-EDIT               PIC X(10) VALUE SPACES.
       01  WS-FEC-A-EDITAR           PIC 9(08) VALUE ZEROS.

      * USUARIOS EN MEMORIA CON LO QUE SE LES ENCONTRO EN EL LOG Y
      * LA DECISION DE LA REVISION
       01  WS-NUM-USUARIOS           PIC 9(03) VALUE ZEROS.
       01  TABLA-USUARIOS.
           02 TAB-USU OCCURS 200 TIMES.
              03 TAB-NOMBRE          PIC X(10).
              03 TAB-ROL             PIC X(01).
              03 TAB-FECHA-CLAVE     PIC 9(08).
              03 TAB-BLOQUEADO       PIC X(01).
              03 TAB-ULTIMO          PIC 9(08).
              03 TAB-DENEGADAS       PIC 9(05).
              03 TAB-EDAD            PIC 9(05).
              03 TAB-DECISION        PIC X(01).
              03 TAB-MOTIVO          PIC X(30).
       01  UX                        PIC 9(03) VALUE ZEROS.

      * ROLES EN EL ORDEN DEL REPORTE
       01  WS-ROLES                  PIC X(03) VALUE 'ASC'.
       01  RX                        PIC 9 VALUE ZEROS.
       01  WS-ROL-ACTUAL             PIC X(01) VALUE SPACES.
       01  WS-NOMBRE-ROL             PIC X(13) VALUE SPACES.

      * PANTALLA
       01  LI                        PIC 9(02) VALUE ZEROS.
       01  WS-DECISION               PIC X(01) VALUE SPACES.
           88 DECISION-VALIDA        VALUE 'C' 'R'.
       01  WS-FIRMA                  PIC X(01) VALUE SPACES.
           88 FIRMA-VALIDA           VALUE 'S' 'N'.
       01  WS-FIRMADA                PIC X(01) VALUE 'N'.
           88 REVISION-FIRMADA       VALUE 'S'.

      * TOTALES
       01  WS-TOT-CONFIRMADOS        PIC 9(03) VALUE ZEROS.
       01  WS-TOT-REVOCADOS          PIC 9(03) VALUE ZEROS.
       01  WS-TOT-INACTIVOS          PIC 9(03) VALUE ZEROS.
       01  WS-TOT-BLOQUEADOS         PIC 9(03) VALUE ZEROS.
       01  WS-TOT-PENDIENTES         PIC 9(03) VALUE ZEROS.

      * LINEA DE UN USUARIO (PANTALLA Y REPORTE)
       01  WS-EDAD-EDIT              PIC ZZZZ9.
       01  WS-LIN-USUARIO.
           02 WS-LUS-NOMBRE          PIC X(10).
           02 FILLER                 PIC X(01).
           02 WS-LUS-ULTIMO          PIC X(10).
           02 FILLER                 PIC X(01).
           02 WS-LUS-DENEGADAS       PIC ZZZZ9.
           02 FILLER                 PIC X(01).
           02 WS-LUS-EDAD            PIC X(05).
           02 FILLER                 PIC X(01).
           02 WS-LUS-MOTIVO          PIC X(30).
           02 FILLER                 PIC X(01).
           02 WS-LUS-DECISION        PIC X(10).
           02 FILLER                 PIC X(05).
       01  WS-LIN-TITULO.
           02 FILLER                 PIC X(40) VALUE
              'USUARIO    ULT.INGR.  DENEG  EDAD ESTADO'.
           02 FILLER                 PIC X(40) VALUE
              '                         DECISION'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-SIS)
           DISPLAY CLEAR-SCREEN
           DISPLAY 'RECERTIFICACION DE ACCESOS' LINE 02 POSITION 27
           PERFORM 1000-IDENTIFICAR-REVISOR
           PERFORM 1100-PEDIR-DIAS
           PERFORM 2000-CARGAR-USUARIOS
           PERFORM 2100-CARGAR-LOGSESION
           PERFORM 3000-EVALUAR-USUARIO
               VARYING UX FROM 1 BY 1 UNTIL UX > WS-NUM-USUARIOS
           PERFORM 4000-REVISAR-ROL
               VARYING RX FROM 1 BY 1 UNTIL RX > 3
           PERFORM 5000-FIRMAR
           PERFORM 6000-ACTUALIZAR-USUARIOS
           PERFORM 7000-GRABAR-EVIDENCIA
           PERFORM 8000-IMPRIMIR
           DISPLAY CLEAR-SCREEN
           DISPLAY 'RECERTIFICACION TERMINADA'    LINE 05 POSITION 01
           DISPLAY 'CONFIRMADOS : ' WS-TOT-CONFIRMADOS
                                                  LINE 07 POSITION 01
           DISPLAY 'REVOCADOS   : ' WS-TOT-REVOCADOS
                                                  LINE 08 POSITION 01
           DISPLAY 'INACTIVOS   : ' WS-TOT-INACTIVOS
                                                  LINE 09 POSITION 01
           DISPLAY 'PENDIENTES  : ' WS-TOT-PENDIENTES
                                                  LINE 10 POSITION 01
           DISPLAY 'REPORTE EN ../FILES/USUARIOS/RECERREP'
                                                  LINE 12 POSITION 01
           DISPLAY 'OPRIMA ENTER'                 LINE 24 POSITION 30
           ACCEPT WS-ENTER                        LINE 24 POSITION 45
           STOP RUN.

      *----------------------------------------------------------------*
      * EL REVISOR SE IDENTIFICA CON SU CLAVE; TRES INTENTOS
      *----------------------------------------------------------------*
       1000-IDENTIFICAR-REVISOR.
           MOVE ZEROS TO WS-INTENTOS
           MOVE 'N' TO WS-REVISOR-OK
           PERFORM UNTIL REVISOR-OK OR WS-INTENTOS = 3
               DISPLAY 'REVISOR (SUPERVISOR):'    LINE 04 POSITION 01
               MOVE SPACES TO WS-REVISOR
               PERFORM UNTIL WS-REVISOR > SPACES
                   ACCEPT WS-REVISOR              LINE 04 POSITION 24
               END-PERFORM
               DISPLAY 'CLAVE               :'    LINE 05 POSITION 01
               MOVE SPACES TO WS-CLAVE
               PERFORM UNTIL WS-CLAVE > SPACES
                   ACCEPT WS-CLAVE                LINE 05 POSITION 24
               END-PERFORM
               ADD 1 TO WS-INTENTOS
               MOVE 0 TO SW-FDA-USUARIOS
               OPEN INPUT USUARIOS
               IF WS-ESTADO-USU NOT = '00'
                   DISPLAY 'NO HAY MAESTRO DE USUARIOS'
                                                  LINE 07 POSITION 01
                   STOP RUN
               END-IF
               PERFORM 1010-VALIDAR-REVISOR
                   UNTIL REVISOR-OK OR SW-FDA-USUARIOS = 1
               CLOSE USUARIOS
               IF NOT REVISOR-OK
                   DISPLAY 'REVISOR NO AUTORIZADO O CLAVE INCORRECTA'
                                                  LINE 07 POSITION 01
               END-IF
           END-PERFORM
           IF NOT REVISOR-OK
               STOP RUN
           END-IF.

       1010-VALIDAR-REVISOR.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF RUSU-NOMBRE = WS-REVISOR
                       AND RUSU-CLAVE = WS-CLAVE
                       AND (RUSU-ROL = 'S' OR RUSU-ROL = 'A')
                       AND RUSU-BLOQUEADO = SPACE
                        MOVE 'S' TO WS-REVISOR-OK
                    END-IF
           END-READ.

       1100-PEDIR-DIAS.
           DISPLAY 'DIAS SIN INGRESO PARA INHABILITAR (0 = 090):'
                                                  LINE 07 POSITION 01
           MOVE ZEROS TO WS-DIAS-ENTRADA
           ACCEPT WS-DIAS-ENTRADA                 LINE 07 POSITION 47
           IF WS-DIAS-ENTRADA > ZEROS
               MOVE WS-DIAS-ENTRADA TO WS-DIAS-INACTIVO
           END-IF.

      *----------------------------------------------------------------*
      * CARGA DEL MAESTRO Y DE LO QUE DICE EL LOG DE CADA USUARIO
      *----------------------------------------------------------------*
       2000-CARGAR-USUARIOS.
           MOVE ZEROS TO WS-NUM-USUARIOS
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN INPUT USUARIOS
           PERFORM 2010-LEER-USUARIO UNTIL SW-FDA-USUARIOS = 1
           CLOSE USUARIOS.

       2010-LEER-USUARIO.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF WS-NUM-USUARIOS < 200
                        ADD 1 TO WS-NUM-USUARIOS
                        MOVE WS-NUM-USUARIOS  TO UX
                        MOVE RUSU-NOMBRE      TO TAB-NOMBRE(UX)
                        MOVE RUSU-ROL         TO TAB-ROL(UX)
                        MOVE RUSU-FECHA-CLAVE TO TAB-FECHA-CLAVE(UX)
                        MOVE RUSU-BLOQUEADO   TO TAB-BLOQUEADO(UX)
                        MOVE ZEROS            TO TAB-ULTIMO(UX)
                                                 TAB-DENEGADAS(UX)
                                                 TAB-EDAD(UX)
                        MOVE SPACES           TO TAB-DECISION(UX)
                                                 TAB-MOTIVO(UX)
                    END-IF
           END-READ.

      * LA FECHA MAS VIEJA DEL LOG DICE HASTA DONDE ALCANZA A CUBRIR
      * (LO ANTERIOR PUDO HABERSE DEPURADO POR RETENCION)
       2100-CARGAR-LOGSESION.
           MOVE ZEROS TO WS-PRIMERA-FECHA
           MOVE 0 TO SW-FDA-LOGSESION
           OPEN INPUT LOGSESION
           IF WS-ESTADO-LOG = '00'
               PERFORM 2110-LEER-LOGSESION UNTIL SW-FDA-LOGSESION = 1
               CLOSE LOGSESION
           END-IF
           MOVE 'N' TO WS-LOG-CUBRE
           IF WS-PRIMERA-FECHA > ZEROS
               COMPUTE WS-INT-FECHA =
                       FUNCTION INTEGER-OF-DATE(WS-PRIMERA-FECHA)
               IF WS-INT-HOY - WS-INT-FECHA >= WS-DIAS-INACTIVO
                   MOVE 'S' TO WS-LOG-CUBRE
               END-IF
           END-IF.

       2110-LEER-LOGSESION.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-LOGSESION
                NOT AT END
                    MOVE RLOG-FECHA(7:4) TO WS-FEC-LOG-ANO
                    MOVE RLOG-FECHA(4:2) TO WS-FEC-LOG-MES
                    MOVE RLOG-FECHA(1:2) TO WS-FEC-LOG-DIA
                    IF WS-FEC-LOG IS NUMERIC
                       AND WS-FEC-LOG-MES > '00'
                       AND WS-FEC-LOG-MES < '13'
                       AND WS-FEC-LOG-DIA > '00'
                       AND WS-FEC-LOG-DIA < '32'
                        IF WS-PRIMERA-FECHA = ZEROS
                           OR WS-FEC-LOG-N < WS-PRIMERA-FECHA
                            MOVE WS-FEC-LOG-N TO WS-PRIMERA-FECHA
                        END-IF
                        PERFORM 2120-ANOTAR-EVENTO
                    END-IF
           END-READ.

      * LAS ENTRADAS VIEJAS DEL LOG NO TRAEN EVENTO: SON INGRESOS
       2120-ANOTAR-EVENTO.
           PERFORM VARYING UX FROM 1 BY 1
                   UNTIL UX > WS-NUM-USUARIOS
                      OR TAB-NOMBRE(UX) = RLOG-NOMBRE(1:10)
               CONTINUE
           END-PERFORM
           IF UX NOT > WS-NUM-USUARIOS
               EVALUATE RLOG-EVENTO
                   WHEN 'E'
                   WHEN SPACE
                       IF WS-FEC-LOG-N > TAB-ULTIMO(UX)
                           MOVE WS-FEC-LOG-N TO TAB-ULTIMO(UX)
                       END-IF
                   WHEN 'D'
                       ADD 1 TO TAB-DENEGADAS(UX)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * EDAD DE LA CLAVE E INHABILITACION POR INACTIVIDAD. EL PROPIO
      * REVISOR ACABA DE ENTRAR: NI SE INHABILITA NI SE AUTOCERTIFICA
      *----------------------------------------------------------------*
       3000-EVALUAR-USUARIO.
           IF TAB-FECHA-CLAVE(UX) = ZEROS
               MOVE 99999 TO TAB-EDAD(UX)
           ELSE
               COMPUTE WS-INT-FECHA =
                       FUNCTION INTEGER-OF-DATE(TAB-FECHA-CLAVE(UX))
               COMPUTE TAB-EDAD(UX) = WS-INT-HOY - WS-INT-FECHA
           END-IF
           MOVE TAB-ULTIMO(UX) TO WS-FEC-ACTIVIDAD
           IF TAB-FECHA-CLAVE(UX) > WS-FEC-ACTIVIDAD
               MOVE TAB-FECHA-CLAVE(UX) TO WS-FEC-ACTIVIDAD
           END-IF
           MOVE ZEROS TO WS-INT-FECHA
           IF WS-FEC-ACTIVIDAD > ZEROS
               COMPUTE WS-INT-FECHA =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-ACTIVIDAD)
           END-IF
           EVALUATE TRUE
               WHEN TAB-BLOQUEADO(UX) = 'B'
                   MOVE 'B' TO TAB-DECISION(UX)
                   MOVE 'BLOQUEADO POR INTENTOS' TO TAB-MOTIVO(UX)
               WHEN TAB-BLOQUEADO(UX) = 'I'
                   MOVE 'B' TO TAB-DECISION(UX)
                   MOVE 'INHABILITADO POR INACTIVIDAD'
                     TO TAB-MOTIVO(UX)
               WHEN TAB-BLOQUEADO(UX) NOT = SPACE
                   MOVE 'B' TO TAB-DECISION(UX)
                   MOVE 'REVOCADO EN RECERTIFICACION' TO TAB-MOTIVO(UX)
               WHEN TAB-NOMBRE(UX) = WS-REVISOR
                   MOVE 'P' TO TAB-DECISION(UX)
                   MOVE 'CUENTA DEL REVISOR' TO TAB-MOTIVO(UX)
               WHEN LOG-CUBRE AND WS-INT-FECHA > ZEROS
                AND WS-INT-HOY - WS-INT-FECHA > WS-DIAS-INACTIVO
                   MOVE 'I' TO TAB-DECISION(UX)
                   STRING 'SIN INGRESO EN ' WS-DIAS-INACTIVO ' DIAS'
                          DELIMITED BY SIZE INTO TAB-MOTIVO(UX)
               WHEN TAB-ULTIMO(UX) = ZEROS
                   MOVE 'SIN INGRESOS EN EL LOG' TO TAB-MOTIVO(UX)
               WHEN OTHER
                   MOVE 'ACTIVO' TO TAB-MOTIVO(UX)
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REVISION EN PANTALLA DE UN ROL: SOLO LOS USUARIOS ACTIVOS
      * PIDEN DECISION (C CONFIRMA, R REVOCA)
      *----------------------------------------------------------------*
       4000-REVISAR-ROL.
           MOVE WS-ROLES(RX:1) TO WS-ROL-ACTUAL
           PERFORM 9100-NOMBRE-ROL
           PERFORM 4010-ENCABEZADO-PANTALLA
           PERFORM 4020-REVISAR-USUARIO
               VARYING UX FROM 1 BY 1 UNTIL UX > WS-NUM-USUARIOS
           DISPLAY 'FIN DEL ROL, OPRIMA ENTER'    LINE 24 POSITION 01
           ACCEPT WS-ENTER                        LINE 24 POSITION 30.

       4010-ENCABEZADO-PANTALLA.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'RECERTIFICACION DE ACCESOS - ROL: '
                                                  LINE 01 POSITION 01
           DISPLAY WS-NOMBRE-ROL                  LINE 01 POSITION 35
           MOVE WS-PRIMERA-FECHA TO WS-FEC-A-EDITAR
           PERFORM 9000-EDITAR-FECHA
           DISPLAY 'LOG DESDE: '                  LINE 02 POSITION 01
           DISPLAY WS-FEC-EDIT                    LINE 02 POSITION 12
           DISPLAY 'C = CONFIRMA  R = REVOCA'     LINE 02 POSITION 40
           DISPLAY WS-LIN-TITULO                  LINE 04 POSITION 01
           MOVE 5 TO LI.

       4020-REVISAR-USUARIO.
           IF TAB-ROL(UX) = WS-ROL-ACTUAL
               IF LI > 21
                   DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                                  LINE 24 POSITION 01
                   ACCEPT WS-ENTER                LINE 24 POSITION 30
                   PERFORM 4010-ENCABEZADO-PANTALLA
               END-IF
               PERFORM 9200-ARMAR-LINEA
               DISPLAY WS-LIN-USUARIO             LINE LI POSITION 01
               IF TAB-DECISION(UX) = SPACE
                   MOVE SPACE TO WS-DECISION
                   PERFORM UNTIL DECISION-VALIDA
                       ACCEPT WS-DECISION         LINE LI POSITION 66
                   END-PERFORM
                   MOVE WS-DECISION TO TAB-DECISION(UX)
                   IF WS-DECISION = 'R'
                       MOVE 'REVOCADO POR EL REVISOR' TO TAB-MOTIVO(UX)
                   END-IF
               END-IF
               ADD 1 TO LI
           END-IF.

      *----------------------------------------------------------------*
      * FIRMA DE LA REVISION. SIN FIRMA LAS DECISIONES DEL REVISOR
      * QUEDAN PENDIENTES (LA INHABILITACION POR INACTIVIDAD NO
      * DEPENDE DE LA FIRMA)
      *----------------------------------------------------------------*
       5000-FIRMAR.
           DISPLAY CLEAR-SCREEN
           PERFORM 5010-CONTAR
               VARYING UX FROM 1 BY 1 UNTIL UX > WS-NUM-USUARIOS
           DISPLAY 'RESUMEN DE LA REVISION'       LINE 02 POSITION 01
           DISPLAY 'A CONFIRMAR : ' WS-TOT-CONFIRMADOS
                                                  LINE 04 POSITION 01
           DISPLAY 'A REVOCAR   : ' WS-TOT-REVOCADOS
                                                  LINE 05 POSITION 01
           DISPLAY 'INACTIVOS   : ' WS-TOT-INACTIVOS
                                                  LINE 06 POSITION 01
           DISPLAY 'BLOQUEADOS  : ' WS-TOT-BLOQUEADOS
                                                  LINE 07 POSITION 01
           DISPLAY 'FIRMA LA REVISION COMO ' WS-REVISOR ' (S/N)?'
                                                  LINE 09 POSITION 01
           MOVE SPACE TO WS-FIRMA
           PERFORM UNTIL FIRMA-VALIDA
               ACCEPT WS-FIRMA                    LINE 09 POSITION 45
           END-PERFORM
           MOVE WS-FIRMA TO WS-FIRMADA
           MOVE ZEROS TO WS-TOT-CONFIRMADOS WS-TOT-REVOCADOS
                         WS-TOT-INACTIVOS WS-TOT-BLOQUEADOS
                         WS-TOT-PENDIENTES
           IF NOT REVISION-FIRMADA
               PERFORM 5020-DEJAR-PENDIENTE
                   VARYING UX FROM 1 BY 1 UNTIL UX > WS-NUM-USUARIOS
           END-IF
           PERFORM 5010-CONTAR
               VARYING UX FROM 1 BY 1 UNTIL UX > WS-NUM-USUARIOS.

       5010-CONTAR.
           EVALUATE TAB-DECISION(UX)
               WHEN 'C' ADD 1 TO WS-TOT-CONFIRMADOS
               WHEN 'R' ADD 1 TO WS-TOT-REVOCADOS
               WHEN 'I' ADD 1 TO WS-TOT-INACTIVOS
               WHEN 'B' ADD 1 TO WS-TOT-BLOQUEADOS
               WHEN OTHER ADD 1 TO WS-TOT-PENDIENTES
           END-EVALUATE.

       5020-DEJAR-PENDIENTE.
           IF TAB-DECISION(UX) = 'C' OR TAB-DECISION(UX) = 'R'
               MOVE 'P' TO TAB-DECISION(UX)
               MOVE 'REVISION SIN FIRMAR' TO TAB-MOTIVO(UX)
           END-IF.

      *----------------------------------------------------------------*
      * MARCA EN EL MAESTRO A LOS INACTIVOS ('I') Y A LOS REVOCADOS
      * ('R'); NO0C0003 YA NO LOS DEJA ENTRAR
      *----------------------------------------------------------------*
       6000-ACTUALIZAR-USUARIOS.
           IF WS-TOT-INACTIVOS > ZEROS OR WS-TOT-REVOCADOS > ZEROS
               MOVE 0 TO SW-FDA-USUARIOS
               OPEN I-O USUARIOS
               IF WS-ESTADO-USU = '00'
                   PERFORM 6010-MARCAR-USUARIO
                       UNTIL SW-FDA-USUARIOS = 1
                   CLOSE USUARIOS
               ELSE
                   DISPLAY 'NO SE PUDO ACTUALIZAR USUARIOS: '
                           WS-ESTADO-USU          LINE 20 POSITION 01
               END-IF
           END-IF.

       6010-MARCAR-USUARIO.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    PERFORM VARYING UX FROM 1 BY 1
                            UNTIL UX > WS-NUM-USUARIOS
                               OR TAB-NOMBRE(UX) = RUSU-NOMBRE
                        CONTINUE
                    END-PERFORM
                    IF UX NOT > WS-NUM-USUARIOS
                       AND (TAB-DECISION(UX) = 'I'
                         OR TAB-DECISION(UX) = 'R')
                        MOVE TAB-DECISION(UX) TO RUSU-BLOQUEADO
                        REWRITE REG-USUARIO END-REWRITE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EVIDENCIA PARA AUDITORIA: UN REGISTRO POR USUARIO REVISADO
      *----------------------------------------------------------------*
       7000-GRABAR-EVIDENCIA.
           OPEN EXTEND RECERTIF
           IF WS-ESTADO-REC = '35'
               OPEN OUTPUT RECERTIF
           END-IF
           IF WS-ESTADO-REC = '00' OR WS-ESTADO-REC = '05'
               PERFORM 7010-GRABAR-USUARIO
                   VARYING UX FROM 1 BY 1 UNTIL UX > WS-NUM-USUARIOS
               CLOSE RECERTIF
           ELSE
               DISPLAY 'NO SE PUDO GRABAR LA EVIDENCIA: '
                       WS-ESTADO-REC              LINE 21 POSITION 01
           END-IF.

       7010-GRABAR-USUARIO.
           MOVE WS-FEC-SIS          TO RREC-FECHA
           MOVE WS-REVISOR          TO RREC-REVISOR
           MOVE TAB-NOMBRE(UX)      TO RREC-USUARIO
           MOVE TAB-ROL(UX)         TO RREC-ROL
           MOVE TAB-ULTIMO(UX)      TO RREC-ULTIMO-INGRESO
           MOVE TAB-DENEGADAS(UX)   TO RREC-DENEGADAS
           MOVE TAB-EDAD(UX)        TO RREC-EDAD-CLAVE
           MOVE TAB-DECISION(UX)    TO RREC-DECISION
           MOVE TAB-MOTIVO(UX)      TO RREC-MOTIVO
           MOVE WS-FIRMADA          TO RREC-FIRMADA
           WRITE REG-RECERTIF.

      *----------------------------------------------------------------*
      * REPORTE DE LA REVISION, UNA SECCION POR ROL
      *----------------------------------------------------------------*
       8000-IMPRIMIR.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'NO SE PUDO CREAR EL REPORTE: ' WS-ESTADO-IMP
                                                  LINE 22 POSITION 01
           ELSE
               MOVE WS-FEC-SIS TO WS-FEC-A-EDITAR
               PERFORM 9000-EDITAR-FECHA
               MOVE SPACES TO REG-IMPRESOR
               STRING 'RECERTIFICACION DE ACCESOS DEL ' WS-FEC-EDIT
                      '   REVISOR: ' WS-REVISOR
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER PAGE
               MOVE WS-PRIMERA-FECHA TO WS-FEC-A-EDITAR
               PERFORM 9000-EDITAR-FECHA
               MOVE SPACES TO REG-IMPRESOR
               STRING 'DIAS DE INACTIVIDAD: ' WS-DIAS-INACTIVO
                      '   LOG DE SESION DESDE: ' WS-FEC-EDIT
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 1
               PERFORM 8010-IMPRIMIR-ROL
                   VARYING RX FROM 1 BY 1 UNTIL RX > 3
               MOVE SPACES TO REG-IMPRESOR
               STRING 'CONFIRMADOS: ' WS-TOT-CONFIRMADOS
                      ' REVOCADOS: ' WS-TOT-REVOCADOS
                      ' INACTIVOS: ' WS-TOT-INACTIVOS
                      ' BLOQUEADOS: ' WS-TOT-BLOQUEADOS
                      ' PENDIENTES: ' WS-TOT-PENDIENTES
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 2
               MOVE SPACES TO REG-IMPRESOR
               IF REVISION-FIRMADA
                   STRING 'REVISION FIRMADA POR: ' WS-REVISOR
                          DELIMITED BY SIZE INTO REG-IMPRESOR
               ELSE
                   MOVE 'REVISION SIN FIRMAR: NO SE REVOCO A NADIE'
                     TO REG-IMPRESOR
               END-IF
               WRITE REG-IMPRESOR AFTER 2
               CLOSE IMPRESOR
           END-IF.

       8010-IMPRIMIR-ROL.
           MOVE WS-ROLES(RX:1) TO WS-ROL-ACTUAL
           PERFORM 9100-NOMBRE-ROL
           MOVE SPACES TO REG-IMPRESOR
           STRING 'ROL: ' WS-NOMBRE-ROL
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           WRITE REG-IMPRESOR FROM WS-LIN-TITULO AFTER 1
           PERFORM 8020-IMPRIMIR-USUARIO
               VARYING UX FROM 1 BY 1 UNTIL UX > WS-NUM-USUARIOS.

       8020-IMPRIMIR-USUARIO.
           IF TAB-ROL(UX) = WS-ROL-ACTUAL
               PERFORM 9200-ARMAR-LINEA
               EVALUATE TAB-DECISION(UX)
                   WHEN 'C' MOVE 'CONFIRMADO' TO WS-LUS-DECISION
                   WHEN 'R' MOVE 'REVOCADO'   TO WS-LUS-DECISION
                   WHEN 'I' MOVE 'INACTIVO'   TO WS-LUS-DECISION
                   WHEN 'B' MOVE 'BLOQUEADO'  TO WS-LUS-DECISION
                   WHEN OTHER MOVE 'PENDIENTE' TO WS-LUS-DECISION
               END-EVALUATE
               WRITE REG-IMPRESOR FROM WS-LIN-USUARIO AFTER 1
           END-IF.

      * AAAAMMDD A DD/MM/AAAA (CEROS = NO HAY)
       9000-EDITAR-FECHA.
           IF WS-FEC-A-EDITAR = ZEROS
               MOVE 'NO HAY' TO WS-FEC-EDIT
           ELSE
               MOVE SPACES TO WS-FEC-EDIT
               STRING WS-FEC-A-EDITAR(7:2) '/'
                      WS-FEC-A-EDITAR(5:2) '/'
                      WS-FEC-A-EDITAR(1:4)
                      DELIMITED BY SIZE INTO WS-FEC-EDIT
           END-IF.

       9100-NOMBRE-ROL.
           EVALUATE WS-ROL-ACTUAL
               WHEN 'A' MOVE 'ADMINISTRADOR' TO WS-NOMBRE-ROL
               WHEN 'S' MOVE 'SUPERVISOR'    TO WS-NOMBRE-ROL
               WHEN 'C' MOVE 'CAJERO'        TO WS-NOMBRE-ROL
           END-EVALUATE.

       9200-ARMAR-LINEA.
           MOVE SPACES              TO WS-LIN-USUARIO
           MOVE TAB-NOMBRE(UX)      TO WS-LUS-NOMBRE
           MOVE TAB-ULTIMO(UX)      TO WS-FEC-A-EDITAR
           PERFORM 9000-EDITAR-FECHA
           MOVE WS-FEC-EDIT         TO WS-LUS-ULTIMO
           MOVE TAB-DENEGADAS(UX)   TO WS-LUS-DENEGADAS
           IF TAB-EDAD(UX) = 99999
               MOVE 'NUEVA'         TO WS-LUS-EDAD
           ELSE
               MOVE TAB-EDAD(UX)    TO WS-EDAD-EDIT
               MOVE WS-EDAD-EDIT    TO WS-LUS-EDAD
           END-IF
           MOVE TAB-MOTIVO(UX)      TO WS-LUS-MOTIVO.

       END PROGRAM NO8CRECE.
