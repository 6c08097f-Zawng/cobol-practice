      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: DEPURACION POR RETENCION DE LOS ARCHIVOS QUE SOLO
      * CRECEN: LOGSESION, WATCHLOG, RUNCTRL, EL CATALOGO DEL SPOOL
      * (CON LOS REPORTES GUARDADOS QUE APUNTA), GESTIONES, TRANSHIS
      * Y RESUHIST. LA POLITICA (./FILES/BATCH/RETENCION) DA PARA
      * CADA ARCHIVO LOS DIAS QUE SE CONSERVA Y DONDE ESTA SU FECHA.
      * LOS REGISTROS VENCIDOS SE ARCHIVAN PRIMERO EN UN JUEGO
      * FECHADO EN ./FILES/BACKUP (AAAAMMDD-PURGA-LOGICO), REGISTRADO
      * EN EL MANIFIESTO DEL DIA DE NO8CBACK, Y SOLO DESPUES SE
      * REESCRIBE EL ARCHIVO VIVO SIN ELLOS. UN ARCHIVO CON MARCA DE
      * RETENCION LEGAL NUNCA SE DEPURA. UN REGISTRO CUYA FECHA NO SE
      * PUEDA LEER SE CONSERVA. QUEDA UN REPORTE CON LOS CONTEOS DE
      * ANTES Y DESPUES DE CADA ARCHIVO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO8CPURG.
       AUTHOR.                           NOVATEC (EDWIN PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * POLITICA DE RETENCION
           SELECT RETENCION ASSIGN TO './FILES/BATCH/RETENCION'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-RET.
      * MANIFIESTO DEL DIA (EL MISMO DE NO8CBACK)
           SELECT MANIFIES ASSIGN USING WS-NOMBRE-MANIFIES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MAN.
      * REPORTE DE LA DEPURACION
           SELECT IMPRESOR ASSIGN TO './FILES/BATCH/PURGA'
           FILE STATUS IS WS-ESTADO-IMP.

      * ARCHIVOS VIVOS, EN LAS RUTAS DE LOS PROGRAMAS QUE LOS ESCRIBEN
           SELECT LOGSESION ASSIGN TO '../FILES/USUARIOS/LOGSESION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIV.
           SELECT WATCHLOG ASSIGN TO './FILES/MONEY/WATCHLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIV.
           SELECT RUNCTRL ASSIGN TO './FILES/BATCH/RUNCTRL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIV.
           SELECT SPOOLCAT ASSIGN TO '../FILES/SPOOL/SPOOLCAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIV.
           SELECT GESTIONES ASSIGN TO './FILES/CREDITO/GESTIONES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIV.
           SELECT TRANSHIS ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTHI-CLAVE
           ALTERNATE RECORD KEY IS RTHI-CLIENTE-DOC
                                   WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-VIV.
           SELECT RESUHIST ASSIGN TO './FILES/RESUMEN/RESUHIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIV.

      * ARCHIVO DE LOS VENCIDOS (JUEGO FECHADO), UNO POR LAYOUT
           SELECT ARCLOGSE ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ARC.
           SELECT ARCWATCH ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ARC.
           SELECT ARCRUNCT ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ARC.
           SELECT ARCSPOOL ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ARC.
           SELECT ARCGESTI ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ARC.
           SELECT ARCTRANS ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ARC.
           SELECT ARCRESUH ASSIGN USING WS-NOMBRE-ARCHIVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ARC.

      * ARCHIVO VIVO RECONSTRUIDO SIN LOS VENCIDOS (RUTA.NEW), QUE
      * LUEGO SE COPIA SOBRE EL VIVO
           SELECT NUELOGSE ASSIGN USING WS-NOMBRE-NUEVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
           SELECT NUEWATCH ASSIGN USING WS-NOMBRE-NUEVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
           SELECT NUERUNCT ASSIGN USING WS-NOMBRE-NUEVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
           SELECT NUESPOOL ASSIGN USING WS-NOMBRE-NUEVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
           SELECT NUEGESTI ASSIGN USING WS-NOMBRE-NUEVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
           SELECT NUERESUH ASSIGN USING WS-NOMBRE-NUEVO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  RETENCION.
       COPY './COPYS/RETENCIO.cpy'.

       FD  MANIFIES.
       01  REG-MANIFIES              PIC X(100).

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

      * LOS LAYOUTS SON LOS DE LOS PROGRAMAS DUENOS DE CADA ARCHIVO;
      * AQUI SOLO IMPORTA EL LARGO, LA FECHA LA UBICA LA POLITICA
       FD  LOGSESION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LOGSESION             PIC X(49).

       FD  WATCHLOG LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-WATCHLOG              PIC X(86).

       FD  RUNCTRL LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RUNCTRL               PIC X(27).

       FD  SPOOLCAT.
       01  REG-SPOOLCAT.
           02 SCAT-NOMBRE            PIC X(40).
           02 SCAT-SISTEMA           PIC X(08).
           02 SCAT-TIPO              PIC X(12).
           02 SCAT-FECHA             PIC 9(08).
           02 SCAT-HORA              PIC X(06).
      * ESTADO: 'A' DISPONIBLE, 'P' PURGADO POR ANTIGUEDAD
           02 SCAT-ESTADO            PIC X(01).

       FD  GESTIONES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-GESTION.
           02 FILLER                 PIC X(38).
      * ESTADO DE LA PROMESA DE PAGO ('V' VIGENTE)
           02 RGES-ESTADO-PROM       PIC X(01).

       FD  TRANSHIS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TRANSHIS.cpy'.

       FD  RESUHIST LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESUHIST              PIC X(98).

       FD  ARCLOGSE.
       01  REG-ARCLOGSE              PIC X(49).
       FD  ARCWATCH.
       01  REG-ARCWATCH              PIC X(86).
       FD  ARCRUNCT.
       01  REG-ARCRUNCT              PIC X(27).
       FD  ARCSPOOL.
       01  REG-ARCSPOOL              PIC X(75).
       FD  ARCGESTI.
       01  REG-ARCGESTI              PIC X(39).
       FD  ARCTRANS.
       01  REG-ARCTRANS              PIC X(103).
       FD  ARCRESUH.
       01  REG-ARCRESUH              PIC X(98).

       FD  NUELOGSE.
       01  REG-NUELOGSE              PIC X(49).
       FD  NUEWATCH.
       01  REG-NUEWATCH              PIC X(86).
       FD  NUERUNCT.
       01  REG-NUERUNCT              PIC X(27).
       FD  NUESPOOL.
       01  REG-NUESPOOL              PIC X(75).
       FD  NUEGESTI.
       01  REG-NUEGESTI              PIC X(39).
       FD  NUERESUH.
       01  REG-NUERESUH              PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-RET             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-MAN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-VIV             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-ARC             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-NUE             PIC X(02) VALUE SPACES.
       01  SW-FDA-RETENCION          PIC 9 VALUE ZEROS.
       01  SW-FDA-VIVO               PIC 9 VALUE ZEROS.
       01  WS-DIR-BACKUP             PIC X(15) VALUE './FILES/BACKUP'.

      * POLITICA EN MEMORIA
       01  WS-NUM-POLITICAS          PIC 9(02) VALUE ZEROS.
       01  TABLA-POLITICA.
           02 TAB-POL OCCURS 20 TIMES.
              03 TAB-POL-LOGICO      PIC X(08).
              03 TAB-POL-DIAS        PIC 9(05).
              03 TAB-POL-POSICION    PIC 9(03).
              03 TAB-POL-FORMATO     PIC X(01).
              03 TAB-POL-LEGAL       PIC X(01).
       01  PLX                       PIC 9(02) VALUE ZEROS.

      * FECHAS DE LA CORRIDA
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-INT-HOY                PIC 9(07) VALUE ZEROS.
       01  WS-INT-REG                PIC 9(07) VALUE ZEROS.
       01  WS-FEC-CORTE              PIC 9(08) VALUE ZEROS.

      * ARCHIVO EN CURSO: NOMBRES, SI SE DEPURA Y SUS CONTEOS
       01  WS-LOGICO                 PIC X(08) VALUE SPACES.
       01  WS-RUTA-VIVO              PIC X(60) VALUE SPACES.
       01  WS-NOMBRE-ARCHIVO         PIC X(60) VALUE SPACES.
       01  WS-NOMBRE-NUEVO           PIC X(60) VALUE SPACES.
       01  WS-NOMBRE-MANIFIES        PIC X(60) VALUE SPACES.
       01  WS-INFO-ARCHIVO.
           02 WS-INFO-TAMANO         PIC 9(18) COMP.
           02 WS-INFO-RESTO          PIC X(20).
       01  SW-EXISTE                 PIC X(01) VALUE SPACES.
       01  SW-DEPURA                 PIC X(01) VALUE SPACES.
       01  SW-ERROR                  PIC 9 VALUE ZEROS.
       01  SW-VENCIDO                PIC X(01) VALUE SPACES.
       01  WS-OBSERVACION            PIC X(24) VALUE SPACES.
       01  WS-ANTES                  PIC 9(07) VALUE ZEROS.
       01  WS-ARCHIVADOS             PIC 9(07) VALUE ZEROS.
       01  WS-DESPUES                PIC 9(07) VALUE ZEROS.
       01  WS-SIN-FECHA              PIC 9(07) VALUE ZEROS.

      * REGISTRO EN CURSO Y SU FECHA PASADA A AAAAMMDD
       01  WS-REGISTRO               PIC X(103) VALUE SPACES.
       01  WS-POS                    PIC 9(03) VALUE ZEROS.
       01  WS-FEC-REG.
           02 WS-FEC-REG-ANO         PIC X(04).
           02 WS-FEC-REG-MES         PIC X(02).
           02 WS-FEC-REG-DIA         PIC X(02).
       01  WS-FEC-REG-N REDEFINES WS-FEC-REG PIC 9(08).

      * REPORTES DEL SPOOL ARCHIVADOS
       01  WS-NUM-REPORTE            PIC 9(05) VALUE ZEROS.
       01  WS-NOMBRE-REPORTE         PIC X(60) VALUE SPACES.
       01  WS-COPIA-REPORTE          PIC X(60) VALUE SPACES.
       01  WS-REP-NO-COPIADOS        PIC 9(05) VALUE ZEROS.

      * TOTALES DE LA CORRIDA
       01  WS-TOT-ARCHIVADOS         PIC 9(09) VALUE ZEROS.
       01  WS-TOT-DEPURADOS          PIC 9(02) VALUE ZEROS.
       01  WS-TOT-ERRORES            PIC 9(02) VALUE ZEROS.

      * LINEAS DEL REPORTE
       01  WS-LIN-TITULO.
           02 FILLER                 PIC X(40) VALUE
              'ARCHIVO   DIAS CORTE      ANTES ARCHIV. '.
           02 FILLER                 PIC X(40) VALUE
              'DESPUES OBSERVACION'.
       01  WS-LIN-ARCHIVO.
           02 WS-LAR-LOGICO          PIC X(08).
           02 FILLER                 PIC X(01).
           02 WS-LAR-DIAS            PIC ZZZZ9.
           02 FILLER                 PIC X(01).
           02 WS-LAR-CORTE           PIC X(08).
           02 FILLER                 PIC X(01).
           02 WS-LAR-ANTES           PIC Z(06)9.
           02 FILLER                 PIC X(01).
           02 WS-LAR-ARCHIVADOS      PIC Z(06)9.
           02 FILLER                 PIC X(01).
           02 WS-LAR-DESPUES         PIC Z(06)9.
           02 FILLER                 PIC X(01).
           02 WS-LAR-OBSERVACION     PIC X(24).
           02 FILLER                 PIC X(08).

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-SIS)
           PERFORM 1000-CARGAR-POLITICA
           PERFORM 1100-ABRIR-SALIDAS
           PERFORM 2000-DEPURAR-LOGSESION
           PERFORM 2100-DEPURAR-WATCHLOG
           PERFORM 2200-DEPURAR-RUNCTRL
           PERFORM 2300-DEPURAR-SPOOLCAT
           PERFORM 2400-DEPURAR-GESTIONES
           PERFORM 2500-DEPURAR-TRANSHIS
           PERFORM 2600-DEPURAR-RESUHIST
           PERFORM 9000-CERRAR-SALIDAS
           DISPLAY 'ARCHIVOS DEPURADOS: ' WS-TOT-DEPURADOS
                   '  REGISTROS ARCHIVADOS: ' WS-TOT-ARCHIVADOS
                   '  CON ERROR: ' WS-TOT-ERRORES
           DISPLAY 'REPORTE EN ./FILES/BATCH/PURGA'
           GOBACK.

       1000-CARGAR-POLITICA.
           MOVE ZEROS TO WS-NUM-POLITICAS
           MOVE 0 TO SW-FDA-RETENCION
           OPEN INPUT RETENCION
           IF WS-ESTADO-RET NOT = '00'
               DISPLAY 'SIN POLITICA DE RETENCION EN '
                       './FILES/BATCH/RETENCION, NADA QUE DEPURAR'
               STOP RUN
           END-IF
           PERFORM 1010-LEER-POLITICA UNTIL SW-FDA-RETENCION = 1
           CLOSE RETENCION.

       1010-LEER-POLITICA.
           READ RETENCION AT END MOVE 1 TO SW-FDA-RETENCION
                NOT AT END
                    IF RRET-LOGICO > SPACES AND WS-NUM-POLITICAS < 20
                        ADD 1 TO WS-NUM-POLITICAS
                        MOVE RRET-LOGICO
                          TO TAB-POL-LOGICO(WS-NUM-POLITICAS)
                        MOVE RRET-DIAS
                          TO TAB-POL-DIAS(WS-NUM-POLITICAS)
                        MOVE RRET-POSICION
                          TO TAB-POL-POSICION(WS-NUM-POLITICAS)
                        MOVE RRET-FORMATO
                          TO TAB-POL-FORMATO(WS-NUM-POLITICAS)
                        MOVE RRET-LEGAL
                          TO TAB-POL-LEGAL(WS-NUM-POLITICAS)
                    END-IF
           END-READ.

      * EL MANIFIESTO DEL DIA SE AMPLIA, NUNCA SE REESCRIBE
       1100-ABRIR-SALIDAS.
           CALL 'CBL_CREATE_DIR' USING WS-DIR-BACKUP
           MOVE SPACES TO WS-NOMBRE-MANIFIES
           STRING './FILES/BACKUP/' WS-FEC-SIS '-MANIFIES'
                  DELIMITED BY SIZE INTO WS-NOMBRE-MANIFIES
           OPEN EXTEND MANIFIES
           IF WS-ESTADO-MAN = '35'
               OPEN OUTPUT MANIFIES
           END-IF
           IF WS-ESTADO-MAN NOT = '00' AND WS-ESTADO-MAN NOT = '05'
               DISPLAY 'NO SE PUDO ABRIR EL MANIFIESTO: ' WS-ESTADO-MAN
               STOP RUN
           END-IF
           MOVE SPACES TO REG-MANIFIES
           STRING 'DEPURACION POR RETENCION ' WS-FEC-SIS
                  DELIMITED BY SIZE INTO REG-MANIFIES
           WRITE REG-MANIFIES
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'NO SE PUDO CREAR EL REPORTE: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           MOVE SPACES TO REG-IMPRESOR
           STRING 'DEPURACION POR RETENCION DEL ' WS-FEC-SIS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER PAGE
           WRITE REG-IMPRESOR FROM WS-LIN-TITULO AFTER 2.

      *----------------------------------------------------------------*
      * ARRANQUE DE CADA ARCHIVO: BUSCA SU POLITICA, DECIDE SI SE
      * DEPURA Y ARMA LOS NOMBRES DEL ARCHIVO DE VENCIDOS (EN EL JUEGO
      * FECHADO) Y DEL VIVO RECONSTRUIDO (RUTA.NEW)
      *----------------------------------------------------------------*
       1200-PREPARAR-ARCHIVO.
           MOVE ZEROS  TO WS-ANTES WS-ARCHIVADOS WS-DESPUES WS-SIN-FECHA
                          WS-FEC-CORTE
           MOVE SPACES TO WS-OBSERVACION
           MOVE 0   TO SW-ERROR
           MOVE 'N' TO SW-DEPURA
           MOVE 'S' TO SW-EXISTE
           PERFORM VARYING PLX FROM 1 BY 1
                   UNTIL PLX > WS-NUM-POLITICAS
                      OR TAB-POL-LOGICO(PLX) = WS-LOGICO
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN PLX > WS-NUM-POLITICAS
                   MOVE 'SIN POLITICA' TO WS-OBSERVACION
               WHEN TAB-POL-LEGAL(PLX) = 'S'
                   MOVE 'RETENCION LEGAL' TO WS-OBSERVACION
               WHEN TAB-POL-DIAS(PLX) = ZEROS
                   MOVE 'RETENCION EN CERO' TO WS-OBSERVACION
               WHEN TAB-POL-POSICION(PLX) = ZEROS
                 OR TAB-POL-POSICION(PLX) > 96
                   MOVE 'POSICION DE FECHA MALA' TO WS-OBSERVACION
               WHEN TAB-POL-FORMATO(PLX) NOT = 'A'
                AND TAB-POL-FORMATO(PLX) NOT = 'B'
                AND TAB-POL-FORMATO(PLX) NOT = 'D'
                   MOVE 'FORMATO DE FECHA MALO' TO WS-OBSERVACION
               WHEN OTHER
                   MOVE 'S' TO SW-DEPURA
                   COMPUTE WS-FEC-CORTE = FUNCTION DATE-OF-INTEGER
                           (WS-INT-HOY - TAB-POL-DIAS(PLX))
           END-EVALUATE
           CALL 'CBL_CHECK_FILE_EXIST'
                USING WS-RUTA-VIVO WS-INFO-ARCHIVO
           IF RETURN-CODE NOT = 0
               MOVE 'N' TO SW-EXISTE SW-DEPURA
               MOVE 'NO EXISTE' TO WS-OBSERVACION
           END-IF
           MOVE SPACES TO WS-NOMBRE-ARCHIVO WS-NOMBRE-NUEVO
           STRING './FILES/BACKUP/' WS-FEC-SIS '-PURGA-' WS-LOGICO
                  DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO
           STRING WS-RUTA-VIVO DELIMITED BY SPACE
                  '.NEW'       DELIMITED BY SIZE
                  INTO WS-NOMBRE-NUEVO.

      * LOS DOS ARCHIVOS DE SALIDA DEBEN HABERSE ABIERTO
       1210-VERIFICAR-APERTURA.
           IF WS-ESTADO-ARC NOT = '00' OR WS-ESTADO-NUE NOT = '00'
               MOVE 1 TO SW-ERROR
               MOVE 'NO SE ABRIO EL ARCHIVO' TO WS-OBSERVACION
           END-IF.

      *----------------------------------------------------------------*
      * VENCIDO: LA FECHA DEL REGISTRO (SEGUN LA POLITICA) TIENE MAS
      * DIAS DE LOS QUE SE CONSERVA. SI LA FECHA NO SE PUEDE LEER, EL
      * REGISTRO SE CONSERVA Y SE CUENTA
      *----------------------------------------------------------------*
       1300-EVALUAR-REGISTRO.
           MOVE 'N' TO SW-VENCIDO
           MOVE TAB-POL-POSICION(PLX) TO WS-POS
           EVALUATE TAB-POL-FORMATO(PLX)
               WHEN 'A'
                   MOVE WS-REGISTRO(WS-POS:8) TO WS-FEC-REG
               WHEN 'B'
                   MOVE WS-REGISTRO(WS-POS + 6:4) TO WS-FEC-REG-ANO
                   MOVE WS-REGISTRO(WS-POS + 3:2) TO WS-FEC-REG-MES
                   MOVE WS-REGISTRO(WS-POS:2)     TO WS-FEC-REG-DIA
               WHEN 'D'
                   MOVE '20'                      TO WS-FEC-REG-ANO
                   MOVE WS-REGISTRO(WS-POS + 4:2)
                     TO WS-FEC-REG-ANO(3:2)
                   MOVE WS-REGISTRO(WS-POS + 2:2) TO WS-FEC-REG-MES
                   MOVE WS-REGISTRO(WS-POS:2)     TO WS-FEC-REG-DIA
           END-EVALUATE
           MOVE ZEROS TO WS-INT-REG
           IF WS-FEC-REG IS NUMERIC
              AND WS-FEC-REG-MES > '00' AND WS-FEC-REG-MES < '13'
              AND WS-FEC-REG-DIA > '00' AND WS-FEC-REG-DIA < '32'
               COMPUTE WS-INT-REG =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-REG-N)
           END-IF
           IF WS-INT-REG = ZEROS
               ADD 1 TO WS-SIN-FECHA
           ELSE
               IF WS-INT-HOY - WS-INT-REG > TAB-POL-DIAS(PLX)
                   MOVE 'S' TO SW-VENCIDO
               END-IF
           END-IF.

      * CUENTA EL REGISTRO ESCRITO EN EL ARCHIVO DE VENCIDOS O EN EL
      * VIVO RECONSTRUIDO; UN ERROR DE ESCRITURA ANULA LA DEPURACION
       1310-VERIFICAR-ARCHIVADO.
           IF WS-ESTADO-ARC = '00'
               ADD 1 TO WS-ARCHIVADOS
           ELSE
               MOVE 1 TO SW-ERROR
               MOVE 'ERROR AL ARCHIVAR' TO WS-OBSERVACION
           END-IF.

       1320-VERIFICAR-CONSERVADO.
           IF WS-ESTADO-NUE NOT = '00'
               MOVE 1 TO SW-ERROR
               MOVE 'ERROR AL RECONSTRUIR' TO WS-OBSERVACION
           END-IF.

      *----------------------------------------------------------------*
      * CON LOS VENCIDOS YA ARCHIVADOS, EL VIVO RECONSTRUIDO SE COPIA
      * SOBRE EL VIVO. SI HUBO ERROR, O NADA VENCIO, EL VIVO NO SE
      * TOCA Y NO QUEDA ARCHIVO DE VENCIDOS
      *----------------------------------------------------------------*
       1400-REEMPLAZAR-VIVO.
           IF SW-ERROR = 0 AND WS-ARCHIVADOS > ZEROS
               CALL 'CBL_COPY_FILE'
                    USING WS-NOMBRE-NUEVO WS-RUTA-VIVO
               IF RETURN-CODE NOT = 0
                   MOVE 1 TO SW-ERROR
                   MOVE 'FALLO AL REESCRIBIR' TO WS-OBSERVACION
               END-IF
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-NUEVO
           IF WS-ARCHIVADOS = ZEROS
               CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-ARCHIVO
           END-IF
           IF SW-ERROR = 1 AND WS-ARCHIVADOS > ZEROS
      * EL VIVO QUEDO INTACTO: EL ARCHIVO DE VENCIDOS NO SE REGISTRA
               MOVE ZEROS TO WS-ARCHIVADOS
               CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-ARCHIVO
           END-IF.

      *----------------------------------------------------------------*
      * LINEA DEL REPORTE Y REGISTRO EN EL MANIFIESTO DEL ARCHIVO DE
      * VENCIDOS
      *----------------------------------------------------------------*
       1500-INFORMAR-ARCHIVO.
           IF SW-DEPURA NOT = 'S'
               MOVE WS-DESPUES TO WS-ANTES
           END-IF
           IF WS-OBSERVACION = SPACES AND WS-SIN-FECHA > ZEROS
               STRING 'SIN FECHA: ' WS-SIN-FECHA
                      DELIMITED BY SIZE INTO WS-OBSERVACION
           END-IF
           IF SW-ERROR = 1
               ADD 1 TO WS-TOT-ERRORES
           END-IF
           MOVE SPACES         TO WS-LIN-ARCHIVO
           MOVE WS-LOGICO      TO WS-LAR-LOGICO
           IF SW-DEPURA = 'S'
               MOVE TAB-POL-DIAS(PLX) TO WS-LAR-DIAS
               MOVE WS-FEC-CORTE      TO WS-LAR-CORTE
           END-IF
           MOVE WS-ANTES       TO WS-LAR-ANTES
           MOVE WS-ARCHIVADOS  TO WS-LAR-ARCHIVADOS
           MOVE WS-DESPUES     TO WS-LAR-DESPUES
           MOVE WS-OBSERVACION TO WS-LAR-OBSERVACION
           WRITE REG-IMPRESOR FROM WS-LIN-ARCHIVO AFTER 1
           IF WS-ARCHIVADOS > ZEROS
               ADD 1 TO WS-TOT-DEPURADOS
               ADD WS-ARCHIVADOS TO WS-TOT-ARCHIVADOS
               MOVE SPACES TO REG-MANIFIES
               STRING WS-FEC-SIS '-PURGA-' WS-LOGICO
                      ' REGISTROS: ' WS-ARCHIVADOS
                      ' DEPURADOS DE ' WS-RUTA-VIVO
                      DELIMITED BY SIZE INTO REG-MANIFIES
               WRITE REG-MANIFIES
           END-IF.

      *----------------------------------------------------------------*
      * LOGSESION
      *----------------------------------------------------------------*
       2000-DEPURAR-LOGSESION.
           MOVE 'LOGSESIO' TO WS-LOGICO
           MOVE '../FILES/USUARIOS/LOGSESION' TO WS-RUTA-VIVO
           PERFORM 1200-PREPARAR-ARCHIVO
           IF SW-DEPURA = 'S'
               OPEN INPUT  LOGSESION
               OPEN OUTPUT ARCLOGSE
               OPEN OUTPUT NUELOGSE
               PERFORM 1210-VERIFICAR-APERTURA
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2010-LEER-LOGSESION
                   UNTIL SW-FDA-VIVO = 1 OR SW-ERROR = 1
               CLOSE LOGSESION ARCLOGSE NUELOGSE
               PERFORM 1400-REEMPLAZAR-VIVO
           END-IF
           IF SW-EXISTE = 'S'
               OPEN INPUT LOGSESION
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2020-CONTAR-LOGSESION UNTIL SW-FDA-VIVO = 1
               CLOSE LOGSESION
           END-IF
           PERFORM 1500-INFORMAR-ARCHIVO.

       2010-LEER-LOGSESION.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END
                    ADD 1 TO WS-ANTES
                    MOVE REG-LOGSESION TO WS-REGISTRO
                    PERFORM 1300-EVALUAR-REGISTRO
                    IF SW-VENCIDO = 'S'
                        WRITE REG-ARCLOGSE FROM REG-LOGSESION
                        PERFORM 1310-VERIFICAR-ARCHIVADO
                    ELSE
                        WRITE REG-NUELOGSE FROM REG-LOGSESION
                        PERFORM 1320-VERIFICAR-CONSERVADO
                    END-IF
           END-READ.

       2020-CONTAR-LOGSESION.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END ADD 1 TO WS-DESPUES
           END-READ.

      *----------------------------------------------------------------*
      * WATCHLOG
      *----------------------------------------------------------------*
       2100-DEPURAR-WATCHLOG.
           MOVE 'WATCHLOG' TO WS-LOGICO
           MOVE './FILES/MONEY/WATCHLOG' TO WS-RUTA-VIVO
           PERFORM 1200-PREPARAR-ARCHIVO
           IF SW-DEPURA = 'S'
               OPEN INPUT  WATCHLOG
               OPEN OUTPUT ARCWATCH
               OPEN OUTPUT NUEWATCH
               PERFORM 1210-VERIFICAR-APERTURA
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2110-LEER-WATCHLOG
                   UNTIL SW-FDA-VIVO = 1 OR SW-ERROR = 1
               CLOSE WATCHLOG ARCWATCH NUEWATCH
               PERFORM 1400-REEMPLAZAR-VIVO
           END-IF
           IF SW-EXISTE = 'S'
               OPEN INPUT WATCHLOG
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2120-CONTAR-WATCHLOG UNTIL SW-FDA-VIVO = 1
               CLOSE WATCHLOG
           END-IF
           PERFORM 1500-INFORMAR-ARCHIVO.

       2110-LEER-WATCHLOG.
           READ WATCHLOG AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END
                    ADD 1 TO WS-ANTES
                    MOVE REG-WATCHLOG TO WS-REGISTRO
                    PERFORM 1300-EVALUAR-REGISTRO
                    IF SW-VENCIDO = 'S'
                        WRITE REG-ARCWATCH FROM REG-WATCHLOG
                        PERFORM 1310-VERIFICAR-ARCHIVADO
                    ELSE
                        WRITE REG-NUEWATCH FROM REG-WATCHLOG
                        PERFORM 1320-VERIFICAR-CONSERVADO
                    END-IF
           END-READ.

       2120-CONTAR-WATCHLOG.
           READ WATCHLOG AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END ADD 1 TO WS-DESPUES
           END-READ.

      *----------------------------------------------------------------*
      * RUNCTRL (EL CONTROL DE HOY SIEMPRE QUEDA: LA RETENCION ES DE
      * UN DIA O MAS)
      *----------------------------------------------------------------*
       2200-DEPURAR-RUNCTRL.
           MOVE 'RUNCTRL' TO WS-LOGICO
           MOVE './FILES/BATCH/RUNCTRL' TO WS-RUTA-VIVO
           PERFORM 1200-PREPARAR-ARCHIVO
           IF SW-DEPURA = 'S'
               OPEN INPUT  RUNCTRL
               OPEN OUTPUT ARCRUNCT
               OPEN OUTPUT NUERUNCT
               PERFORM 1210-VERIFICAR-APERTURA
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2210-LEER-RUNCTRL
                   UNTIL SW-FDA-VIVO = 1 OR SW-ERROR = 1
               CLOSE RUNCTRL ARCRUNCT NUERUNCT
               PERFORM 1400-REEMPLAZAR-VIVO
           END-IF
           IF SW-EXISTE = 'S'
               OPEN INPUT RUNCTRL
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2220-CONTAR-RUNCTRL UNTIL SW-FDA-VIVO = 1
               CLOSE RUNCTRL
           END-IF
           PERFORM 1500-INFORMAR-ARCHIVO.

       2210-LEER-RUNCTRL.
           READ RUNCTRL AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END
                    ADD 1 TO WS-ANTES
                    MOVE REG-RUNCTRL TO WS-REGISTRO
                    PERFORM 1300-EVALUAR-REGISTRO
                    IF SW-VENCIDO = 'S'
                        WRITE REG-ARCRUNCT FROM REG-RUNCTRL
                        PERFORM 1310-VERIFICAR-ARCHIVADO
                    ELSE
                        WRITE REG-NUERUNCT FROM REG-RUNCTRL
                        PERFORM 1320-VERIFICAR-CONSERVADO
                    END-IF
           END-READ.

       2220-CONTAR-RUNCTRL.
           READ RUNCTRL AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END ADD 1 TO WS-DESPUES
           END-READ.

      *----------------------------------------------------------------*
      * CATALOGO DEL SPOOL: EL REPORTE GUARDADO DE UNA ENTRADA VENCIDA
      * SE COPIA AL JUEGO FECHADO (AAAAMMDD-PURGA-SPOOL-NNNNN, CON SU
      * NOMBRE ORIGINAL EN EL MANIFIESTO) Y SE BORRA DEL SPOOL. SI LA
      * COPIA FALLA, LA ENTRADA Y SU REPORTE SE CONSERVAN
      *----------------------------------------------------------------*
       2300-DEPURAR-SPOOLCAT.
           MOVE 'SPOOLCAT' TO WS-LOGICO
           MOVE '../FILES/SPOOL/SPOOLCAT' TO WS-RUTA-VIVO
           MOVE ZEROS TO WS-REP-NO-COPIADOS
           PERFORM 1200-PREPARAR-ARCHIVO
           IF SW-DEPURA = 'S'
               OPEN INPUT  SPOOLCAT
               OPEN OUTPUT ARCSPOOL
               OPEN OUTPUT NUESPOOL
               PERFORM 1210-VERIFICAR-APERTURA
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2310-LEER-SPOOLCAT
                   UNTIL SW-FDA-VIVO = 1 OR SW-ERROR = 1
               CLOSE SPOOLCAT ARCSPOOL NUESPOOL
               PERFORM 1400-REEMPLAZAR-VIVO
               IF WS-REP-NO-COPIADOS > ZEROS AND SW-ERROR = 0
                   MOVE SPACES TO WS-OBSERVACION
                   STRING 'NO COPIADOS: ' WS-REP-NO-COPIADOS
                          DELIMITED BY SIZE INTO WS-OBSERVACION
               END-IF
           END-IF
           IF SW-EXISTE = 'S'
               OPEN INPUT SPOOLCAT
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2320-CONTAR-SPOOLCAT UNTIL SW-FDA-VIVO = 1
               CLOSE SPOOLCAT
           END-IF
           PERFORM 1500-INFORMAR-ARCHIVO.

       2310-LEER-SPOOLCAT.
           READ SPOOLCAT AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END
                    ADD 1 TO WS-ANTES
                    MOVE REG-SPOOLCAT TO WS-REGISTRO
                    PERFORM 1300-EVALUAR-REGISTRO
                    IF SW-VENCIDO = 'S'
                        PERFORM 2330-ARCHIVAR-REPORTE
                    END-IF
                    IF SW-VENCIDO = 'S'
                        WRITE REG-ARCSPOOL FROM REG-SPOOLCAT
                        PERFORM 1310-VERIFICAR-ARCHIVADO
                    ELSE
                        WRITE REG-NUESPOOL FROM REG-SPOOLCAT
                        PERFORM 1320-VERIFICAR-CONSERVADO
                    END-IF
           END-READ.

       2320-CONTAR-SPOOLCAT.
           READ SPOOLCAT AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END ADD 1 TO WS-DESPUES
           END-READ.

      * UN REPORTE YA VACIADO POR NO8CSPBR ('P') O QUE NO ESTA EN
      * DISCO NO TIENE NADA QUE COPIAR
       2330-ARCHIVAR-REPORTE.
           MOVE SCAT-NOMBRE TO WS-NOMBRE-REPORTE
           CALL 'CBL_CHECK_FILE_EXIST'
                USING WS-NOMBRE-REPORTE WS-INFO-ARCHIVO
           IF RETURN-CODE = 0
               IF SCAT-ESTADO = 'A'
                   ADD 1 TO WS-NUM-REPORTE
                   MOVE SPACES TO WS-COPIA-REPORTE
                   STRING './FILES/BACKUP/' WS-FEC-SIS '-PURGA-SPOOL-'
                          WS-NUM-REPORTE
                          DELIMITED BY SIZE INTO WS-COPIA-REPORTE
                   CALL 'CBL_COPY_FILE'
                        USING WS-NOMBRE-REPORTE WS-COPIA-REPORTE
                   IF RETURN-CODE NOT = 0
                       MOVE 'N' TO SW-VENCIDO
                       ADD 1 TO WS-REP-NO-COPIADOS
                   ELSE
                       MOVE SPACES TO REG-MANIFIES
                       STRING WS-FEC-SIS '-PURGA-SPOOL-' WS-NUM-REPORTE
                              ' REPORTE ' SCAT-NOMBRE
                              DELIMITED BY SIZE INTO REG-MANIFIES
                       WRITE REG-MANIFIES
                   END-IF
               END-IF
               IF SW-VENCIDO = 'S'
                   CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-REPORTE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GESTIONES DE COBRO (UNA GESTION CON PROMESA DE PAGO VIGENTE SE
      * CONSERVA AUNQUE ESTE VENCIDA)
      *----------------------------------------------------------------*
       2400-DEPURAR-GESTIONES.
           MOVE 'GESTIONE' TO WS-LOGICO
           MOVE './FILES/CREDITO/GESTIONES' TO WS-RUTA-VIVO
           PERFORM 1200-PREPARAR-ARCHIVO
           IF SW-DEPURA = 'S'
               OPEN INPUT  GESTIONES
               OPEN OUTPUT ARCGESTI
               OPEN OUTPUT NUEGESTI
               PERFORM 1210-VERIFICAR-APERTURA
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2410-LEER-GESTIONES
                   UNTIL SW-FDA-VIVO = 1 OR SW-ERROR = 1
               CLOSE GESTIONES ARCGESTI NUEGESTI
               PERFORM 1400-REEMPLAZAR-VIVO
           END-IF
           IF SW-EXISTE = 'S'
               OPEN INPUT GESTIONES
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2420-CONTAR-GESTIONES UNTIL SW-FDA-VIVO = 1
               CLOSE GESTIONES
           END-IF
           PERFORM 1500-INFORMAR-ARCHIVO.

       2410-LEER-GESTIONES.
           READ GESTIONES AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END
                    ADD 1 TO WS-ANTES
                    MOVE REG-GESTION TO WS-REGISTRO
                    PERFORM 1300-EVALUAR-REGISTRO
                    IF RGES-ESTADO-PROM = 'V'
                        MOVE 'N' TO SW-VENCIDO
                    END-IF
                    IF SW-VENCIDO = 'S'
                        WRITE REG-ARCGESTI FROM REG-GESTION
                        PERFORM 1310-VERIFICAR-ARCHIVADO
                    ELSE
                        WRITE REG-NUEGESTI FROM REG-GESTION
                        PERFORM 1320-VERIFICAR-CONSERVADO
                    END-IF
           END-READ.

       2420-CONTAR-GESTIONES.
           READ GESTIONES AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END ADD 1 TO WS-DESPUES
           END-READ.

      *----------------------------------------------------------------*
      * TRANSHIS ES INDEXADO: EL VENCIDO SE ARCHIVA Y, SOLO SI QUEDO
      * ARCHIVADO, SE BORRA DEL HISTORICO EN SU SITIO
      *----------------------------------------------------------------*
       2500-DEPURAR-TRANSHIS.
           MOVE 'TRANSHIS' TO WS-LOGICO
           MOVE './FILES/MONEY/TRANSHIS' TO WS-RUTA-VIVO
           PERFORM 1200-PREPARAR-ARCHIVO
           IF SW-DEPURA = 'S'
               OPEN I-O    TRANSHIS
               OPEN OUTPUT ARCTRANS
               IF WS-ESTADO-VIV NOT = '00' OR WS-ESTADO-ARC NOT = '00'
                   MOVE 1 TO SW-ERROR
                   MOVE 'NO SE ABRIO EL ARCHIVO' TO WS-OBSERVACION
               END-IF
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2510-LEER-TRANSHIS
                   UNTIL SW-FDA-VIVO = 1 OR SW-ERROR = 1
               CLOSE TRANSHIS ARCTRANS
               IF WS-ARCHIVADOS = ZEROS
                   CALL 'CBL_DELETE_FILE' USING WS-NOMBRE-ARCHIVO
               END-IF
           END-IF
           IF SW-EXISTE = 'S'
               OPEN INPUT TRANSHIS
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2520-CONTAR-TRANSHIS UNTIL SW-FDA-VIVO = 1
               CLOSE TRANSHIS
           END-IF
           PERFORM 1500-INFORMAR-ARCHIVO.

       2510-LEER-TRANSHIS.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END
                    ADD 1 TO WS-ANTES
                    MOVE REG-TRANSHIS TO WS-REGISTRO
                    PERFORM 1300-EVALUAR-REGISTRO
                    IF SW-VENCIDO = 'S'
                        WRITE REG-ARCTRANS FROM REG-TRANSHIS
                        IF WS-ESTADO-ARC = '00'
                            DELETE TRANSHIS RECORD
                            IF WS-ESTADO-VIV = '00'
                                ADD 1 TO WS-ARCHIVADOS
                            ELSE
                                MOVE 1 TO SW-ERROR
                                MOVE 'ERROR AL BORRAR'
                                  TO WS-OBSERVACION
                            END-IF
                        ELSE
                            MOVE 1 TO SW-ERROR
                            MOVE 'ERROR AL ARCHIVAR' TO WS-OBSERVACION
                        END-IF
                    END-IF
           END-READ.

       2520-CONTAR-TRANSHIS.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END ADD 1 TO WS-DESPUES
           END-READ.

      *----------------------------------------------------------------*
      * RESUHIST
      *----------------------------------------------------------------*
       2600-DEPURAR-RESUHIST.
           MOVE 'RESUHIST' TO WS-LOGICO
           MOVE './FILES/RESUMEN/RESUHIST' TO WS-RUTA-VIVO
           PERFORM 1200-PREPARAR-ARCHIVO
           IF SW-DEPURA = 'S'
               OPEN INPUT  RESUHIST
               OPEN OUTPUT ARCRESUH
               OPEN OUTPUT NUERESUH
               PERFORM 1210-VERIFICAR-APERTURA
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2610-LEER-RESUHIST
                   UNTIL SW-FDA-VIVO = 1 OR SW-ERROR = 1
               CLOSE RESUHIST ARCRESUH NUERESUH
               PERFORM 1400-REEMPLAZAR-VIVO
           END-IF
           IF SW-EXISTE = 'S'
               OPEN INPUT RESUHIST
               MOVE 0 TO SW-FDA-VIVO
               PERFORM 2620-CONTAR-RESUHIST UNTIL SW-FDA-VIVO = 1
               CLOSE RESUHIST
           END-IF
           PERFORM 1500-INFORMAR-ARCHIVO.

       2610-LEER-RESUHIST.
           READ RESUHIST AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END
                    ADD 1 TO WS-ANTES
                    MOVE REG-RESUHIST TO WS-REGISTRO
                    PERFORM 1300-EVALUAR-REGISTRO
                    IF SW-VENCIDO = 'S'
                        WRITE REG-ARCRESUH FROM REG-RESUHIST
                        PERFORM 1310-VERIFICAR-ARCHIVADO
                    ELSE
                        WRITE REG-NUERESUH FROM REG-RESUHIST
                        PERFORM 1320-VERIFICAR-CONSERVADO
                    END-IF
           END-READ.

       2620-CONTAR-RESUHIST.
           READ RESUHIST AT END MOVE 1 TO SW-FDA-VIVO
                NOT AT END ADD 1 TO WS-DESPUES
           END-READ.

       9000-CERRAR-SALIDAS.
           MOVE SPACES TO REG-IMPRESOR
           STRING 'ARCHIVOS DEPURADOS: ' WS-TOT-DEPURADOS
                  '  REGISTROS ARCHIVADOS: ' WS-TOT-ARCHIVADOS
                  '  CON ERROR: ' WS-TOT-ERRORES
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           STRING 'JUEGO DE ARCHIVO: ./FILES/BACKUP/' WS-FEC-SIS
                  '-PURGA-*'
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           CLOSE IMPRESOR
           MOVE SPACES TO REG-MANIFIES
           STRING 'ARCHIVOS DEPURADOS: ' WS-TOT-DEPURADOS
                  '  REGISTROS ARCHIVADOS: ' WS-TOT-ARCHIVADOS
                  DELIMITED BY SIZE INTO REG-MANIFIES
           WRITE REG-MANIFIES
           CLOSE MANIFIES.

       END PROGRAM NO8CPURG.
