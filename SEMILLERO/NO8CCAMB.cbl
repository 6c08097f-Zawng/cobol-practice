      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: BITACORA DE CAMBIOS DE LOS MAESTROS. LOS PROGRAMAS
      * DE MANTENIMIENTO (TARIFAS, CELEBRANTES, SUCURSALES, SPREADS,
      * LISTA DE VIGILANCIA, FELIGRESES, USUARIOS Y PRESTAMOS) LLAMAN
      * ESTA RUTINA UNA VEZ POR CAMPO CAMBIADO, CON EL VALOR ANTERIOR
      * Y EL NUEVO; LA RUTINA LE PONE USUARIO, FECHA Y HORA Y LO
      * AGREGA A ../FILES/AUDITORIA/CAMBIOS, QUE CONSULTA NO8CCABR.
      * SI EL LLAMADOR NO TRAE USUARIO SE TOMA EL ULTIMO INGRESO DEL
      * LOG DE SESIONES DE NO0C0003 (SE LEE UNA SOLA VEZ POR CORRIDA).
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO8CCAMB.
       AUTHOR.                           NOVATEC (EDWIN PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BITACORA DE CAMBIOS, COMPARTIDA POR TODOS LOS MAESTROS
           SELECT CAMBIOS ASSIGN TO '../FILES/AUDITORIA/CAMBIOS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAM.
      * LOG DE SESIONES DE NO0C0003, PARA SABER QUIEN ESTA DE TURNO
           SELECT LOGSESION ASSIGN TO '../FILES/USUARIOS/LOGSESION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LOG.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS.
       COPY './COPYS/CAMBIOS.cpy'.

       FD  LOGSESION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LOGSESION.
           02 RLOG-NOMBRE            PIC X(30).
           02 RLOG-FECHA             PIC X(10).
           02 RLOG-HORA              PIC X(08).
           02 RLOG-EVENTO            PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CAM             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  SW-FDA-LOG                PIC 9 VALUE ZEROS.

      * OPERADOR DE TURNO; 'S' EN SW-OPERADOR CUANDO YA SE BUSCO
       01  WS-OPERADOR               PIC X(10) VALUE SPACES.
       01  SW-OPERADOR               PIC X(01) VALUE 'N'.

      * EL DIRECTORIO PADRE SE CREA PRIMERO: LA RUTINA DEL SISTEMA NO
      * CREA RUTAS INTERMEDIAS
       01  WS-DIR-RAIZ               PIC X(08) VALUE '../FILES'.
       01  WS-DIR-AUDITORIA          PIC X(18)
                                     VALUE '../FILES/AUDITORIA'.

       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-HOR-SIS                PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       COPY './COPYS/NOCOCAMB.CPY'.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION USING NOCOCAMB.
       INICIO.
           MOVE '00' TO CCAM-R-CODRETO
           IF CCAM-E-ANTES = CCAM-E-DESPUES
               MOVE '01' TO CCAM-R-CODRETO
           ELSE
               PERFORM 01-IDENTIFICAR-USUARIO
               PERFORM 02-REGISTRAR-CAMBIO
           END-IF
           EXIT PROGRAM.

      *----------------------------------------------------------------*
      * USUARIO DEL CAMBIO: EL QUE MANDA EL LLAMADOR, O SI NO EL
      * ULTIMO INGRESO DEL LOG DE SESIONES
      *----------------------------------------------------------------*
       01-IDENTIFICAR-USUARIO.
           IF CCAM-E-USUARIO = SPACES AND SW-OPERADOR NOT = 'S'
               MOVE 'S' TO SW-OPERADOR
               MOVE 0 TO SW-FDA-LOG
               OPEN INPUT LOGSESION
               IF WS-ESTADO-LOG = '00'
                   PERFORM 01-1-LEER-LOG UNTIL SW-FDA-LOG = 1
                   CLOSE LOGSESION
               END-IF
           END-IF.

       01-1-LEER-LOG.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-LOG
                NOT AT END
                    IF RLOG-EVENTO = 'E' OR RLOG-EVENTO = SPACE
                        MOVE RLOG-NOMBRE(1:10) TO WS-OPERADOR
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * AGREGA EL CAMBIO A LA BITACORA (EL DIRECTORIO Y EL ARCHIVO SE
      * CREAN SI NO EXISTEN)
      *----------------------------------------------------------------*
       02-REGISTRAR-CAMBIO.
           CALL 'CBL_CREATE_DIR' USING WS-DIR-RAIZ
           CALL 'CBL_CREATE_DIR' USING WS-DIR-AUDITORIA
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HOR-SIS FROM TIME
           MOVE WS-FEC-SIS       TO RCAM-FECHA
           MOVE WS-HOR-SIS(1:6)  TO RCAM-HORA
           IF CCAM-E-USUARIO = SPACES
               MOVE WS-OPERADOR    TO RCAM-USUARIO
           ELSE
               MOVE CCAM-E-USUARIO TO RCAM-USUARIO
           END-IF
           MOVE CCAM-E-ARCHIVO   TO RCAM-ARCHIVO
           MOVE CCAM-E-CLAVE     TO RCAM-CLAVE
           MOVE CCAM-E-CAMPO     TO RCAM-CAMPO
           MOVE CCAM-E-ANTES     TO RCAM-ANTES
           MOVE CCAM-E-DESPUES   TO RCAM-DESPUES
           OPEN EXTEND CAMBIOS
      * SI LA BITACORA NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-CAM = '35'
               OPEN OUTPUT CAMBIOS
           END-IF
           IF WS-ESTADO-CAM = '00' OR WS-ESTADO-CAM = '05'
               WRITE REG-CAMBIOS
               CLOSE CAMBIOS
           ELSE
               MOVE '02' TO CCAM-R-CODRETO
           END-IF.

       END PROGRAM NO8CCAMB.
