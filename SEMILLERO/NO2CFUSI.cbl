      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: FUSION SUPERVISADA DE DOS REGISTROS DEL MAESTRO DE
      * FELIGRESES QUE SON LA MISMA FAMILIA (VER EL LISTADO DE
      * NO2CDUPL). EL SUPERVISOR ESCOGE EL TELEFONO QUE SOBREVIVE Y EL
      * DUPLICADO; TODO LO QUE CUELGA DEL DUPLICADO PASA AL QUE QUEDA:
      * SERVICIOS VIVOS (SANMSERV), HISTORICO (SANMHIST), LISTA DE
      * ESPERA, CURSILLOS DE LAS PAREJAS, CONTRATOS DEL COLUMBARIO,
      * MIEMBROS DEL CENSO PARROQUIAL Y PARTICIPANTES DE LAS
      * CEREMONIAS COMUNITARIAS POR EL TELEFONO, Y LOS
      * SOLICITANTES DE INTENCIONES Y LOS DONANTES POR EL NOMBRE (ESOS
      * ARCHIVOS NO LLEVAN TELEFONO). LOS ABONOS SIGUEN A SU SERVICIO Y
      * NO SE TOCAN. AL FINAL EL DUPLICADO SALE DEL MAESTRO Y CADA
      * REGISTRO MODIFICADO QUEDA EN UN REPORTE DE AUDITORIA ENTREGADO
      * AL SPOOL CENTRAL.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CFUSI.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE FELIGRESES (COMPARTIDO CON NO2CFELI Y NO1CSANM)
           SELECT FELIGRES ASSIGN TO './FILES/SANMIGUEL/FELIGRES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FEL.
      * ARCHIVO DE TRABAJO PARA RECONSTRUIR EL MAESTRO SIN EL
      * DUPLICADO
           SELECT FELITEMP ASSIGN TO './FILES/SANMIGUEL/FELITEMP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-TMP.
      * SERVICIOS DE LA PARROQUIA (INDEXADO, IGUAL QUE EN NO1CSANM)
           SELECT SERVICIO ASSIGN TO './FILES/SANMIGUEL/SANMSERV'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASER-NUM-SERVICIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-SER.
      * HISTORICO DE SERVICIOS CERRADOS POR ANO
           SELECT SANMHIST ASSIGN TO './FILES/SANMIGUEL/SANMHIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIS.
      * LISTA DE ESPERA DE CUPOS OCUPADOS DEL CALENDARIO
           SELECT ESPERA ASSIGN TO './FILES/SANMIGUEL/ESPERA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ESP.
      * CURSILLOS PREMATRIMONIALES (COMPARTIDO CON NO2CCURS)
           SELECT CURSILLO ASSIGN TO './FILES/SANMIGUEL/CURSILLO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CUR.
      * CONTRATOS DE NICHOS DEL COLUMBARIO (COMPARTIDO CON NO2CNICH)
           SELECT CONTNICH ASSIGN TO './FILES/SANMIGUEL/CONTNICH'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CNI.
      * PARTICIPANTES DE CEREMONIAS COMUNITARIAS (COMPARTIDO CON
      * NO1CSANM)
           SELECT PARTICIP ASSIGN TO './FILES/SANMIGUEL/PARTICIP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * INTENCIONES DE MISA (EL SOLICITANTE VA POR NOMBRE)
           SELECT INTENCION ASSIGN TO './FILES/SANMIGUEL/INTENCION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-INT.
      * DONACIONES (EL DONANTE VA POR NOMBRE, COMO EN NO2CFELI)
           SELECT DONACIONES ASSIGN TO './FILES/SANMIGUEL/DONACIONES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-DON.
      * CENSO PARROQUIAL (LOS MIEMBROS DEL HOGAR VAN POR EL TELEFONO)
           SELECT CENSO ASSIGN TO './FILES/SANMIGUEL/CENSO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CEN.
      * LOG DE SESIONES DE NO0C0003 Y MAESTRO DE USUARIOS: LA FUSION
      * ES DEL SUPERVISOR O DEL ADMINISTRADOR
           SELECT LOGSESION ASSIGN TO '../FILES/USUARIOS/LOGSESION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LOG.
           SELECT USUARIOS ASSIGN TO '../FILES/USUARIOS/USUARIOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-USU.
      * REPORTE DE AUDITORIA DE LA FUSION
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/FUSIONES'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  FELIGRES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/FELIGRES.cpy'.

       FD  FELITEMP LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRABAJO             PIC X(60).

       FD  SERVICIO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SERVICIO.
           02 ASER-NUM-SERVICIO    PIC 9(04).
           02 ASER-COD-SERVICIO    PIC 9(01).
           02 ASER-FECHA           PIC X(10).
           02 ASER-HORA            PIC X(05).
           02 ASER-NOMBRE          PIC X(20).
           02 ASER-TELEFONO        PIC 9(10).
           02 ASER-AGREGADOS       PIC A(01).
           02 ASER-VALOR           PIC 9(07).
           02 ASER-ESTADO          PIC A(01).
           02 ASER-CELEBRANTE      PIC 9(02).
           02 ASER-SEDE            PIC 9(01).

       FD  SANMHIST LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/HISTSERV.cpy'.

       FD  ESPERA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/ESPERA.cpy'.

       FD  CURSILLO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CURSILLO.cpy'.

       FD  CONTNICH LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CONTNICH.cpy'.

       FD  PARTICIP LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PARTICIP.cpy'.

       FD  INTENCION LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/INTENCION.cpy'.

       FD  DONACIONES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/DONACION.cpy'.

       FD  CENSO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CENSO.cpy'.

       FD  LOGSESION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LOGSESION.
           02 RLOG-NOMBRE          PIC X(30).
           02 RLOG-FECHA           PIC X(10).
           02 RLOG-HORA            PIC X(08).
           02 RLOG-EVENTO          PIC X(01).

       FD  USUARIOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/USUARIOS.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-FEL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-TMP           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SER           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-HIS           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-ESP           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CUR           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CNI           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAR           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-INT           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-DON           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CEN           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-USU           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP           PIC X(02) VALUE SPACES.
       01  SW-FDA-FELIGRES         PIC 9 VALUE ZEROS.
       01  SW-FDA-FELITEMP         PIC 9 VALUE ZEROS.
       01  SW-FDA-SERVICIO         PIC 9 VALUE ZEROS.
       01  SW-FDA-SANMHIST         PIC 9 VALUE ZEROS.
       01  SW-FDA-ESPERA           PIC 9 VALUE ZEROS.
       01  SW-FDA-CURSILLO         PIC 9 VALUE ZEROS.
       01  SW-FDA-CONTNICH         PIC 9 VALUE ZEROS.
       01  SW-FDA-PARTICIP         PIC 9 VALUE ZEROS.
       01  SW-FDA-INTENCION        PIC 9 VALUE ZEROS.
       01  SW-FDA-DONACIONES       PIC 9 VALUE ZEROS.
       01  SW-FDA-CENSO            PIC 9 VALUE ZEROS.
       01  SW-FDA-LOG              PIC 9 VALUE ZEROS.
       01  SW-FDA-USUARIOS         PIC 9 VALUE ZEROS.

      * OPERADOR DE TURNO Y SU ROL, COMO EN NO1CSANM: SIN MAESTRO DE
      * USUARIOS NO SE RESTRINGE ('*')
       01  WS-OPERADOR             PIC X(10) VALUE SPACES.
       01  WS-ROL                  PIC X(01) VALUE SPACES.
           88 ROL-PUEDE-FUSIONAR   VALUE 'A' 'S' '*'.

      * LOS DOS REGISTROS DE LA FUSION
       01  WS-TEL-QUEDA            PIC 9(10) VALUE ZEROS.
       01  WS-NOM-QUEDA            PIC X(20) VALUE SPACES.
       01  WS-DIR-QUEDA            PIC X(30) VALUE SPACES.
       01  WS-TEL-SALE             PIC 9(10) VALUE ZEROS.
       01  WS-NOM-SALE             PIC X(20) VALUE SPACES.
       01  WS-DIR-SALE             PIC X(30) VALUE SPACES.
       01  WS-HAY-QUEDA            PIC X(01) VALUE 'N'.
       01  WS-HAY-SALE             PIC X(01) VALUE 'N'.
       01  WS-TOMA-DIRECCION       PIC X(01) VALUE 'N'.
           88 TOMA-DIR-SALE        VALUE 'S' 's'.
       01  WS-CONFIRMA             PIC X(01) VALUE SPACES.
           88 SI-CONFIRMA          VALUE 'S' 's'.

      * REGISTROS MODIFICADOS POR ARCHIVO
       01  WS-CAM-SERVICIO         PIC 9(05) VALUE ZEROS.
       01  WS-CAM-HISTORICO        PIC 9(05) VALUE ZEROS.
       01  WS-CAM-ESPERA           PIC 9(05) VALUE ZEROS.
       01  WS-CAM-CURSILLO         PIC 9(05) VALUE ZEROS.
       01  WS-CAM-CONTRATO         PIC 9(05) VALUE ZEROS.
       01  WS-CAM-PARTICIP         PIC 9(05) VALUE ZEROS.
       01  WS-CAM-INTENCION        PIC 9(05) VALUE ZEROS.
       01  WS-CAM-DONACION         PIC 9(05) VALUE ZEROS.
       01  WS-CAM-CENSO            PIC 9(05) VALUE ZEROS.
       01  WS-CEN-ULTIMO           PIC 9(02) VALUE ZEROS.
       01  WS-CEN-SECTOR           PIC 9(02) VALUE ZEROS.
       01  WS-CAM-FELIGRES         PIC 9(05) VALUE ZEROS.
       01  WS-TOT-CAMBIOS          PIC 9(06) VALUE ZEROS.

       01  WS-FEC-SIS              PIC 9(06) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * RENGLONES DEL REPORTE DE AUDITORIA
       01  REG-FUS-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
           02 RFUS-01-FEC-SIS      PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE 'HORA.SIS: '.
           02 RFUS-01-HOR-SIS      PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE 'OPERADOR: '.
           02 RFUS-01-OPERADOR     PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(15) VALUE SPACES.

       01  REG-FUS-ENC-02.
           02 FILLER               PIC X(80) VALUE ALL '*'.

       01  REG-FUS-ENC-03.
           02 FILLER               PIC X(23) VALUE SPACES.
           02 FILLER     PIC X(34) VALUE
                         'AUDITORIA DE FUSION DE FELIGRESES'.
           02 FILLER               PIC X(23) VALUE SPACES.

       01  REG-FUS-FEL.
           02 RFUS-FEL-ETIQUETA    PIC X(12) VALUE SPACES.
           02 RFUS-FEL-TELEFONO    PIC 9(10) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RFUS-FEL-NOMBRE      PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RFUS-FEL-DIRECCION   PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(06) VALUE SPACES.

       01  REG-FUS-TIT.
           02 FILLER               PIC X(11) VALUE 'ARCHIVO'.
           02 FILLER               PIC X(17) VALUE 'REGISTRO'.
           02 FILLER               PIC X(31) VALUE 'DETALLE'.
           02 FILLER               PIC X(21) VALUE 'CAMBIO'.

       01  REG-FUS-DET.
           02 RFUS-DET-ARCHIVO     PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RFUS-DET-LLAVE       PIC X(16) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RFUS-DET-DETALLE     PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RFUS-DET-CAMBIO      PIC X(21) VALUE SPACES.

       01  REG-FUS-TOT.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RFUS-TOT-ETIQUETA    PIC X(30) VALUE SPACES.
           02 RFUS-TOT-VALOR       PIC ZZZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(39) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-IDENTIFICAR-OPERADOR
           IF NOT ROL-PUEDE-FUSIONAR
               PERFORM 0200-REGISTRA-NEGADO
               DISPLAY 'LA FUSION DE FELIGRESES ES DEL SUPERVISOR'
               GOBACK
           END-IF
           PERFORM 1000-CAPTURA-TELEFONOS
           PERFORM 2000-BUSCAR-FELIGRESES
           IF WS-HAY-QUEDA NOT = 'S' OR WS-HAY-SALE NOT = 'S'
               DISPLAY 'LOS DOS TELEFONOS DEBEN ESTAR EN EL MAESTRO'
               GOBACK
           END-IF
           PERFORM 2500-CONFIRMAR-FUSION
           IF NOT SI-CONFIRMA
               DISPLAY 'FUSION CANCELADA, NO SE MODIFICO NADA'
               GOBACK
           END-IF
           PERFORM 3000-ABRIR-AUDITORIA
           PERFORM 4000-MOVER-SERVICIOS
           PERFORM 4100-MOVER-HISTORICO
           PERFORM 4200-MOVER-ESPERA
           PERFORM 4300-MOVER-CURSILLOS
           PERFORM 4400-MOVER-CONTRATOS
           PERFORM 4500-MOVER-INTENCIONES
           PERFORM 4600-MOVER-DONACIONES
           PERFORM 4700-MOVER-CENSO
           PERFORM 4800-MOVER-PARTICIPANTES
           PERFORM 5000-DEPURAR-MAESTRO
           PERFORM 6000-TOTALES
           CLOSE IMPRESOR
           PERFORM 8000-ENTREGAR-AL-SPOOL
           DISPLAY 'FUSION TERMINADA, REGISTROS MODIFICADOS: '
                   WS-TOT-CAMBIOS
           GOBACK.

      *----------------------------------------------------------------*
      * IDENTIFICA AL OPERADOR DE TURNO (ULTIMO INGRESO DEL LOG DE
      * NO0C0003) Y SU ROL EN EL MAESTRO DE USUARIOS; SIN MAESTRO NO
      * SE RESTRINGE
      *----------------------------------------------------------------*
       0100-IDENTIFICAR-OPERADOR.
           MOVE SPACES TO WS-OPERADOR WS-ROL
           MOVE 0 TO SW-FDA-LOG
           OPEN INPUT LOGSESION
           IF WS-ESTADO-LOG = '00'
               PERFORM 0110-LEER-LOG UNTIL SW-FDA-LOG = 1
               CLOSE LOGSESION
           END-IF
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN INPUT USUARIOS
           IF WS-ESTADO-USU = '00'
               PERFORM 0120-LEER-USUARIO UNTIL SW-FDA-USUARIOS = 1
               CLOSE USUARIOS
           ELSE
               MOVE '*' TO WS-ROL
           END-IF.

       0110-LEER-LOG.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-LOG
                NOT AT END
                    IF RLOG-EVENTO = 'E' OR RLOG-EVENTO = SPACE
                        MOVE RLOG-NOMBRE(1:10) TO WS-OPERADOR
                    END-IF
           END-READ.

       0120-LEER-USUARIO.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF RUSU-NOMBRE = WS-OPERADOR
                        MOVE RUSU-ROL TO WS-ROL
                        MOVE 1 TO SW-FDA-USUARIOS
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EL INTENTO DENEGADO QUEDA EN EL LOG, IGUAL QUE EN NO1CSANM
      *----------------------------------------------------------------*
       0200-REGISTRA-NEGADO.
           PERFORM 0300-FECHA-HORA
           MOVE WS-OPERADOR           TO RLOG-NOMBRE
           MOVE RFUS-01-FEC-SIS       TO RLOG-FECHA
           MOVE RFUS-01-HOR-SIS       TO RLOG-HORA
           MOVE 'D'                   TO RLOG-EVENTO
           OPEN EXTEND LOGSESION
           IF WS-ESTADO-LOG = '00' OR WS-ESTADO-LOG = '05'
               WRITE REG-LOGSESION END-WRITE
               CLOSE LOGSESION
           END-IF.

       0300-FECHA-HORA.
           ACCEPT WS-FEC-SIS FROM DATE
           ACCEPT WS-HOR-SIS FROM TIME
           MOVE WS-FEC-SIS(5:2) TO RFUS-01-FEC-SIS(1:2)
           MOVE '/'             TO RFUS-01-FEC-SIS(3:1)
           MOVE WS-FEC-SIS(3:2) TO RFUS-01-FEC-SIS(4:2)
           MOVE '/'             TO RFUS-01-FEC-SIS(6:1)
           MOVE 20              TO RFUS-01-FEC-SIS(7:2)
           MOVE WS-FEC-SIS(1:2) TO RFUS-01-FEC-SIS(9:2)
           MOVE WS-HOR-SIS(1:2) TO RFUS-01-HOR-SIS(1:2)
           MOVE ':'             TO RFUS-01-HOR-SIS(3:1)
           MOVE WS-HOR-SIS(3:2) TO RFUS-01-HOR-SIS(4:2)
           MOVE ':'             TO RFUS-01-HOR-SIS(6:1)
           MOVE WS-HOR-SIS(5:2) TO RFUS-01-HOR-SIS(7:2).

       1000-CAPTURA-TELEFONOS.
           MOVE ZEROS TO WS-TEL-QUEDA WS-TEL-SALE
           PERFORM UNTIL WS-TEL-QUEDA > ZEROS
               DISPLAY 'TELEFONO QUE SOBREVIVE.......: ' NO ADVANCING
               ACCEPT WS-TEL-QUEDA
           END-PERFORM
           PERFORM UNTIL WS-TEL-SALE > ZEROS
                     AND WS-TEL-SALE NOT = WS-TEL-QUEDA
               DISPLAY 'TELEFONO DUPLICADO A ELIMINAR: ' NO ADVANCING
               ACCEPT WS-TEL-SALE
           END-PERFORM.

       2000-BUSCAR-FELIGRESES.
           MOVE 'N' TO WS-HAY-QUEDA WS-HAY-SALE
           MOVE 0 TO SW-FDA-FELIGRES
           OPEN INPUT FELIGRES
           IF WS-ESTADO-FEL = '00'
               PERFORM 2010-LEER-FELIGRES UNTIL SW-FDA-FELIGRES = 1
               CLOSE FELIGRES
           END-IF.

       2010-LEER-FELIGRES.
           READ FELIGRES AT END MOVE 1 TO SW-FDA-FELIGRES
                NOT AT END
                    IF RFEL-TELEFONO = WS-TEL-QUEDA
                        MOVE 'S'            TO WS-HAY-QUEDA
                        MOVE RFEL-NOMBRE    TO WS-NOM-QUEDA
                        MOVE RFEL-DIRECCION TO WS-DIR-QUEDA
                    END-IF
                    IF RFEL-TELEFONO = WS-TEL-SALE
                        MOVE 'S'            TO WS-HAY-SALE
                        MOVE RFEL-NOMBRE    TO WS-NOM-SALE
                        MOVE RFEL-DIRECCION TO WS-DIR-SALE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EL SUPERVISOR VE LOS DOS REGISTROS, DECIDE SI EL QUE QUEDA
      * TOMA LA DIRECCION DEL DUPLICADO (LA MAS RECIENTE SUELE SER LA
      * DEL NUMERO NUEVO) Y CONFIRMA
      *----------------------------------------------------------------*
       2500-CONFIRMAR-FUSION.
           DISPLAY 'QUEDA: ' WS-TEL-QUEDA ' ' WS-NOM-QUEDA ' '
                   WS-DIR-QUEDA
           DISPLAY 'SALE : ' WS-TEL-SALE  ' ' WS-NOM-SALE  ' '
                   WS-DIR-SALE
           MOVE 'N' TO WS-TOMA-DIRECCION
           IF WS-DIR-SALE NOT = SPACES
              AND WS-DIR-SALE NOT = WS-DIR-QUEDA
               DISPLAY 'TOMAR LA DIRECCION DEL DUPLICADO (S/N): '
                       NO ADVANCING
               ACCEPT WS-TOMA-DIRECCION
           END-IF
           IF TOMA-DIR-SALE
               MOVE WS-DIR-SALE TO WS-DIR-QUEDA
           END-IF
           DISPLAY 'CONFIRMA LA FUSION (S/N): ' NO ADVANCING
           ACCEPT WS-CONFIRMA.

       3000-ABRIR-AUDITORIA.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR ABRIENDO EL REPORTE: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           PERFORM 0300-FECHA-HORA
           MOVE WS-OPERADOR TO RFUS-01-OPERADOR
           WRITE REG-IMPRESOR FROM REG-FUS-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-IMPRESOR FROM REG-FUS-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-FUS-ENC-03 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-FUS-ENC-02 AFTER 1 END-WRITE
           MOVE 'QUEDA     : ' TO RFUS-FEL-ETIQUETA
           MOVE WS-TEL-QUEDA   TO RFUS-FEL-TELEFONO
           MOVE WS-NOM-QUEDA   TO RFUS-FEL-NOMBRE
           MOVE WS-DIR-QUEDA   TO RFUS-FEL-DIRECCION
           WRITE REG-IMPRESOR FROM REG-FUS-FEL AFTER 2 END-WRITE
           MOVE 'DUPLICADO : ' TO RFUS-FEL-ETIQUETA
           MOVE WS-TEL-SALE    TO RFUS-FEL-TELEFONO
           MOVE WS-NOM-SALE    TO RFUS-FEL-NOMBRE
           MOVE WS-DIR-SALE    TO RFUS-FEL-DIRECCION
           WRITE REG-IMPRESOR FROM REG-FUS-FEL AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-FUS-TIT AFTER 2 END-WRITE
           MOVE ZEROS TO WS-CAM-SERVICIO WS-CAM-HISTORICO
                         WS-CAM-ESPERA WS-CAM-CURSILLO WS-CAM-CONTRATO
                         WS-CAM-INTENCION WS-CAM-DONACION WS-CAM-CENSO
                         WS-CAM-FELIGRES WS-TOT-CAMBIOS.

      *----------------------------------------------------------------*
      * SERVICIOS VIVOS: SE REESCRIBEN CON EL TELEFONO QUE QUEDA. SUS
      * ABONOS VAN POR EL NUMERO DEL SERVICIO Y LOS SIGUEN SOLOS
      *----------------------------------------------------------------*
       4000-MOVER-SERVICIOS.
           MOVE 0 TO SW-FDA-SERVICIO
           OPEN I-O SERVICIO
           IF WS-ESTADO-SER = '00'
               PERFORM 4010-LEER-SERVICIO UNTIL SW-FDA-SERVICIO = 1
               CLOSE SERVICIO
           ELSE
               MOVE 'SANMSERV'    TO RFUS-DET-ARCHIVO
               PERFORM 7100-ARCHIVO-NO-DISPONIBLE
           END-IF.

       4010-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
                AT END MOVE 1 TO SW-FDA-SERVICIO
                NOT AT END
                    IF ASER-TELEFONO = WS-TEL-SALE
                        MOVE WS-TEL-QUEDA TO ASER-TELEFONO
                        REWRITE REG-SERVICIO END-REWRITE
                        ADD 1 TO WS-CAM-SERVICIO
                        MOVE 'SANMSERV'        TO RFUS-DET-ARCHIVO
                        MOVE 'SERVICIO'        TO RFUS-DET-LLAVE
                        MOVE ASER-NUM-SERVICIO TO RFUS-DET-LLAVE(10:4)
                        MOVE ASER-FECHA        TO RFUS-DET-DETALLE
                        MOVE ASER-NOMBRE
                          TO RFUS-DET-DETALLE(12:19)
                        PERFORM 7000-RENGLON-TELEFONO
                    END-IF
           END-READ.

       4100-MOVER-HISTORICO.
           MOVE 0 TO SW-FDA-SANMHIST
           OPEN I-O SANMHIST
           IF WS-ESTADO-HIS = '00'
               PERFORM 4110-LEER-HISTORICO UNTIL SW-FDA-SANMHIST = 1
               CLOSE SANMHIST
           ELSE
               MOVE 'SANMHIST'    TO RFUS-DET-ARCHIVO
               PERFORM 7100-ARCHIVO-NO-DISPONIBLE
           END-IF.

       4110-LEER-HISTORICO.
           READ SANMHIST AT END MOVE 1 TO SW-FDA-SANMHIST
                NOT AT END
                    IF HSER-TELEFONO = WS-TEL-SALE
                        MOVE WS-TEL-QUEDA TO HSER-TELEFONO
                        REWRITE REG-HISTORICO END-REWRITE
                        ADD 1 TO WS-CAM-HISTORICO
                        MOVE 'SANMHIST'        TO RFUS-DET-ARCHIVO
                        MOVE 'SERVICIO'        TO RFUS-DET-LLAVE
                        MOVE HSER-NUM-SERVICIO TO RFUS-DET-LLAVE(10:4)
                        MOVE HSER-FECHA        TO RFUS-DET-DETALLE
                        MOVE HSER-NOMBRE
                          TO RFUS-DET-DETALLE(12:19)
                        PERFORM 7000-RENGLON-TELEFONO
                    END-IF
           END-READ.

       4200-MOVER-ESPERA.
           MOVE 0 TO SW-FDA-ESPERA
           OPEN I-O ESPERA
           IF WS-ESTADO-ESP = '00'
               PERFORM 4210-LEER-ESPERA UNTIL SW-FDA-ESPERA = 1
               CLOSE ESPERA
           ELSE
               MOVE 'ESPERA'      TO RFUS-DET-ARCHIVO
               PERFORM 7100-ARCHIVO-NO-DISPONIBLE
           END-IF.

       4210-LEER-ESPERA.
           READ ESPERA AT END MOVE 1 TO SW-FDA-ESPERA
                NOT AT END
                    IF RESP-TELEFONO = WS-TEL-SALE
                        MOVE WS-TEL-QUEDA TO RESP-TELEFONO
                        REWRITE REG-ESPERA END-REWRITE
                        ADD 1 TO WS-CAM-ESPERA
                        MOVE 'ESPERA'      TO RFUS-DET-ARCHIVO
                        MOVE 'CUPO'        TO RFUS-DET-LLAVE
                        MOVE RESP-FECHA    TO RFUS-DET-LLAVE(6:6)
                        MOVE RESP-HORA     TO RFUS-DET-LLAVE(13:2)
                        MOVE RESP-NOMBRE   TO RFUS-DET-DETALLE
                        MOVE RESP-ESTADO   TO RFUS-DET-DETALLE(22:1)
                        PERFORM 7000-RENGLON-TELEFONO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CURSILLOS: EL TELEFONO ES LA LLAVE CON QUE NO1CSANM BUSCA EL
      * CURSO DE LA PAREJA AL RESERVAR EL MATRIMONIO
      *----------------------------------------------------------------*
       4300-MOVER-CURSILLOS.
           MOVE 0 TO SW-FDA-CURSILLO
           OPEN I-O CURSILLO
           IF WS-ESTADO-CUR = '00'
               PERFORM 4310-LEER-CURSILLO UNTIL SW-FDA-CURSILLO = 1
               CLOSE CURSILLO
           ELSE
               MOVE 'CURSILLO'    TO RFUS-DET-ARCHIVO
               PERFORM 7100-ARCHIVO-NO-DISPONIBLE
           END-IF.

       4310-LEER-CURSILLO.
           READ CURSILLO AT END MOVE 1 TO SW-FDA-CURSILLO
                NOT AT END
                    IF RCUR-TELEFONO = WS-TEL-SALE
                        MOVE WS-TEL-QUEDA TO RCUR-TELEFONO
                        REWRITE REG-CURSILLO END-REWRITE
                        ADD 1 TO WS-CAM-CURSILLO
                        MOVE 'CURSILLO'         TO RFUS-DET-ARCHIVO
                        MOVE 'CERTIF.'          TO RFUS-DET-LLAVE
                        MOVE RCUR-CERTIFICADO   TO RFUS-DET-LLAVE(9:6)
                        MOVE RCUR-NOMBRE-ESPOSO TO RFUS-DET-DETALLE
                        PERFORM 7000-RENGLON-TELEFONO
                    END-IF
           END-READ.

       4400-MOVER-CONTRATOS.
           MOVE 0 TO SW-FDA-CONTNICH
           OPEN I-O CONTNICH
           IF WS-ESTADO-CNI = '00'
               PERFORM 4410-LEER-CONTRATO UNTIL SW-FDA-CONTNICH = 1
               CLOSE CONTNICH
           ELSE
               MOVE 'CONTNICH'    TO RFUS-DET-ARCHIVO
               PERFORM 7100-ARCHIVO-NO-DISPONIBLE
           END-IF.

       4410-LEER-CONTRATO.
           READ CONTNICH AT END MOVE 1 TO SW-FDA-CONTNICH
                NOT AT END
                    IF RCNI-TELEFONO = WS-TEL-SALE
                        MOVE WS-TEL-QUEDA TO RCNI-TELEFONO
                        REWRITE REG-CONTNICH END-REWRITE
                        ADD 1 TO WS-CAM-CONTRATO
                        MOVE 'CONTNICH'        TO RFUS-DET-ARCHIVO
                        MOVE 'CONTRATO'        TO RFUS-DET-LLAVE
                        MOVE RCNI-NUM-CONTRATO TO RFUS-DET-LLAVE(10:4)
                        MOVE RCNI-DIFUNTO      TO RFUS-DET-DETALLE
                        PERFORM 7000-RENGLON-TELEFONO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * INTENCIONES Y DONACIONES NO LLEVAN TELEFONO: EL ESTADO DE
      * CUENTA LAS CRUZA POR EL NOMBRE, ASI QUE SI LOS NOMBRES DE LOS
      * DOS REGISTROS DIFIEREN, LO QUE ESTA A NOMBRE DEL DUPLICADO
      * PASA AL NOMBRE DEL QUE QUEDA
      *----------------------------------------------------------------*
       4500-MOVER-INTENCIONES.
           IF WS-NOM-SALE NOT = WS-NOM-QUEDA
               MOVE 0 TO SW-FDA-INTENCION
               OPEN I-O INTENCION
               IF WS-ESTADO-INT = '00'
                   PERFORM 4510-LEER-INTENCION
                       UNTIL SW-FDA-INTENCION = 1
                   CLOSE INTENCION
               ELSE
                   MOVE 'INTENCION' TO RFUS-DET-ARCHIVO
                   PERFORM 7100-ARCHIVO-NO-DISPONIBLE
               END-IF
           END-IF.

       4510-LEER-INTENCION.
           READ INTENCION AT END MOVE 1 TO SW-FDA-INTENCION
                NOT AT END
                    IF RINT-SOLICITANTE = WS-NOM-SALE
                        MOVE WS-NOM-QUEDA TO RINT-SOLICITANTE
                        REWRITE REG-INTENCION END-REWRITE
                        ADD 1 TO WS-CAM-INTENCION
                        MOVE 'INTENCION'       TO RFUS-DET-ARCHIVO
                        MOVE 'MISA'            TO RFUS-DET-LLAVE
                        MOVE RINT-NUM-SERVICIO TO RFUS-DET-LLAVE(10:4)
                        MOVE RINT-TEXTO        TO RFUS-DET-DETALLE
                        MOVE 'SOLICITANTE'     TO RFUS-DET-CAMBIO
                        PERFORM 7010-RENGLON-AUDITORIA
                    END-IF
           END-READ.

       4600-MOVER-DONACIONES.
           IF WS-NOM-SALE NOT = WS-NOM-QUEDA
               MOVE 0 TO SW-FDA-DONACIONES
               OPEN I-O DONACIONES
               IF WS-ESTADO-DON = '00'
                   PERFORM 4610-LEER-DONACION
                       UNTIL SW-FDA-DONACIONES = 1
                   CLOSE DONACIONES
               ELSE
                   MOVE 'DONACION'  TO RFUS-DET-ARCHIVO
                   PERFORM 7100-ARCHIVO-NO-DISPONIBLE
               END-IF
           END-IF.

       4610-LEER-DONACION.
           READ DONACIONES AT END MOVE 1 TO SW-FDA-DONACIONES
                NOT AT END
                    IF RDON-DONANTE = WS-NOM-SALE
                        MOVE WS-NOM-QUEDA TO RDON-DONANTE
                        REWRITE REG-DONACION END-REWRITE
                        ADD 1 TO WS-CAM-DONACION
                        MOVE 'DONACION'    TO RFUS-DET-ARCHIVO
                        MOVE RDON-FECHA    TO RFUS-DET-LLAVE
                        MOVE RDON-VALOR    TO RFUS-DET-DETALLE(1:7)
                        MOVE 'DONANTE'     TO RFUS-DET-CAMBIO
                        PERFORM 7010-RENGLON-AUDITORIA
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CENSO: LOS MIEMBROS DEL HOGAR DUPLICADO PASAN AL HOGAR QUE
      * QUEDA, NUMERADOS DESPUES DE SU ULTIMO MIEMBRO Y CON SU SECTOR
      * (SI EL QUE QUEDA NO TIENE CENSO, CONSERVAN EL SUYO)
      *----------------------------------------------------------------*
       4700-MOVER-CENSO.
           MOVE ZEROS TO WS-CEN-ULTIMO WS-CEN-SECTOR
           MOVE 0 TO SW-FDA-CENSO
           OPEN INPUT CENSO
           IF WS-ESTADO-CEN = '00'
               PERFORM 4710-ULTIMO-MIEMBRO UNTIL SW-FDA-CENSO = 1
               CLOSE CENSO
               MOVE 0 TO SW-FDA-CENSO
               OPEN I-O CENSO
               PERFORM 4720-LEER-CENSO UNTIL SW-FDA-CENSO = 1
               CLOSE CENSO
           ELSE
               MOVE 'CENSO'       TO RFUS-DET-ARCHIVO
               PERFORM 7100-ARCHIVO-NO-DISPONIBLE
           END-IF.

       4710-ULTIMO-MIEMBRO.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END
                    IF RCEN-TELEFONO = WS-TEL-QUEDA
                        MOVE RCEN-SECTOR TO WS-CEN-SECTOR
                        IF RCEN-MIEMBRO > WS-CEN-ULTIMO
                            MOVE RCEN-MIEMBRO TO WS-CEN-ULTIMO
                        END-IF
                    END-IF
           END-READ.

       4720-LEER-CENSO.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END
                    IF RCEN-TELEFONO = WS-TEL-SALE
                       AND WS-CEN-ULTIMO < 99
                        ADD 1 TO WS-CEN-ULTIMO
                        MOVE WS-TEL-QUEDA  TO RCEN-TELEFONO
                        MOVE WS-CEN-ULTIMO TO RCEN-MIEMBRO
                        IF WS-CEN-SECTOR > ZEROS
                            MOVE WS-CEN-SECTOR TO RCEN-SECTOR
                        END-IF
                        REWRITE REG-CENSO END-REWRITE
                        ADD 1 TO WS-CAM-CENSO
                        MOVE 'CENSO'       TO RFUS-DET-ARCHIVO
                        MOVE 'MIEMBRO'     TO RFUS-DET-LLAVE
                        MOVE RCEN-MIEMBRO  TO RFUS-DET-LLAVE(9:2)
                        MOVE RCEN-NOMBRE   TO RFUS-DET-DETALLE
                        PERFORM 7000-RENGLON-TELEFONO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * PARTICIPANTES DE CEREMONIAS COMUNITARIAS: EL FELIGRES
      * RESPONSABLE VA POR EL TELEFONO
      *----------------------------------------------------------------*
       4800-MOVER-PARTICIPANTES.
           MOVE 0 TO SW-FDA-PARTICIP
           OPEN I-O PARTICIP
           IF WS-ESTADO-PAR = '00'
               PERFORM 4810-LEER-PARTICIPANTE UNTIL SW-FDA-PARTICIP = 1
               CLOSE PARTICIP
           ELSE
               MOVE 'PARTICIP'    TO RFUS-DET-ARCHIVO
               PERFORM 7100-ARCHIVO-NO-DISPONIBLE
           END-IF.

       4810-LEER-PARTICIPANTE.
           READ PARTICIP AT END MOVE 1 TO SW-FDA-PARTICIP
                NOT AT END
                    IF RPAR-TELEFONO = WS-TEL-SALE
                        MOVE WS-TEL-QUEDA TO RPAR-TELEFONO
                        REWRITE REG-PARTICIPANTE END-REWRITE
                        ADD 1 TO WS-CAM-PARTICIP
                        MOVE 'PARTICIP'        TO RFUS-DET-ARCHIVO
                        MOVE 'CEREM.'          TO RFUS-DET-LLAVE
                        MOVE RPAR-CEREMONIA    TO RFUS-DET-LLAVE(8:4)
                        MOVE RPAR-NUM-SERVICIO TO RFUS-DET-LLAVE(13:4)
                        MOVE RPAR-NOMBRE       TO RFUS-DET-DETALLE
                        PERFORM 7000-RENGLON-TELEFONO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * RECONSTRUYE EL MAESTRO SIN EL DUPLICADO, PASANDO POR UN
      * ARCHIVO DE TRABAJO COMO EL CIERRE DE ANO DE NO1CSANM (EL
      * SECUENCIAL NO PERMITE BORRAR). SI EL SUPERVISOR LO PIDIO, EL
      * QUE QUEDA SALE CON LA DIRECCION DEL DUPLICADO
      *----------------------------------------------------------------*
       5000-DEPURAR-MAESTRO.
           OPEN INPUT FELIGRES
           OPEN OUTPUT FELITEMP
           MOVE 0 TO SW-FDA-FELIGRES
           PERFORM 5010-LEER-FELIGRES UNTIL SW-FDA-FELIGRES = 1
           CLOSE FELIGRES FELITEMP
           OPEN INPUT FELITEMP
           OPEN OUTPUT FELIGRES
           MOVE 0 TO SW-FDA-FELITEMP
           PERFORM 5020-COPIA-TRABAJO UNTIL SW-FDA-FELITEMP = 1
           CLOSE FELITEMP FELIGRES.

       5010-LEER-FELIGRES.
           READ FELIGRES AT END MOVE 1 TO SW-FDA-FELIGRES
                NOT AT END
                    EVALUATE TRUE
                        WHEN RFEL-TELEFONO = WS-TEL-SALE
                            ADD 1 TO WS-CAM-FELIGRES
                            MOVE 'ELIMINADO'   TO RFUS-DET-CAMBIO
                            PERFORM 5030-RENGLON-MAESTRO
                        WHEN RFEL-TELEFONO = WS-TEL-QUEDA
                             AND TOMA-DIR-SALE
                            MOVE WS-DIR-QUEDA  TO RFEL-DIRECCION
                            ADD 1 TO WS-CAM-FELIGRES
                            MOVE 'DIRECCION'   TO RFUS-DET-CAMBIO
                            PERFORM 5030-RENGLON-MAESTRO
                            MOVE REG-FELIGRES  TO REG-TRABAJO
                            WRITE REG-TRABAJO END-WRITE
                        WHEN OTHER
                            MOVE REG-FELIGRES  TO REG-TRABAJO
                            WRITE REG-TRABAJO END-WRITE
                    END-EVALUATE
           END-READ.

       5020-COPIA-TRABAJO.
           READ FELITEMP AT END MOVE 1 TO SW-FDA-FELITEMP
                         NOT AT END
                             MOVE REG-TRABAJO TO REG-FELIGRES
                             WRITE REG-FELIGRES END-WRITE
           END-READ.

       5030-RENGLON-MAESTRO.
           MOVE 'FELIGRES'      TO RFUS-DET-ARCHIVO
           MOVE RFEL-TELEFONO   TO RFUS-DET-LLAVE
           MOVE RFEL-NOMBRE     TO RFUS-DET-DETALLE
           PERFORM 7010-RENGLON-AUDITORIA.

       6000-TOTALES.
           WRITE REG-IMPRESOR FROM REG-FUS-ENC-02 AFTER 2 END-WRITE
           MOVE 'SERVICIOS VIVOS (SANMSERV)...:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-SERVICIO                  TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'SERVICIOS HISTORICOS.........:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-HISTORICO                 TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'LISTA DE ESPERA..............:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-ESPERA                    TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'CURSILLOS....................:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-CURSILLO                  TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'CONTRATOS DE NICHOS..........:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-CONTRATO                  TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'SOLICITANTES DE INTENCIONES..:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-INTENCION                 TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'DONACIONES...................:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-DONACION                  TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'CENSO PARROQUIAL.............:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-CENSO                     TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'PARTICIPANTES DE CEREMONIAS..:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-PARTICIP                  TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'MAESTRO DE FELIGRESES........:' TO RFUS-TOT-ETIQUETA
           MOVE WS-CAM-FELIGRES                  TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 1 END-WRITE
           MOVE 'TOTAL REGISTROS MODIFICADOS..:' TO RFUS-TOT-ETIQUETA
           MOVE WS-TOT-CAMBIOS                   TO RFUS-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-FUS-TOT AFTER 2 END-WRITE.

      *----------------------------------------------------------------*
      * RENGLON DE AUDITORIA DE UN CAMBIO DE TELEFONO: ARCHIVO, LLAVE
      * Y DETALLE YA VIENEN CARGADOS
      *----------------------------------------------------------------*
       7000-RENGLON-TELEFONO.
           MOVE 'TEL'           TO RFUS-DET-CAMBIO
           MOVE WS-TEL-QUEDA    TO RFUS-DET-CAMBIO(5:10)
           PERFORM 7010-RENGLON-AUDITORIA.

       7010-RENGLON-AUDITORIA.
           WRITE REG-IMPRESOR FROM REG-FUS-DET AFTER 1 END-WRITE
           ADD 1 TO WS-TOT-CAMBIOS
           MOVE SPACES TO RFUS-DET-LLAVE RFUS-DET-DETALLE
                          RFUS-DET-CAMBIO.

      *----------------------------------------------------------------*
      * UN ARCHIVO QUE NO SE PUDO ABRIR QUEDA ANOTADO EN LA AUDITORIA
      * (POR EJEMPLO, UN ARCHIVO QUE TODAVIA NO SE HA CREADO)
      *----------------------------------------------------------------*
       7100-ARCHIVO-NO-DISPONIBLE.
           MOVE 'NO DISPONIBLE, SIN CAMBIOS' TO RFUS-DET-DETALLE
           WRITE REG-IMPRESOR FROM REG-FUS-DET AFTER 1 END-WRITE
           MOVE SPACES TO RFUS-DET-LLAVE RFUS-DET-DETALLE
                          RFUS-DET-CAMBIO.

       8000-ENTREGAR-AL-SPOOL.
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'FUSIONES'                    TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/FUSIONES'  TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO2CFUSI.
