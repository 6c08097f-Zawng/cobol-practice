      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: BOLETIN PARROQUIAL SEMANAL - ARMA EL BOLETIN DE UNA
      * SEMANA (DOMINGO A SABADO) DIRECTAMENTE DE LOS ARCHIVOS VIVOS:
      * EL HORARIO FIJO DE MISAS (HORARIO) Y LAS MISAS RESERVADAS CON
      * SUS INTENCIONES (SANMSERV E INTENCION) POR DIA Y SEDE, LAS
      * AMONESTACIONES QUE SE LEEN EN LA SEMANA (AMONESTA), LOS
      * MATRIMONIOS, BAUTIZOS Y FUNERALES PROGRAMADOS Y LAS AUSENCIAS
      * DE LOS CELEBRANTES (AUSENCIAS), PARA QUE LA SECRETARIA NO LO
      * TENGA QUE TRANSCRIBIR A MANO CADA VIERNES. EL BOLETIN IMPRESO
      * SE ENTREGA AL SPOOL CENTRAL.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO7CBOLE.
       AUTHOR.                           NOVATEC SOLUTIONS (EDWIN PAEZ).
       INSTALLATION.                     PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HORARIO FIJO SEMANAL (MISAS RECURRENTES DE LA IGLESIA), EL
      * MISMO QUE MANTIENE NO6CCALE
           SELECT OPTIONAL HORARIO
           ASSIGN TO './FILES/CALENDARIO/HORARIO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HOR.
      * SERVICIOS DE LA PARROQUIA (INDEXADO POR NUMERO DE SERVICIO,
      * IGUAL QUE EN NO1CSANM)
           SELECT OPTIONAL SERVICIO
           ASSIGN TO './FILES/SANMIGUEL/SANMSERV'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASER-NUM-SERVICIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-SER.
      * INTENCIONES DE LAS MISAS RESERVADAS
           SELECT OPTIONAL INTENCION
           ASSIGN TO './FILES/SANMIGUEL/INTENCION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-INT.
      * AMONESTACIONES DE LOS MATRIMONIOS RESERVADOS
           SELECT OPTIONAL AMONESTA
           ASSIGN TO './FILES/SANMIGUEL/AMONESTA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-AMO.
      * AUSENCIAS DE LOS CELEBRANTES Y SU MAESTRO (PARA EL NOMBRE)
           SELECT OPTIONAL AUSENCIAS
           ASSIGN TO './FILES/SANMIGUEL/AUSENCIAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-AUS.
           SELECT OPTIONAL CELEBRAN
           ASSIGN TO './FILES/SANMIGUEL/CELEBRAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CEL.
      * BOLETIN IMPRESO DE LA SEMANA
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/BOLETIN'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/HORARIO.cpy'.

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

       FD  INTENCION LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/INTENCION.cpy'.

       FD  AMONESTA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/AMONESTA.cpy'.

       FD  AUSENCIAS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/AUSENCIA.cpy'.

       FD  CELEBRAN LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CELEBRAN.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-HOR           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SER           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-INT           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-AMO           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-AUS           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CEL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP           PIC X(02) VALUE SPACES.

       01  SW-FDA-HOR              PIC 9 VALUE ZEROS.
       01  SW-FDA-SER              PIC 9 VALUE ZEROS.
       01  SW-FDA-INT              PIC 9 VALUE ZEROS.
       01  SW-FDA-AMO              PIC 9 VALUE ZEROS.
       01  SW-FDA-AUS              PIC 9 VALUE ZEROS.
       01  SW-FDA-CEL              PIC 9 VALUE ZEROS.

       01  WS-FEC-SIS              PIC 9(06) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.
       01  WS-FEC-EDI.
           02 WS-FEC-EDI-DIA       PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X VALUE '/'.
           02 WS-FEC-EDI-MES       PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X VALUE '/'.
           02 WS-FEC-EDI-ANO       PIC 9(02) VALUE ZEROS.

      * SEMANA DEL BOLETIN: DOMINGO A SABADO, EN DIAS JULIANOS (EL
      * DIA 1 DEL CALENDARIO INTEGRADO FUE LUNES, ASI QUE EL RESIDUO 0
      * DE DIVIDIR ENTRE 7 CAE EN DOMINGO, COMO EN NO1CSANM)
       01  WS-FECHA-PEDIDA         PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-INTEGRABLE     PIC 9(08) VALUE ZEROS.
       01  WS-INT-FECHA            PIC 9(07) VALUE ZEROS.
       01  WS-INT-DOMINGO          PIC 9(07) VALUE ZEROS.
       01  WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       01  WS-SEM-DESDE            PIC 9(08) VALUE ZEROS.
       01  WS-SEM-HASTA            PIC 9(08) VALUE ZEROS.
       01  TABLA-SEMANA.
           02 TAB-SEM OCCURS 7 TIMES.
              03 TAB-SEM-AAAAMMDD  PIC 9(08).
              03 TAB-SEM-FECHA     PIC X(10).
       01  TABLA-NOM-DIAS-VALORES.
           02 FILLER               PIC X(09) VALUE 'DOMINGO'.
           02 FILLER               PIC X(09) VALUE 'LUNES'.
           02 FILLER               PIC X(09) VALUE 'MARTES'.
           02 FILLER               PIC X(09) VALUE 'MIERCOLES'.
           02 FILLER               PIC X(09) VALUE 'JUEVES'.
           02 FILLER               PIC X(09) VALUE 'VIERNES'.
           02 FILLER               PIC X(09) VALUE 'SABADO'.
       01  TABLA-NOM-DIAS REDEFINES TABLA-NOM-DIAS-VALORES.
           02 TAB-NOM-DIA          PIC X(09) OCCURS 7 TIMES.
       01  D                       PIC 9(01) VALUE ZEROS.
       01  WS-DIA-EVE              PIC 9(01) VALUE ZEROS.

      * EVENTOS DE LA SEMANA: MISAS DEL HORARIO FIJO (TIPO 0), MISAS
      * RESERVADAS (6) Y BAUTIZOS, MATRIMONIOS Y FUNERALES (1, 4, 5),
      * ORDENADOS POR DIA Y HORA
       01  WS-NUM-EVENTOS          PIC 9(03) VALUE ZEROS.
       01  TABLA-EVENTOS.
           02 TAB-EVE OCCURS 1 TO 300 TIMES
                      DEPENDING ON WS-NUM-EVENTOS.
              03 TAB-EVE-CLAVE.
                 04 TAB-EVE-DIA    PIC 9(01).
                 04 TAB-EVE-HORA   PIC X(05).
              03 TAB-EVE-SEDE      PIC 9(01).
              03 TAB-EVE-TIPO      PIC 9(01).
              03 TAB-EVE-SERVICIO  PIC 9(04).
              03 TAB-EVE-CELEBRA   PIC 9(02).
              03 TAB-EVE-TEXTO     PIC X(20).
       01  WS-EVE-AUX.
           02 WS-EVE-AUX-CLAVE     PIC X(06).
           02 FILLER               PIC X(28).
       01  E                       PIC 9(03) VALUE ZEROS.
       01  G                       PIC 9(03) VALUE ZEROS.
       01  WS-HAY-EVENTOS          PIC 9 VALUE ZEROS.
       01  WS-MAX-EVENTOS          PIC 9(03) VALUE 300.

      * CELEBRANTES EN MEMORIA PARA NOMBRARLOS EN EL BOLETIN
       01  WS-NUM-CELEBRANTES      PIC 9(02) VALUE ZEROS.
       01  TABLA-CELEBRANTES.
           02 TAB-CEL OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-NUM-CELEBRANTES.
              03 TAB-CEL-CODIGO    PIC 9(02).
              03 TAB-CEL-NOMBRE    PIC X(25).
       01  C                       PIC 9(02) VALUE ZEROS.
       01  WS-CEL-NOMBRE           PIC X(25) VALUE SPACES.

      * CONTADORES DE LAS SECCIONES
       01  WS-TOT-MISAS            PIC 9(03) VALUE ZEROS.
       01  WS-TOT-INTENCIONES      PIC 9(04) VALUE ZEROS.
       01  WS-TOT-AMONESTA         PIC 9(03) VALUE ZEROS.
       01  WS-TOT-CELEBRA          PIC 9(03) VALUE ZEROS.
       01  WS-TOT-AUSENCIAS        PIC 9(03) VALUE ZEROS.
       01  WS-FEC-AUX              PIC 9(08) VALUE ZEROS.
       01  WS-FEC-AUX-EDI          PIC X(10) VALUE SPACES.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * RENGLONES DEL BOLETIN
       01  REG-BOL-ENC-01.
           02 FILLER               PIC X(17) VALUE SPACES.
           02 FILLER               PIC X(46) VALUE
              'BOLETIN PARROQUIAL - PARROQUIA SAN MIGUEL'.
       01  REG-BOL-ENC-02.
           02 FILLER               PIC X(21) VALUE SPACES.
           02 FILLER               PIC X(11) VALUE 'SEMANA DEL '.
           02 RBOL-ENC-DESDE       PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(04) VALUE ' AL '.
           02 RBOL-ENC-HASTA       PIC X(10) VALUE SPACES.
       01  REG-BOL-ENC-03.
           02 FILLER               PIC X(09) VALUE 'IMPRESO: '.
           02 RBOL-ENC-FEC-SIS     PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RBOL-ENC-HOR-SIS     PIC X(05) VALUE SPACES.
       01  REG-BOL-LINEA.
           02 FILLER               PIC X(80) VALUE ALL '-'.
       01  REG-BOL-SECCION.
           02 RBOL-SECCION         PIC X(50) VALUE SPACES.
       01  REG-BOL-DIA.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-DIA-NOMBRE      PIC X(10) VALUE SPACES.
           02 RBOL-DIA-FECHA       PIC X(10) VALUE SPACES.
       01  REG-BOL-MISA.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 RBOL-MISA-HORA       PIC X(05) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-MISA-SEDE       PIC X(17) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-MISA-TEXTO      PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-MISA-CELEBRA    PIC X(25) VALUE SPACES.
       01  REG-BOL-INTENCION.
           02 FILLER               PIC X(13) VALUE '           * '.
           02 RBOL-INT-TEXTO       PIC X(40) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE ' ('.
           02 RBOL-INT-SOLICITA    PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE ')'.
       01  REG-BOL-AMONESTA.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 RBOL-AMO-FECHA       PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-AMO-PROCLAMA    PIC X(09) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-AMO-NOMBRE      PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(08) VALUE '  BODA: '.
           02 RBOL-AMO-BODA        PIC X(10) VALUE SPACES.
       01  REG-BOL-CELEBRA.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 RBOL-CEL-DIA         PIC X(10) VALUE SPACES.
           02 RBOL-CEL-FECHA       PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RBOL-CEL-HORA        PIC X(05) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-CEL-TIPO        PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RBOL-CEL-NOMBRE      PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RBOL-CEL-SEDE        PIC X(16) VALUE SPACES.
       01  REG-BOL-AUSENCIA.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 RBOL-AUS-NOMBRE      PIC X(25) VALUE SPACES.
           02 FILLER               PIC X(05) VALUE ' DEL '.
           02 RBOL-AUS-DESDE       PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(04) VALUE ' AL '.
           02 RBOL-AUS-HASTA       PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RBOL-AUS-MOTIVO      PIC X(20) VALUE SPACES.
       01  REG-BOL-NADA.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 RBOL-NADA            PIC X(50) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-HORARIO
           PERFORM 2500-CARGAR-SERVICIOS
           PERFORM 2800-CARGAR-CELEBRANTES
           PERFORM 3000-ORDENAR-EVENTOS
           PERFORM 4000-IMPRIMIR-BOLETIN
           GOBACK.

      *----------------------------------------------------------------*
      * SEMANA DEL BOLETIN: LA QUE CONTIENE LA FECHA DADA (DE DOMINGO A
      * SABADO); SIN FECHA, LA SEMANA QUE EMPIEZA EL PROXIMO DOMINGO,
      * QUE ES LA QUE SE ANUNCIA EL VIERNES
      *----------------------------------------------------------------*
       1000-INICIALIZAR.
           ACCEPT WS-FEC-SIS       FROM DATE
           MOVE WS-FEC-SIS(5:2)    TO WS-FEC-EDI-DIA
           MOVE WS-FEC-SIS(3:2)    TO WS-FEC-EDI-MES
           MOVE WS-FEC-SIS(1:2)    TO WS-FEC-EDI-ANO
           ACCEPT WS-HOR-SIS       FROM TIME
           DISPLAY 'FECHA DE LA SEMANA DEL BOLETIN (AAAAMMDD, '
                   'ENTER = PROXIMO DOMINGO): ' WITH NO ADVANCING
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA NOT = ZEROS
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PEDIDA) NOT = 0
               DISPLAY 'FECHA INVALIDA, SE TOMA EL PROXIMO DOMINGO'
               MOVE ZEROS TO WS-FECHA-PEDIDA
           END-IF
           IF WS-FECHA-PEDIDA = ZEROS
               MOVE 20              TO WS-FECHA-INTEGRABLE(1:2)
               MOVE WS-FEC-SIS      TO WS-FECHA-INTEGRABLE(3:6)
           ELSE
               MOVE WS-FECHA-PEDIDA TO WS-FECHA-INTEGRABLE
           END-IF
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-FECHA 7)
           COMPUTE WS-INT-DOMINGO = WS-INT-FECHA - WS-DIA-SEMANA
           IF WS-FECHA-PEDIDA = ZEROS
               ADD 7 TO WS-INT-DOMINGO
           END-IF
           PERFORM 1010-ARMAR-DIA VARYING D FROM 1 BY 1 UNTIL D > 7
           MOVE TAB-SEM-AAAAMMDD(1) TO WS-SEM-DESDE
           MOVE TAB-SEM-AAAAMMDD(7) TO WS-SEM-HASTA.

       1010-ARMAR-DIA.
           COMPUTE TAB-SEM-AAAAMMDD(D) =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DOMINGO + D - 1)
           MOVE TAB-SEM-AAAAMMDD(D) TO WS-FEC-AUX
           PERFORM 9000-EDITAR-FECHA
           MOVE WS-FEC-AUX-EDI      TO TAB-SEM-FECHA(D).

      *----------------------------------------------------------------*
      * MISAS DEL HORARIO FIJO: CADA ENTRADA CAE UNA VEZ EN LA SEMANA
      * (DIA 1 = DOMINGO, IGUAL QUE LA TABLA DE LA SEMANA) Y SOLO EN
      * LA IGLESIA PRINCIPAL, COMO EN LA GENERACION DEL CALENDARIO
      *----------------------------------------------------------------*
       2000-CARGAR-HORARIO.
           MOVE 0 TO SW-FDA-HOR
           OPEN INPUT HORARIO
           IF WS-ESTADO-HOR = '00'
               PERFORM 2010-LEER-HORARIO UNTIL SW-FDA-HOR = 1
               CLOSE HORARIO
           END-IF.

       2010-LEER-HORARIO.
           READ HORARIO
               AT END MOVE 1 TO SW-FDA-HOR
               NOT AT END
                   IF RHOR-DIA-SEMANA > 0 AND RHOR-DIA-SEMANA < 8
                      AND WS-NUM-EVENTOS < WS-MAX-EVENTOS
                       PERFORM 2020-AGREGAR-HORARIO
                   END-IF
           END-READ.

       2020-AGREGAR-HORARIO.
           ADD 1 TO WS-NUM-EVENTOS
           MOVE WS-NUM-EVENTOS     TO E
           MOVE RHOR-DIA-SEMANA    TO TAB-EVE-DIA(E)
           MOVE RHOR-HORA          TO TAB-EVE-HORA(E)(1:2)
           MOVE ':00'              TO TAB-EVE-HORA(E)(3:3)
           MOVE 1                  TO TAB-EVE-SEDE(E)
           MOVE 0                  TO TAB-EVE-TIPO(E)
           MOVE ZEROS              TO TAB-EVE-SERVICIO(E)
                                      TAB-EVE-CELEBRA(E)
           MOVE RHOR-CONCEPTO      TO TAB-EVE-TEXTO(E).

      *----------------------------------------------------------------*
      * RESERVAS DE LA SEMANA QUE NO ESTEN CANCELADAS: MISAS (CON SUS
      * INTENCIONES), BAUTIZOS, MATRIMONIOS Y FUNERALES
      *----------------------------------------------------------------*
       2500-CARGAR-SERVICIOS.
           MOVE 0 TO SW-FDA-SER
           OPEN INPUT SERVICIO
           IF WS-ESTADO-SER = '00'
               PERFORM 2510-LEER-SERVICIO UNTIL SW-FDA-SER = 1
               CLOSE SERVICIO
           END-IF.

       2510-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
               AT END MOVE 1 TO SW-FDA-SER
               NOT AT END PERFORM 2520-TOMAR-SERVICIO
           END-READ.

       2520-TOMAR-SERVICIO.
           IF ASER-ESTADO NOT = 'C'
              AND (ASER-COD-SERVICIO = 1 OR ASER-COD-SERVICIO = 4
                OR ASER-COD-SERVICIO = 5 OR ASER-COD-SERVICIO = 6)
               PERFORM 2530-UBICAR-DIA
               IF WS-DIA-EVE > 0 AND WS-NUM-EVENTOS < WS-MAX-EVENTOS
                   ADD 1 TO WS-NUM-EVENTOS
                   MOVE WS-NUM-EVENTOS    TO E
                   MOVE WS-DIA-EVE        TO TAB-EVE-DIA(E)
                   MOVE ASER-HORA         TO TAB-EVE-HORA(E)
                   MOVE ASER-SEDE         TO TAB-EVE-SEDE(E)
                   MOVE ASER-COD-SERVICIO TO TAB-EVE-TIPO(E)
                   MOVE ASER-NUM-SERVICIO TO TAB-EVE-SERVICIO(E)
                   MOVE ASER-CELEBRANTE   TO TAB-EVE-CELEBRA(E)
                   MOVE ASER-NOMBRE       TO TAB-EVE-TEXTO(E)
               END-IF
           END-IF.

       2530-UBICAR-DIA.
           MOVE 0 TO WS-DIA-EVE
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 7
               IF ASER-FECHA = TAB-SEM-FECHA(D)
                   MOVE D TO WS-DIA-EVE
               END-IF
           END-PERFORM.

       2800-CARGAR-CELEBRANTES.
           MOVE ZEROS TO WS-NUM-CELEBRANTES
           MOVE 0 TO SW-FDA-CEL
           OPEN INPUT CELEBRAN
           IF WS-ESTADO-CEL = '00'
               PERFORM 2810-LEER-CELEBRANTE UNTIL SW-FDA-CEL = 1
               CLOSE CELEBRAN
           END-IF.

       2810-LEER-CELEBRANTE.
           READ CELEBRAN
               AT END MOVE 1 TO SW-FDA-CEL
               NOT AT END
                   IF WS-NUM-CELEBRANTES < 30
                       ADD 1 TO WS-NUM-CELEBRANTES
                       MOVE RCEL-CODIGO
                         TO TAB-CEL-CODIGO(WS-NUM-CELEBRANTES)
                       MOVE RCEL-NOMBRE
                         TO TAB-CEL-NOMBRE(WS-NUM-CELEBRANTES)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * ORDEN POR DIA Y HORA (BURBUJA; SON POCOS EVENTOS POR SEMANA)
      *----------------------------------------------------------------*
       3000-ORDENAR-EVENTOS.
           IF WS-NUM-EVENTOS > 1
               PERFORM 3010-PASADA VARYING E FROM 1 BY 1
                       UNTIL E >= WS-NUM-EVENTOS
           END-IF.

       3010-PASADA.
           PERFORM 3011-COMPARAR VARYING G FROM 1 BY 1
                   UNTIL G > WS-NUM-EVENTOS - E.

       3011-COMPARAR.
           IF TAB-EVE-CLAVE(G) > TAB-EVE-CLAVE(G + 1)
               MOVE TAB-EVE(G)     TO WS-EVE-AUX
               MOVE TAB-EVE(G + 1) TO TAB-EVE(G)
               MOVE WS-EVE-AUX     TO TAB-EVE(G + 1)
           END-IF.

       4000-IMPRIMIR-BOLETIN.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO EL BOLETIN, ESTADO: '
                       WS-ESTADO-IMP
           ELSE
               PERFORM 4010-ENCABEZADO
               PERFORM 5000-SECCION-MISAS
               PERFORM 6000-SECCION-AMONESTACIONES
               PERFORM 7000-SECCION-CELEBRACIONES
               PERFORM 8000-SECCION-AUSENCIAS
               WRITE REG-IMPRESOR FROM REG-BOL-LINEA AFTER 2
               CLOSE IMPRESOR
               MOVE 'SANMIGUE'                   TO CSPO-E-SISTEMA
               MOVE 'BOLETIN'                    TO CSPO-E-TIPO
               MOVE './FILES/SANMIGUEL/BOLETIN'  TO CSPO-E-ORIGEN
               MOVE 'F'                          TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               DISPLAY 'BOLETIN DE LA SEMANA DEL ' TAB-SEM-FECHA(1)
                       ' GENERADO EN ./FILES/SANMIGUEL/BOLETIN'
               DISPLAY 'MISAS: ' WS-TOT-MISAS
                       '  INTENCIONES: ' WS-TOT-INTENCIONES
                       '  AMONESTACIONES: ' WS-TOT-AMONESTA
               DISPLAY 'CELEBRACIONES: ' WS-TOT-CELEBRA
                       '  AUSENCIAS: ' WS-TOT-AUSENCIAS
           END-IF.

       4010-ENCABEZADO.
           MOVE TAB-SEM-FECHA(1)   TO RBOL-ENC-DESDE
           MOVE TAB-SEM-FECHA(7)   TO RBOL-ENC-HASTA
           MOVE WS-FEC-EDI         TO RBOL-ENC-FEC-SIS
           MOVE WS-HOR-SIS(1:2)    TO RBOL-ENC-HOR-SIS(1:2)
           MOVE ':'                TO RBOL-ENC-HOR-SIS(3:1)
           MOVE WS-HOR-SIS(3:2)    TO RBOL-ENC-HOR-SIS(4:2)
           WRITE REG-IMPRESOR FROM REG-BOL-LINEA  AFTER PAGE
           WRITE REG-IMPRESOR FROM REG-BOL-ENC-01 AFTER 1
           WRITE REG-IMPRESOR FROM REG-BOL-ENC-02 AFTER 1
           WRITE REG-IMPRESOR FROM REG-BOL-ENC-03 AFTER 1
           WRITE REG-IMPRESOR FROM REG-BOL-LINEA  AFTER 1.

      *----------------------------------------------------------------*
      * HORARIO DE MISAS DIA POR DIA, CON LA SEDE, EL CELEBRANTE DE
      * LAS MISAS RESERVADAS Y LAS INTENCIONES QUE SE LEEN EN CADA UNA
      *----------------------------------------------------------------*
       5000-SECCION-MISAS.
           MOVE 'HORARIO DE MISAS E INTENCIONES' TO RBOL-SECCION
           WRITE REG-IMPRESOR FROM REG-BOL-SECCION AFTER 2
           PERFORM 5010-DIA-MISAS VARYING D FROM 1 BY 1 UNTIL D > 7.

       5010-DIA-MISAS.
           MOVE TAB-NOM-DIA(D)     TO RBOL-DIA-NOMBRE
           MOVE TAB-SEM-FECHA(D)   TO RBOL-DIA-FECHA
           WRITE REG-IMPRESOR FROM REG-BOL-DIA AFTER 2
           MOVE 0 TO WS-HAY-EVENTOS
           PERFORM 5020-MISA VARYING E FROM 1 BY 1
                   UNTIL E > WS-NUM-EVENTOS
           IF WS-HAY-EVENTOS = 0
               MOVE 'SIN MISAS PROGRAMADAS' TO RBOL-NADA
               WRITE REG-IMPRESOR FROM REG-BOL-NADA AFTER 1
           END-IF.

       5020-MISA.
           IF TAB-EVE-DIA(E) = D
              AND (TAB-EVE-TIPO(E) = 0 OR TAB-EVE-TIPO(E) = 6)
               MOVE 1 TO WS-HAY-EVENTOS
               ADD 1 TO WS-TOT-MISAS
               MOVE TAB-EVE-HORA(E)  TO RBOL-MISA-HORA
               PERFORM 9100-NOMBRE-SEDE
               MOVE SPACES TO RBOL-MISA-CELEBRA
               IF TAB-EVE-TIPO(E) = 0
                   MOVE TAB-EVE-TEXTO(E) TO RBOL-MISA-TEXTO
               ELSE
                   MOVE 'SANTA MISA'     TO RBOL-MISA-TEXTO
                   PERFORM 9200-NOMBRE-CELEBRANTE
                   MOVE WS-CEL-NOMBRE    TO RBOL-MISA-CELEBRA
               END-IF
               WRITE REG-IMPRESOR FROM REG-BOL-MISA AFTER 1
               IF TAB-EVE-TIPO(E) = 6
                   PERFORM 5030-INTENCIONES
               END-IF
           END-IF.

      * LAS INTENCIONES CUELGAN DEL NUMERO DEL SERVICIO DE LA MISA
       5030-INTENCIONES.
           MOVE 0 TO SW-FDA-INT
           OPEN INPUT INTENCION
           IF WS-ESTADO-INT = '00'
               PERFORM 5031-LEER-INTENCION UNTIL SW-FDA-INT = 1
               CLOSE INTENCION
           END-IF.

       5031-LEER-INTENCION.
           READ INTENCION
               AT END MOVE 1 TO SW-FDA-INT
               NOT AT END
                   IF RINT-NUM-SERVICIO = TAB-EVE-SERVICIO(E)
                       ADD 1 TO WS-TOT-INTENCIONES
                       MOVE RINT-TEXTO       TO RBOL-INT-TEXTO
                       MOVE RINT-SOLICITANTE TO RBOL-INT-SOLICITA
                       WRITE REG-IMPRESOR FROM REG-BOL-INTENCION
                             AFTER 1
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * AMONESTACIONES QUE SE LEEN EN LA SEMANA (LAS TRES DE CADA BODA
      * CAEN EN DOMINGO); EL NOMBRE Y LA FECHA DE LA BODA SALEN DE LA
      * RESERVA DEL MATRIMONIO
      *----------------------------------------------------------------*
       6000-SECCION-AMONESTACIONES.
           MOVE 'AMONESTACIONES (PROCLAMAS MATRIMONIALES)'
             TO RBOL-SECCION
           WRITE REG-IMPRESOR FROM REG-BOL-SECCION AFTER 2
           MOVE 0 TO SW-FDA-AMO
           OPEN INPUT AMONESTA
           IF WS-ESTADO-AMO = '00'
               OPEN INPUT SERVICIO
               PERFORM 6010-LEER-AMONESTA UNTIL SW-FDA-AMO = 1
               IF WS-ESTADO-SER = '00'
                   CLOSE SERVICIO
               END-IF
               CLOSE AMONESTA
           END-IF
           IF WS-TOT-AMONESTA = ZEROS
               MOVE 'NO HAY AMONESTACIONES ESTA SEMANA' TO RBOL-NADA
               WRITE REG-IMPRESOR FROM REG-BOL-NADA AFTER 1
           END-IF.

       6010-LEER-AMONESTA.
           READ AMONESTA
               AT END MOVE 1 TO SW-FDA-AMO
               NOT AT END
                   IF RAMO-FECHA >= WS-SEM-DESDE
                      AND RAMO-FECHA <= WS-SEM-HASTA
                       PERFORM 6020-LINEA-AMONESTA
                   END-IF
           END-READ.

       6020-LINEA-AMONESTA.
           MOVE RAMO-NUM-SERVICIO TO ASER-NUM-SERVICIO
           READ SERVICIO KEY IS ASER-NUM-SERVICIO
               INVALID KEY
                   MOVE SPACES     TO ASER-NOMBRE ASER-FECHA
                   MOVE SPACE      TO ASER-ESTADO
           END-READ
      * LA BODA CANCELADA YA NO SE AMONESTA
           IF ASER-ESTADO NOT = 'C'
               ADD 1 TO WS-TOT-AMONESTA
               MOVE RAMO-FECHA     TO WS-FEC-AUX
               PERFORM 9000-EDITAR-FECHA
               MOVE WS-FEC-AUX-EDI TO RBOL-AMO-FECHA
               EVALUATE RAMO-SECUENCIA
                   WHEN 1 MOVE 'PRIMERA'  TO RBOL-AMO-PROCLAMA
                   WHEN 2 MOVE 'SEGUNDA'  TO RBOL-AMO-PROCLAMA
                   WHEN OTHER MOVE 'TERCERA' TO RBOL-AMO-PROCLAMA
               END-EVALUATE
               MOVE ASER-NOMBRE    TO RBOL-AMO-NOMBRE
               MOVE ASER-FECHA     TO RBOL-AMO-BODA
               WRITE REG-IMPRESOR FROM REG-BOL-AMONESTA AFTER 1
           END-IF.

      *----------------------------------------------------------------*
      * MATRIMONIOS, BAUTIZOS Y FUNERALES PROGRAMADOS EN LA SEMANA
      *----------------------------------------------------------------*
       7000-SECCION-CELEBRACIONES.
           MOVE 'MATRIMONIOS, BAUTIZOS Y FUNERALES' TO RBOL-SECCION
           WRITE REG-IMPRESOR FROM REG-BOL-SECCION AFTER 2
           PERFORM 7010-CELEBRACION VARYING E FROM 1 BY 1
                   UNTIL E > WS-NUM-EVENTOS
           IF WS-TOT-CELEBRA = ZEROS
               MOVE 'NO HAY CELEBRACIONES PROGRAMADAS' TO RBOL-NADA
               WRITE REG-IMPRESOR FROM REG-BOL-NADA AFTER 1
           END-IF.

       7010-CELEBRACION.
           IF TAB-EVE-TIPO(E) = 1 OR TAB-EVE-TIPO(E) = 4
                                  OR TAB-EVE-TIPO(E) = 5
               ADD 1 TO WS-TOT-CELEBRA
               MOVE TAB-NOM-DIA(TAB-EVE-DIA(E))   TO RBOL-CEL-DIA
               MOVE TAB-SEM-FECHA(TAB-EVE-DIA(E)) TO RBOL-CEL-FECHA
               MOVE TAB-EVE-HORA(E)               TO RBOL-CEL-HORA
               EVALUATE TAB-EVE-TIPO(E)
                   WHEN 1 MOVE 'BAUTIZO'    TO RBOL-CEL-TIPO
                   WHEN 4 MOVE 'MATRIMONIO' TO RBOL-CEL-TIPO
                   WHEN 5 MOVE 'FUNERAL'    TO RBOL-CEL-TIPO
               END-EVALUATE
               MOVE TAB-EVE-TEXTO(E)              TO RBOL-CEL-NOMBRE
               PERFORM 9100-NOMBRE-SEDE
               MOVE RBOL-MISA-SEDE                TO RBOL-CEL-SEDE
               WRITE REG-IMPRESOR FROM REG-BOL-CELEBRA AFTER 1
           END-IF.

      *----------------------------------------------------------------*
      * CELEBRANTES AUSENTES EN ALGUN DIA DE LA SEMANA
      *----------------------------------------------------------------*
       8000-SECCION-AUSENCIAS.
           MOVE 'AUSENCIAS DE CELEBRANTES' TO RBOL-SECCION
           WRITE REG-IMPRESOR FROM REG-BOL-SECCION AFTER 2
           MOVE 0 TO SW-FDA-AUS
           OPEN INPUT AUSENCIAS
           IF WS-ESTADO-AUS = '00'
               PERFORM 8010-LEER-AUSENCIA UNTIL SW-FDA-AUS = 1
               CLOSE AUSENCIAS
           END-IF
           IF WS-TOT-AUSENCIAS = ZEROS
               MOVE 'TODOS LOS CELEBRANTES ESTAN DISPONIBLES'
                 TO RBOL-NADA
               WRITE REG-IMPRESOR FROM REG-BOL-NADA AFTER 1
           END-IF.

       8010-LEER-AUSENCIA.
           READ AUSENCIAS
               AT END MOVE 1 TO SW-FDA-AUS
               NOT AT END
                   IF RAUS-DESDE <= WS-SEM-HASTA
                      AND RAUS-HASTA >= WS-SEM-DESDE
                       PERFORM 8020-LINEA-AUSENCIA
                   END-IF
           END-READ.

       8020-LINEA-AUSENCIA.
           ADD 1 TO WS-TOT-AUSENCIAS
           MOVE SPACES TO WS-CEL-NOMBRE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-NUM-CELEBRANTES
               IF TAB-CEL-CODIGO(C) = RAUS-CELEBRANTE
                   MOVE TAB-CEL-NOMBRE(C) TO WS-CEL-NOMBRE
               END-IF
           END-PERFORM
           MOVE WS-CEL-NOMBRE      TO RBOL-AUS-NOMBRE
           MOVE RAUS-DESDE         TO WS-FEC-AUX
           PERFORM 9000-EDITAR-FECHA
           MOVE WS-FEC-AUX-EDI     TO RBOL-AUS-DESDE
           MOVE RAUS-HASTA         TO WS-FEC-AUX
           PERFORM 9000-EDITAR-FECHA
           MOVE WS-FEC-AUX-EDI     TO RBOL-AUS-HASTA
           MOVE RAUS-MOTIVO        TO RBOL-AUS-MOTIVO
           WRITE REG-IMPRESOR FROM REG-BOL-AUSENCIA AFTER 1.

      * AAAAMMDD (WS-FEC-AUX) A DD/MM/AAAA (WS-FEC-AUX-EDI), EL FORMATO
      * DE ASER-FECHA
       9000-EDITAR-FECHA.
           MOVE WS-FEC-AUX(7:2)    TO WS-FEC-AUX-EDI(1:2)
           MOVE '/'                TO WS-FEC-AUX-EDI(3:1)
           MOVE WS-FEC-AUX(5:2)    TO WS-FEC-AUX-EDI(4:2)
           MOVE '/'                TO WS-FEC-AUX-EDI(6:1)
           MOVE WS-FEC-AUX(1:4)    TO WS-FEC-AUX-EDI(7:4).

       9100-NOMBRE-SEDE.
           EVALUATE TAB-EVE-SEDE(E)
               WHEN 2     MOVE 'CAPILLA SAN JOSE'  TO RBOL-MISA-SEDE
               WHEN OTHER MOVE 'IGLESIA PRINCIPAL' TO RBOL-MISA-SEDE
           END-EVALUATE.

       9200-NOMBRE-CELEBRANTE.
           MOVE SPACES TO WS-CEL-NOMBRE
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-NUM-CELEBRANTES
               IF TAB-CEL-CODIGO(C) = TAB-EVE-CELEBRA(E)
                   MOVE TAB-CEL-NOMBRE(C) TO WS-CEL-NOMBRE
               END-IF
           END-PERFORM.

       END PROGRAM NO7CBOLE.
