      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: LIQUIDACION MENSUAL DE ESTIPENDIOS POR CELEBRANTE.
      * TOMA LOS SERVICIOS REALIZADOS DEL PERIODO EN SANMSERV CON SU
      * CELEBRANTE (ASER-CELEBRANTE), LES CUELGA LAS INTENCIONES DE
      * INTENCION Y APLICA LAS REGLAS DE LA DIOCESIS: EL CELEBRANTE
      * RECIBE UN PORCENTAJE DEL VALOR DE CADA SERVICIO Y LOS
      * ESTIPENDIOS DE SU PRIMERA MISA DEL DIA; LOS DE LA SEGUNDA O
      * TERCERA MISA DEL MISMO DIA (BINACION) SE REMITEN A LA DIOCESIS.
      * IMPRIME UNA HOJA POR CELEBRANTE, LA REMESA A LA DIOCESIS Y LA
      * CONCILIACION CONTRA LOS ESTIPENDIOS QUE SUMA EL CIERRE DE MES
      * DE NO1CSANM, Y ENTREGA TODO AL SPOOL CENTRAL.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO7CLIQU.
       AUTHOR.                           NOVATEC SOLUTIONS (EDWIN PAEZ).
       INSTALLATION.                     PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SERVICIOS DE LA PARROQUIA (INDEXADO, IGUAL QUE EN NO1CSANM)
           SELECT OPTIONAL SERVICIO
           ASSIGN TO './FILES/SANMIGUEL/SANMSERV'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASER-NUM-SERVICIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-SER.
      * INTENCIONES DE MISA CON SU ESTIPENDIO
           SELECT OPTIONAL INTENCION
           ASSIGN TO './FILES/SANMIGUEL/INTENCION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-INT.
      * MAESTRO DE CELEBRANTES
           SELECT OPTIONAL CELEBRAN
           ASSIGN TO './FILES/SANMIGUEL/CELEBRAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CEL.
      * REGLAS DE LA DIOCESIS (SI NO EXISTE RIGEN LAS DE RESPALDO)
           SELECT OPTIONAL ESTIPARM
           ASSIGN TO './FILES/SANMIGUEL/ESTIPARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * HOJAS DE LIQUIDACION, REMESA Y CONCILIACION
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/LIQCELEB'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
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

       FD  CELEBRAN LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CELEBRAN.cpy'.

      * PORCENTAJE DEL VALOR DEL SERVICIO PARA EL CELEBRANTE Y NUMERO
      * DE MISAS DIARIAS CUYO ESTIPENDIO CONSERVA (LAS DEMAS SON
      * BINACION Y VAN A LA DIOCESIS)
       FD  ESTIPARM LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ESTIPARM.
           02 RPAR-PORC-SERVICIO   PIC 9(03).
           02 RPAR-MISAS-PROPIAS   PIC 9(01).

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-SER           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-INT           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CEL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAR           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP           PIC X(02) VALUE SPACES.

       01  SW-FDA-SER              PIC 9 VALUE ZEROS.
       01  SW-FDA-INT              PIC 9 VALUE ZEROS.
       01  SW-FDA-CEL              PIC 9 VALUE ZEROS.

       01  WS-FEC-SIS              PIC 9(06) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.
       01  WS-FEC-EDI.
           02 WS-FEC-EDI-DIA       PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X VALUE '/'.
           02 WS-FEC-EDI-MES       PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X VALUE '/'.
           02 WS-FEC-EDI-ANO       PIC 9(02) VALUE ZEROS.

      * PERIODO QUE SE LIQUIDA (AAAAMM)
       01  WS-PERIODO              PIC 9(06) VALUE ZEROS.

      * REGLAS DE LA DIOCESIS CON SUS VALORES DE RESPALDO
       01  WS-PORC-SERVICIO        PIC 9(03) VALUE 010.
       01  WS-MISAS-PROPIAS        PIC 9(01) VALUE 1.

      * NOMBRES DE LOS SERVICIOS PARA LA HOJA
       01  TABLA-NOM-SER-VALORES.
           02 FILLER               PIC X(12) VALUE 'BAUTIZO'.
           02 FILLER               PIC X(12) VALUE '1A.COMUNION'.
           02 FILLER               PIC X(12) VALUE 'CONFIRMACION'.
           02 FILLER               PIC X(12) VALUE 'MATRIMONIO'.
           02 FILLER               PIC X(12) VALUE 'FUNERAL'.
           02 FILLER               PIC X(12) VALUE 'MISA'.
       01  TABLA-NOM-SER REDEFINES TABLA-NOM-SER-VALORES.
           02 TAB-NOM-SER          PIC X(12) OCCURS 6 TIMES.

      * CELEBRANTES CON SUS ACUMULADOS DEL PERIODO
       01  WS-NUM-CELEBRANTES      PIC 9(02) VALUE ZEROS.
       01  TABLA-CELEBRANTES.
           02 TAB-CEL OCCURS 1 TO 30 TIMES
                      DEPENDING ON WS-NUM-CELEBRANTES.
              03 TAB-CEL-CODIGO    PIC 9(02).
              03 TAB-CEL-NOMBRE    PIC X(25).
              03 TAB-CEL-SERVICIOS PIC 9(04).
              03 TAB-CEL-PARTICIPA PIC 9(09).
              03 TAB-CEL-EST-PROP  PIC 9(09).
              03 TAB-CEL-BINACION  PIC 9(04).
              03 TAB-CEL-EST-DIOC  PIC 9(09).
       01  C                       PIC 9(02) VALUE ZEROS.
       01  WS-CEL-BUSCA            PIC 9(02) VALUE ZEROS.

      * SERVICIOS REALIZADOS DEL PERIODO, ORDENADOS POR CELEBRANTE,
      * DIA Y HORA PARA CONTAR LAS MISAS DE CADA DIA
       01  WS-NUM-SERVICIOS        PIC 9(03) VALUE ZEROS.
       01  WS-MAX-SERVICIOS        PIC 9(03) VALUE 500.
       01  TABLA-SERVICIOS.
           02 TAB-SER OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-SERVICIOS.
              03 TAB-SER-CLAVE.
                 04 TAB-SER-CELEBRA PIC 9(02).
                 04 TAB-SER-DIA     PIC X(02).
                 04 TAB-SER-HORA    PIC X(05).
              03 TAB-SER-NUMERO    PIC 9(04).
              03 TAB-SER-CODIGO    PIC 9(01).
              03 TAB-SER-FECHA     PIC X(10).
              03 TAB-SER-NOMBRE    PIC X(20).
              03 TAB-SER-VALOR     PIC 9(07).
              03 TAB-SER-ESTIPEND  PIC 9(09).
       01  WS-SER-AUX.
           02 WS-SER-AUX-CLAVE     PIC X(09).
           02 FILLER               PIC X(51).
       01  SX                      PIC 9(03) VALUE ZEROS.
       01  G                       PIC 9(03) VALUE ZEROS.
       01  SW-SER-HALLADO          PIC 9 VALUE ZEROS.

      * CONTEO DE MISAS DEL DIA (BINACION)
       01  WS-ANT-CELEBRA          PIC 9(02) VALUE ZEROS.
       01  WS-ANT-DIA              PIC X(02) VALUE SPACES.
       01  WS-MISAS-DIA            PIC 9(02) VALUE ZEROS.
       01  WS-PARTICIPA            PIC 9(09) VALUE ZEROS.

      * TOTALES DE LA CORRIDA Y CONCILIACION CONTRA EL CIERRE
       01  WS-TOT-PAGAR            PIC 9(09) VALUE ZEROS.
       01  WS-TOT-PARTICIPA        PIC 9(09) VALUE ZEROS.
       01  WS-TOT-EST-PROP         PIC 9(09) VALUE ZEROS.
       01  WS-TOT-EST-DIOC         PIC 9(09) VALUE ZEROS.
       01  WS-TOT-EST-ARCHIVO      PIC 9(09) VALUE ZEROS.
       01  WS-TOT-EST-FUERA        PIC 9(09) VALUE ZEROS.
       01  WS-TOT-CONCILIA         PIC 9(09) VALUE ZEROS.
       01  WS-SIN-CELEBRANTE       PIC 9(04) VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * RENGLONES DE LAS HOJAS
       01  REG-LIQ-LINEA.
           02 FILLER               PIC X(80) VALUE ALL '-'.
       01  REG-LIQ-ENC-01.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 RLIQ-TITULO          PIC X(40) VALUE SPACES.
           02 FILLER               PIC X(09) VALUE 'PERIODO: '.
           02 RLIQ-PERIODO         PIC 9(06) VALUE ZEROS.
       01  REG-LIQ-ENC-02.
           02 FILLER               PIC X(09) VALUE 'IMPRESO: '.
           02 RLIQ-FEC-SIS         PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(22) VALUE SPACES.
           02 FILLER               PIC X(20) VALUE
              'PARROQUIA SAN MIGUEL'.
       01  REG-LIQ-CELEBRANTE.
           02 FILLER               PIC X(12) VALUE 'CELEBRANTE: '.
           02 RLIQ-CEL-CODIGO      PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(03) VALUE ' - '.
           02 RLIQ-CEL-NOMBRE      PIC X(25) VALUE SPACES.
       01  REG-LIQ-DET-01.
           02 FILLER               PIC X(11) VALUE 'FECHA'.
           02 FILLER               PIC X(06) VALUE 'HORA'.
           02 FILLER               PIC X(13) VALUE 'SERVICIO'.
           02 FILLER               PIC X(16) VALUE 'NOMBRE'.
           02 FILLER               PIC X(11) VALUE ' PARTICIP.'.
           02 FILLER               PIC X(11) VALUE ' ESTIPEND.'.
           02 FILLER               PIC X(08) VALUE 'DESTINO'.
       01  REG-LIQ-DET-02.
           02 RLIQ-FECHA           PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RLIQ-HORA            PIC X(05) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RLIQ-SERVICIO        PIC X(12) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RLIQ-NOMBRE          PIC X(15) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RLIQ-PARTICIPA       PIC ZZ,ZZZ,ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RLIQ-ESTIPENDIO      PIC ZZ,ZZZ,ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RLIQ-DESTINO         PIC X(08) VALUE SPACES.
       01  REG-LIQ-TOT.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 RLIQ-TOT-ETIQUETA    PIC X(40) VALUE SPACES.
           02 RLIQ-TOT-VALOR       PIC $$$,$$$,$$9 VALUE ZEROS.
       01  REG-LIQ-CNT.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(40) VALUE
              'SERVICIOS REALIZADOS SIN CELEBRANTE:'.
           02 RLIQ-CNT-VALOR       PIC ZZZ9 VALUE ZEROS.
       01  REG-LIQ-REM-01.
           02 FILLER               PIC X(30) VALUE 'CELEBRANTE'.
           02 FILLER               PIC X(12) VALUE 'BINACIONES'.
           02 FILLER               PIC X(14) VALUE '  A REMITIR'.
       01  REG-LIQ-REM-02.
           02 RLIQ-REM-NOMBRE      PIC X(25) VALUE SPACES.
           02 FILLER               PIC X(09) VALUE SPACES.
           02 RLIQ-REM-BINACION    PIC ZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(03) VALUE SPACES.
           02 RLIQ-REM-VALOR       PIC $$$,$$$,$$9 VALUE ZEROS.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-CELEBRANTES
           PERFORM 3000-CARGAR-SERVICIOS
           PERFORM 4000-CARGAR-INTENCIONES
           PERFORM 5000-ORDENAR-SERVICIOS
           PERFORM 6000-LIQUIDAR
           PERFORM 7000-IMPRIMIR
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WS-FEC-SIS       FROM DATE
           MOVE WS-FEC-SIS(5:2)    TO WS-FEC-EDI-DIA
           MOVE WS-FEC-SIS(3:2)    TO WS-FEC-EDI-MES
           MOVE WS-FEC-SIS(1:2)    TO WS-FEC-EDI-ANO
           ACCEPT WS-HOR-SIS       FROM TIME
           PERFORM UNTIL WS-PERIODO > 200000
                     AND WS-PERIODO(5:2) > '00'
                     AND WS-PERIODO(5:2) < '13'
               DISPLAY 'PERIODO A LIQUIDAR (AAAAMM): '
                       WITH NO ADVANCING
               ACCEPT WS-PERIODO
           END-PERFORM
           PERFORM 1500-CARGAR-REGLAS.

      *----------------------------------------------------------------*
      * REGLAS DE LA DIOCESIS: SE LEEN DEL ARCHIVO DE PARAMETROS; SIN
      * ARCHIVO RIGEN LOS VALORES DE RESPALDO COMPILADOS
      *----------------------------------------------------------------*
       1500-CARGAR-REGLAS.
           OPEN INPUT ESTIPARM
           IF WS-ESTADO-PAR = '00'
               READ ESTIPARM AT END CONTINUE
                    NOT AT END
                        IF RPAR-PORC-SERVICIO NOT > 100
                            MOVE RPAR-PORC-SERVICIO
                              TO WS-PORC-SERVICIO
                        END-IF
                        IF RPAR-MISAS-PROPIAS > ZEROS
                            MOVE RPAR-MISAS-PROPIAS
                              TO WS-MISAS-PROPIAS
                        END-IF
               END-READ
               CLOSE ESTIPARM
           END-IF.

       2000-CARGAR-CELEBRANTES.
           MOVE 0 TO SW-FDA-CEL
           OPEN INPUT CELEBRAN
           IF WS-ESTADO-CEL = '00'
               PERFORM 2010-LEER-CELEBRANTE UNTIL SW-FDA-CEL = 1
               CLOSE CELEBRAN
           END-IF.

       2010-LEER-CELEBRANTE.
           READ CELEBRAN
               AT END MOVE 1 TO SW-FDA-CEL
               NOT AT END
                   IF WS-NUM-CELEBRANTES < 30
                       ADD 1 TO WS-NUM-CELEBRANTES
                       MOVE WS-NUM-CELEBRANTES TO C
                       MOVE RCEL-CODIGO        TO TAB-CEL-CODIGO(C)
                       MOVE RCEL-NOMBRE        TO TAB-CEL-NOMBRE(C)
                       MOVE ZEROS TO TAB-CEL-SERVICIOS(C)
                                     TAB-CEL-PARTICIPA(C)
                                     TAB-CEL-EST-PROP(C)
                                     TAB-CEL-BINACION(C)
                                     TAB-CEL-EST-DIOC(C)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * SERVICIOS REALIZADOS ('R') FECHADOS EN EL PERIODO Y CON
      * CELEBRANTE ASIGNADO (ASER-FECHA DD/MM/AAAA)
      *----------------------------------------------------------------*
       3000-CARGAR-SERVICIOS.
           MOVE 0 TO SW-FDA-SER
           OPEN INPUT SERVICIO
           IF WS-ESTADO-SER = '00'
               PERFORM 3010-LEER-SERVICIO UNTIL SW-FDA-SER = 1
               CLOSE SERVICIO
           END-IF.

       3010-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
               AT END MOVE 1 TO SW-FDA-SER
               NOT AT END
                   IF ASER-ESTADO = 'R'
                      AND ASER-FECHA(7:4) = WS-PERIODO(1:4)
                      AND ASER-FECHA(4:2) = WS-PERIODO(5:2)
                       PERFORM 3020-TOMAR-SERVICIO
                   END-IF
           END-READ.

      * SIN CELEBRANTE (O CON UNO QUE NO ESTA EN EL MAESTRO) NO SE
      * LIQUIDA: SUS INTENCIONES QUEDAN COMO NO LIQUIDABLES
       3020-TOMAR-SERVICIO.
           MOVE ASER-CELEBRANTE TO WS-CEL-BUSCA
           PERFORM 6020-UBICAR-CELEBRANTE
           IF C = ZEROS
               ADD 1 TO WS-SIN-CELEBRANTE
           ELSE
               IF WS-NUM-SERVICIOS < WS-MAX-SERVICIOS
                   ADD 1 TO WS-NUM-SERVICIOS
                   MOVE WS-NUM-SERVICIOS  TO SX
                   MOVE ASER-CELEBRANTE   TO TAB-SER-CELEBRA(SX)
                   MOVE ASER-FECHA(1:2)   TO TAB-SER-DIA(SX)
                   MOVE ASER-HORA         TO TAB-SER-HORA(SX)
                   MOVE ASER-NUM-SERVICIO TO TAB-SER-NUMERO(SX)
                   MOVE ASER-COD-SERVICIO TO TAB-SER-CODIGO(SX)
                   MOVE ASER-FECHA        TO TAB-SER-FECHA(SX)
                   MOVE ASER-NOMBRE       TO TAB-SER-NOMBRE(SX)
                   MOVE ASER-VALOR        TO TAB-SER-VALOR(SX)
                   MOVE ZEROS             TO TAB-SER-ESTIPEND(SX)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CADA INTENCION VA AL SERVICIO DEL QUE CUELGA; LAS QUE NO CAEN
      * EN UN SERVICIO LIQUIDABLE DEL PERIODO QUEDAN PARA LA
      * CONCILIACION. EL TOTAL DEL ARCHIVO ES EL MISMO QUE SUMA EL
      * CIERRE DE MES (1-7-5-ACUMULA-ESTIPENDIOS DE NO1CSANM).
      *----------------------------------------------------------------*
       4000-CARGAR-INTENCIONES.
           MOVE 0 TO SW-FDA-INT
           OPEN INPUT INTENCION
           IF WS-ESTADO-INT = '00'
               PERFORM 4010-LEER-INTENCION UNTIL SW-FDA-INT = 1
               CLOSE INTENCION
           END-IF.

       4010-LEER-INTENCION.
           READ INTENCION
               AT END MOVE 1 TO SW-FDA-INT
               NOT AT END
                   ADD RINT-ESTIPENDIO TO WS-TOT-EST-ARCHIVO
                   MOVE 0 TO SW-SER-HALLADO
                   PERFORM VARYING SX FROM 1 BY 1
                           UNTIL SX > WS-NUM-SERVICIOS
                              OR SW-SER-HALLADO = 1
                       IF TAB-SER-NUMERO(SX) = RINT-NUM-SERVICIO
                           MOVE 1 TO SW-SER-HALLADO
                           ADD RINT-ESTIPENDIO TO TAB-SER-ESTIPEND(SX)
                       END-IF
                   END-PERFORM
                   IF SW-SER-HALLADO = 0
                       ADD RINT-ESTIPENDIO TO WS-TOT-EST-FUERA
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * ORDEN POR CELEBRANTE, DIA Y HORA (BURBUJA)
      *----------------------------------------------------------------*
       5000-ORDENAR-SERVICIOS.
           IF WS-NUM-SERVICIOS > 1
               PERFORM 5010-PASADA VARYING SX FROM 1 BY 1
                       UNTIL SX >= WS-NUM-SERVICIOS
           END-IF.

       5010-PASADA.
           PERFORM 5011-COMPARAR VARYING G FROM 1 BY 1
                   UNTIL G > WS-NUM-SERVICIOS - SX.

       5011-COMPARAR.
           IF TAB-SER-CLAVE(G) > TAB-SER-CLAVE(G + 1)
               MOVE TAB-SER(G)     TO WS-SER-AUX
               MOVE TAB-SER(G + 1) TO TAB-SER(G)
               MOVE WS-SER-AUX     TO TAB-SER(G + 1)
           END-IF.

      *----------------------------------------------------------------*
      * REPARTO: LA PARTICIPACION DEL VALOR DE CADA SERVICIO ES DEL
      * CELEBRANTE; EN LAS MISAS, PASADAS LAS PROPIAS DEL DIA, EL
      * ESTIPENDIO ES BINACION Y SE REMITE A LA DIOCESIS
      *----------------------------------------------------------------*
       6000-LIQUIDAR.
           MOVE ZEROS  TO WS-ANT-CELEBRA WS-MISAS-DIA
           MOVE SPACES TO WS-ANT-DIA
           PERFORM 6010-LIQUIDAR-SERVICIO VARYING SX FROM 1 BY 1
                   UNTIL SX > WS-NUM-SERVICIOS.

       6010-LIQUIDAR-SERVICIO.
           MOVE TAB-SER-CELEBRA(SX) TO WS-CEL-BUSCA
           PERFORM 6020-UBICAR-CELEBRANTE
           IF TAB-SER-CELEBRA(SX) NOT = WS-ANT-CELEBRA
              OR TAB-SER-DIA(SX) NOT = WS-ANT-DIA
               MOVE ZEROS              TO WS-MISAS-DIA
               MOVE TAB-SER-CELEBRA(SX) TO WS-ANT-CELEBRA
               MOVE TAB-SER-DIA(SX)    TO WS-ANT-DIA
           END-IF
           MULTIPLY TAB-SER-VALOR(SX) BY WS-PORC-SERVICIO
                    GIVING WS-PARTICIPA
           DIVIDE WS-PARTICIPA BY 100 GIVING WS-PARTICIPA ROUNDED
           ADD WS-PARTICIPA TO WS-TOT-PARTICIPA
           ADD 1            TO TAB-CEL-SERVICIOS(C)
           ADD WS-PARTICIPA TO TAB-CEL-PARTICIPA(C)
           IF TAB-SER-CODIGO(SX) = 6
               ADD 1 TO WS-MISAS-DIA
           END-IF
           IF TAB-SER-CODIGO(SX) = 6
              AND WS-MISAS-DIA > WS-MISAS-PROPIAS
               ADD TAB-SER-ESTIPEND(SX) TO WS-TOT-EST-DIOC
               ADD 1 TO TAB-CEL-BINACION(C)
               ADD TAB-SER-ESTIPEND(SX) TO TAB-CEL-EST-DIOC(C)
           ELSE
               ADD TAB-SER-ESTIPEND(SX) TO WS-TOT-EST-PROP
               ADD TAB-SER-ESTIPEND(SX) TO TAB-CEL-EST-PROP(C)
           END-IF.

      * DEJA EN C LA POSICION DEL CELEBRANTE WS-CEL-BUSCA (CERO SI NO
      * ESTA EN EL MAESTRO)
       6020-UBICAR-CELEBRANTE.
           MOVE ZEROS TO C
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-NUM-CELEBRANTES OR C > ZEROS
               IF TAB-CEL-CODIGO(G) = WS-CEL-BUSCA
                   MOVE G TO C
               END-IF
           END-PERFORM.

       7000-IMPRIMIR.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LA LIQUIDACION, ESTADO: '
                       WS-ESTADO-IMP
           ELSE
               PERFORM 7100-HOJA-CELEBRANTE VARYING C FROM 1 BY 1
                       UNTIL C > WS-NUM-CELEBRANTES
               PERFORM 7200-REMESA-DIOCESIS
               PERFORM 7300-CONCILIACION
               CLOSE IMPRESOR
               MOVE 'SANMIGUE'                   TO CSPO-E-SISTEMA
               MOVE 'LIQCELEB'                   TO CSPO-E-TIPO
               MOVE './FILES/SANMIGUEL/LIQCELEB' TO CSPO-E-ORIGEN
               MOVE 'F'                          TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               DISPLAY 'LIQUIDACION DEL PERIODO ' WS-PERIODO
                       ' GENERADA EN ./FILES/SANMIGUEL/LIQCELEB'
               DISPLAY 'A CELEBRANTES: ' WS-TOT-PAGAR
                       '  A LA DIOCESIS: ' WS-TOT-EST-DIOC
           END-IF.

       7010-ENCABEZADO.
           MOVE WS-PERIODO         TO RLIQ-PERIODO
           MOVE WS-FEC-EDI         TO RLIQ-FEC-SIS
           WRITE REG-IMPRESOR FROM REG-LIQ-LINEA  AFTER PAGE
           WRITE REG-IMPRESOR FROM REG-LIQ-ENC-01 AFTER 1
           WRITE REG-IMPRESOR FROM REG-LIQ-ENC-02 AFTER 1
           WRITE REG-IMPRESOR FROM REG-LIQ-LINEA  AFTER 1.

      *----------------------------------------------------------------*
      * HOJA DE UN CELEBRANTE: SOLO SI CELEBRO ALGO EN EL PERIODO
      *----------------------------------------------------------------*
       7100-HOJA-CELEBRANTE.
           IF TAB-CEL-SERVICIOS(C) > ZEROS
               MOVE 'LIQUIDACION DE ESTIPENDIOS' TO RLIQ-TITULO
               PERFORM 7010-ENCABEZADO
               MOVE TAB-CEL-CODIGO(C)  TO RLIQ-CEL-CODIGO
               MOVE TAB-CEL-NOMBRE(C)  TO RLIQ-CEL-NOMBRE
               WRITE REG-IMPRESOR FROM REG-LIQ-CELEBRANTE AFTER 2
               WRITE REG-IMPRESOR FROM REG-LIQ-DET-01 AFTER 2
               MOVE ZEROS  TO WS-ANT-CELEBRA WS-MISAS-DIA
               MOVE SPACES TO WS-ANT-DIA
               PERFORM 7110-LINEA-SERVICIO VARYING SX FROM 1 BY 1
                       UNTIL SX > WS-NUM-SERVICIOS
               WRITE REG-IMPRESOR FROM REG-LIQ-LINEA AFTER 1
               MOVE 'PARTICIPACION EN SERVICIOS:' TO RLIQ-TOT-ETIQUETA
               MOVE TAB-CEL-PARTICIPA(C)          TO RLIQ-TOT-VALOR
               WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
               MOVE 'ESTIPENDIOS PROPIOS:'        TO RLIQ-TOT-ETIQUETA
               MOVE TAB-CEL-EST-PROP(C)           TO RLIQ-TOT-VALOR
               WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
               MOVE 'TOTAL A PAGAR AL CELEBRANTE:' TO RLIQ-TOT-ETIQUETA
               COMPUTE RLIQ-TOT-VALOR = TAB-CEL-PARTICIPA(C)
                                      + TAB-CEL-EST-PROP(C)
               WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
               ADD TAB-CEL-PARTICIPA(C) TAB-CEL-EST-PROP(C)
                   TO WS-TOT-PAGAR
               MOVE 'BINACION REMITIDA A LA DIOCESIS:'
                                                  TO RLIQ-TOT-ETIQUETA
               MOVE TAB-CEL-EST-DIOC(C)           TO RLIQ-TOT-VALOR
               WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 2
           END-IF.

      * EL DESTINO SE REPITE CON LA MISMA CUENTA DE MISAS DEL DIA
      * QUE USO 6000-LIQUIDAR
       7110-LINEA-SERVICIO.
           IF TAB-SER-CELEBRA(SX) = TAB-CEL-CODIGO(C)
               IF TAB-SER-DIA(SX) NOT = WS-ANT-DIA
                   MOVE ZEROS          TO WS-MISAS-DIA
                   MOVE TAB-SER-DIA(SX) TO WS-ANT-DIA
               END-IF
               MOVE TAB-SER-FECHA(SX)  TO RLIQ-FECHA
               MOVE TAB-SER-HORA(SX)   TO RLIQ-HORA
               MOVE SPACES             TO RLIQ-SERVICIO
               IF TAB-SER-CODIGO(SX) > 0 AND TAB-SER-CODIGO(SX) < 7
                   MOVE TAB-NOM-SER(TAB-SER-CODIGO(SX))
                                       TO RLIQ-SERVICIO
               END-IF
               MOVE TAB-SER-NOMBRE(SX) TO RLIQ-NOMBRE
               MULTIPLY TAB-SER-VALOR(SX) BY WS-PORC-SERVICIO
                        GIVING WS-PARTICIPA
               DIVIDE WS-PARTICIPA BY 100 GIVING WS-PARTICIPA ROUNDED
               MOVE WS-PARTICIPA       TO RLIQ-PARTICIPA
               MOVE TAB-SER-ESTIPEND(SX) TO RLIQ-ESTIPENDIO
               MOVE 'PROPIO'           TO RLIQ-DESTINO
               IF TAB-SER-CODIGO(SX) = 6
                   ADD 1 TO WS-MISAS-DIA
                   IF WS-MISAS-DIA > WS-MISAS-PROPIAS
                       MOVE 'DIOCESIS' TO RLIQ-DESTINO
                   END-IF
               END-IF
               WRITE REG-IMPRESOR FROM REG-LIQ-DET-02 AFTER 1
           END-IF.

      *----------------------------------------------------------------*
      * REMESA A LA DIOCESIS: LAS BINACIONES DE CADA CELEBRANTE
      *----------------------------------------------------------------*
       7200-REMESA-DIOCESIS.
           MOVE 'REMESA DE BINACIONES A LA DIOCESIS' TO RLIQ-TITULO
           PERFORM 7010-ENCABEZADO
           WRITE REG-IMPRESOR FROM REG-LIQ-REM-01 AFTER 2
           PERFORM 7210-LINEA-REMESA VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CELEBRANTES
           WRITE REG-IMPRESOR FROM REG-LIQ-LINEA AFTER 1
           MOVE 'TOTAL A REMITIR A LA DIOCESIS:' TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-EST-DIOC                  TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1.

       7210-LINEA-REMESA.
           IF TAB-CEL-BINACION(C) > ZEROS
               MOVE TAB-CEL-NOMBRE(C)   TO RLIQ-REM-NOMBRE
               MOVE TAB-CEL-BINACION(C) TO RLIQ-REM-BINACION
               MOVE TAB-CEL-EST-DIOC(C) TO RLIQ-REM-VALOR
               WRITE REG-IMPRESOR FROM REG-LIQ-REM-02 AFTER 1
           END-IF.

      *----------------------------------------------------------------*
      * CONCILIACION: LOS ESTIPENDIOS DEL ARCHIVO (LO MISMO QUE SUMA
      * EL CIERRE DE MES) = PROPIOS DE LOS CELEBRANTES + REMITIDOS A
      * LA DIOCESIS + LOS DE SERVICIOS QUE NO SE LIQUIDAN EN ESTE
      * PERIODO (OTRO MES, PENDIENTES, CANCELADOS O SIN CELEBRANTE)
      *----------------------------------------------------------------*
       7300-CONCILIACION.
           MOVE 'CONCILIACION DE ESTIPENDIOS' TO RLIQ-TITULO
           PERFORM 7010-ENCABEZADO
           MOVE 'ESTIPENDIOS PROPIOS PAGADOS:'    TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-EST-PROP                   TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 2
           MOVE 'REMITIDOS A LA DIOCESIS:'        TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-EST-DIOC                   TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
           MOVE 'NO LIQUIDABLES EN EL PERIODO:'   TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-EST-FUERA                  TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
           WRITE REG-IMPRESOR FROM REG-LIQ-LINEA AFTER 1
           COMPUTE WS-TOT-CONCILIA = WS-TOT-EST-PROP + WS-TOT-EST-DIOC
                                   + WS-TOT-EST-FUERA
           MOVE 'TOTAL CONCILIADO:'               TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-CONCILIA                   TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
           MOVE 'ESTIPENDIOS DEL CIERRE DE MES:'  TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-EST-ARCHIVO                TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
           IF WS-TOT-CONCILIA NOT = WS-TOT-EST-ARCHIVO
               MOVE '*** LA CONCILIACION NO CUADRA ***'
                                                  TO RLIQ-TOT-ETIQUETA
               MOVE ZEROS                         TO RLIQ-TOT-VALOR
               WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 2
           END-IF
           MOVE 'PARTICIPACION EN SERVICIOS:'     TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-PARTICIPA                  TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 2
           MOVE 'TOTAL A PAGAR A CELEBRANTES:'    TO RLIQ-TOT-ETIQUETA
           MOVE WS-TOT-PAGAR                      TO RLIQ-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-LIQ-TOT AFTER 1
           IF WS-SIN-CELEBRANTE > ZEROS
               MOVE WS-SIN-CELEBRANTE             TO RLIQ-CNT-VALOR
               WRITE REG-IMPRESOR FROM REG-LIQ-CNT AFTER 2
           END-IF.

       END PROGRAM NO7CLIQU.
