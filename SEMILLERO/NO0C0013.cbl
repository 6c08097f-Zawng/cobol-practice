      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: INCENTIVO MENSUAL DE LOS ENCUESTADORES. CUENTA LAS
      * RESPUESTAS DE CADA ENCUESTADOR EN EL PERIODO (RESPUESTAS, POR
      * EL SELLO RESP-ENCUESTADOR): LAS NO CONTRADICHAS EN EL CALLBACK
      * SE PAGAN A LA TARIFA POR ENCUESTA, LAS CONTRADICHAS ('C')
      * DESCUENTAN, Y CADA CELDA DE CUOTA (CAMPANA/CIUDAD/ESTRATO) QUE
      * SE LLENA EN EL PERIODO DA UN BONO A CADA ENCUESTADOR QUE LE
      * APORTO. EL VALOR VA COMO NOVEDAD 'B' (BONO) A LA NOMINA DEL
      * EMPLEADO QUE EL MAESTRO DE USUARIOS TIENE ASIGNADO A CADA
      * ENCUESTADOR, Y SE IMPRIME UNA HOJA POR ENCUESTADOR CON CADA
      * RESPUESTA QUE SE LE CONTO, PARA QUE LA CUADRE CONTRA SU PROPIO
      * CONTEO, MAS LA PAGINA DE CONTROL PARA EL SUPERVISOR. CADA
      * PERIODO LIQUIDADO QUEDA EN INCENCTL Y NO SE REPITE. UN
      * ENCUESTADOR CON PAGO Y SIN EMPLEADO ASIGNADO DETIENE LA
      * GRABACION DE TODAS LAS NOVEDADES (LAS HOJAS SI SALEN, PARA VER
      * A QUIEN FALTA ASIGNAR EN NO8CUSUA) HASTA QUE SE CORRIJA.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO0C0013.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RESPUESTAS DE LA ENCUESTA (LAS CAPTURA NO0C0012)
           SELECT RESPUESTAS ASSIGN TO './FILES/ENCUESTA/RESPUESTAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-RESP.
      * CUOTAS DEL DISENO MUESTRAL (META POR CELDA DE CADA CAMPANA)
           SELECT CUOTAS ASSIGN TO './FILES/ENCUESTA/CUOTAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CUO.
      * MAESTRO DE USUARIOS: EMPLEADO DE NOMINA DE CADA ENCUESTADOR
           SELECT USUARIOS ASSIGN TO '../FILES/USUARIOS/USUARIOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-USU.
      * TARIFAS DEL INCENTIVO (SI NO EXISTE RIGEN LAS DE ABAJO)
           SELECT OPTIONAL INCEPARM
           ASSIGN TO './FILES/ENCUESTA/INCEPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * PERIODOS YA LIQUIDADOS, UN REGISTRO POR CORRIDA
           SELECT OPTIONAL INCENCTL
           ASSIGN TO './FILES/ENCUESTA/INCENCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CTL.
      * NOVEDADES DE NOMINA (LAS APLICA LA CORRIDA DE NOMINA)
           SELECT OPTIONAL NOVEDADES
           ASSIGN TO '../GENERADOS/NOVEDADES.data'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NOV.
      * HOJAS DE LOS ENCUESTADORES Y PAGINA DE CONTROL
           SELECT IMPRESOR ASSIGN TO './FILES/ENCUESTA/INCENTIV'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  RESPUESTAS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESPUESTA.
           02 RESP-SEVA              PIC X(01).
           02 RESP-EDAD              PIC 999.
           02 RESP-SEXO              PIC X(01).
           02 RESP-ESTRATO           PIC 9(01).
           02 RESP-CIUDAD            PIC 9(01).
           02 RESP-CAMPANA           PIC X(06).
           02 RESP-ENCUESTADOR       PIC X(10).
           02 RESP-FECHA             PIC X(10).
           02 RESP-HORA              PIC X(08).
      * VERIFICACION POR CALLBACK: 'C' CONTRADICHA (NO SE PAGA Y
      * DESCUENTA), CUALQUIER OTRA MARCA CUENTA
           02 RESP-VERIFICACION      PIC X(01).

       FD  CUOTAS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CUOTA.
           02 RCUO-CAMPANA           PIC X(06).
           02 RCUO-CIUDAD            PIC 9(01).
           02 RCUO-ESTRATO           PIC 9(01).
           02 RCUO-META              PIC 9(05).

       FD  USUARIOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/USUARIOS.cpy'.

       FD  INCEPARM LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INCEPARM.
           02 RINP-VALOR-RESPUESTA   PIC 9(07)V9(02).
           02 RINP-DESCUENTO         PIC 9(07)V9(02).
           02 RINP-BONO-CELDA        PIC 9(07)V9(02).

       FD  INCENCTL LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-INCENCTL.
           02 RINC-PERIODO           PIC X(06).
           02 RINC-FECHA             PIC 9(08).
           02 RINC-PERIODO-PAGO      PIC X(06).
           02 RINC-NOVEDADES         PIC 9(03).
           02 RINC-VALOR             PIC 9(11)V9(02).

       FD  NOVEDADES.
       COPY '../COPYS/NOVEDAD.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-RESP            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CUO             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-USU             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CTL             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-NOV             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA-RESP               PIC 9 VALUE ZEROS.
       01  SW-FDA-CUOTAS             PIC 9 VALUE ZEROS.
       01  SW-FDA-USUARIOS           PIC 9 VALUE ZEROS.
       01  SW-FDA-PARAM              PIC 9 VALUE ZEROS.
       01  SW-FDA-CONTROL            PIC 9 VALUE ZEROS.
       01  SW-HALLADO                PIC 9 VALUE ZEROS.
      * MAS ENCUESTADORES O CELDAS DE LOS QUE CABEN EN LAS TABLAS:
      * LA CORRIDA SE DETIENE ANTES DE PAGAR NADA
       01  SW-DESBORDE               PIC 9 VALUE ZEROS.

      * PERIODO DE LAS ENCUESTAS (AAAAMM) Y SU FORMA MM/AAAA, TAL COMO
      * VIAJA EN LAS FECHAS DD/MM/AAAA DE LAS RESPUESTAS
       01  WS-PERIODO                PIC X(06) VALUE SPACES.
       01  WS-PERIODO-R              REDEFINES WS-PERIODO.
           02 WS-PER-ANO             PIC 9(04).
           02 WS-PER-MES             PIC 9(02).
       01  WS-MES-PEDIDO.
           02 WS-MPE-MES             PIC X(02).
           02 FILLER                 PIC X(01) VALUE '/'.
           02 WS-MPE-ANO             PIC X(04).
      * PERIODO DE NOMINA EN QUE SE PAGA EL INCENTIVO
       01  WS-PERIODO-PAGO           PIC X(06) VALUE SPACES.
       01  WS-PERIODO-PAGO-R         REDEFINES WS-PERIODO-PAGO.
           02 WS-PAG-ANO             PIC 9(04).
           02 WS-PAG-MES             PIC 9(02).
      * PERIODO AAAAMM DE LA RESPUESTA EN CURSO
       01  WS-PER-RESPUESTA.
           02 WS-PRE-ANO             PIC X(04).
           02 WS-PRE-MES             PIC X(02).
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.

      * TARIFAS DEL INCENTIVO: VALOR POR RESPUESTA QUE CUENTA,
      * DESCUENTO POR RESPUESTA CONTRADICHA Y BONO POR CELDA LLENA
       01  WS-VALOR-RESPUESTA        PIC 9(07)V99 VALUE 3500.00.
       01  WS-DESCUENTO              PIC 9(07)V99 VALUE 7000.00.
       01  WS-BONO-CELDA             PIC 9(07)V99 VALUE 50000.00.

      * CELDAS DE CUOTA DE TODAS LAS CAMPANAS: CUANTAS RESPUESTAS QUE
      * CUENTAN LLEVA (EN EL ORDEN DE CAPTURA) Y EL PERIODO Y LA FECHA
      * EN QUE LLEGO A LA META
       01  WS-NUM-CELDAS             PIC 9(03) VALUE ZEROS.
       01  TABLA-CELDAS.
           02 TAB-CEL                OCCURS 1 TO 300 TIMES
                                     DEPENDING ON WS-NUM-CELDAS.
              03 TAB-CEL-CAMPANA     PIC X(06).
              03 TAB-CEL-CIUDAD      PIC 9(01).
              03 TAB-CEL-ESTRATO     PIC 9(01).
              03 TAB-CEL-META        PIC 9(05).
              03 TAB-CEL-LLEVA       PIC 9(05).
              03 TAB-CEL-PERIODO     PIC X(06).
              03 TAB-CEL-FECHA       PIC X(10).
       01  CX                        PIC 9(03) VALUE ZEROS.

      * ENCUESTADORES: LO DEL PERIODO, CELDAS LLENAS A LAS QUE
      * APORTARON Y LA LIQUIDACION
       01  WS-NUM-ENCUESTADORES      PIC 9(02) VALUE ZEROS.
       01  TABLA-ENCUESTADORES.
           02 TAB-ENC                OCCURS 1 TO 50 TIMES
                                     DEPENDING ON WS-NUM-ENCUESTADORES.
              03 TAB-ENC-NOMBRE      PIC X(10).
              03 TAB-ENC-EMPLEADO    PIC 9(06).
              03 TAB-ENC-VALIDAS     PIC 9(05).
              03 TAB-ENC-CONTRA      PIC 9(05).
              03 TAB-ENC-CELDAS      PIC 9(03).
              03 TAB-ENC-CAUSADO     PIC 9(09)V99.
              03 TAB-ENC-DESCONTADO  PIC 9(09)V99.
              03 TAB-ENC-NETO        PIC 9(09)V99.
      * NOVEDAD: 'S' GRABADA, 'E' SIN EMPLEADO DE NOMINA, 'N' NADA QUE
      * PAGAR, 'X' POR GRABAR (QUEDA ASI SI NO SE PUDO O SE DETUVO)
              03 TAB-ENC-NOVEDAD     PIC X(01).
       01  EX                        PIC 9(02) VALUE ZEROS.
      * QUIEN APORTO A CADA CELDA (ANTES DE QUE LLEGARA A LA META)
       01  TABLA-APORTES.
           02 TAB-APO-ENC            OCCURS 50 TIMES.
              03 TAB-APO-CEL         PIC 9(01) OCCURS 300 TIMES.

      * CONTROL DE LA CORRIDA
       01  WS-TOT-VALIDAS            PIC 9(06) VALUE ZEROS.
       01  WS-TOT-CONTRA             PIC 9(06) VALUE ZEROS.
       01  WS-TOT-SIN-SELLO          PIC 9(06) VALUE ZEROS.
       01  WS-TOT-CELDAS-LLENAS      PIC 9(03) VALUE ZEROS.
       01  WS-TOT-NOVEDADES          PIC 9(03) VALUE ZEROS.
       01  WS-TOT-SIN-EMPLEADO       PIC 9(03) VALUE ZEROS.
       01  WS-VAL-NOVEDADES          PIC 9(11)V99 VALUE ZEROS.
       01  WS-VAL-SIN-EMPLEADO       PIC 9(11)V99 VALUE ZEROS.

      * VALORES EDITADOS
       01  WS-MAS-DINERO             PIC $$,$$$,$$$,$$9.99.
       01  WS-MAS-TARIFA             PIC $$,$$$,$$9.99.
       01  WS-MAS-CANT               PIC ZZ,ZZ9.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-INC-TITULO.
           02 RINT-TITULO            PIC X(80) VALUE SPACES.

       01  REG-INC-DATO.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RIND-ETIQUETA          PIC X(30) VALUE SPACES.
           02 RIND-VALOR             PIC X(48) VALUE SPACES.

       01  REG-INC-RESPUESTA.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RIRE-FECHA             PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RIRE-HORA              PIC X(08) VALUE SPACES.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RIRE-CAMPANA           PIC X(06) VALUE SPACES.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RIRE-CIUDAD            PIC 9(01) VALUE ZEROS.
           02 FILLER                 PIC X(03) VALUE SPACES.
           02 RIRE-ESTRATO           PIC 9(01) VALUE ZEROS.
           02 FILLER                 PIC X(03) VALUE SPACES.
           02 RIRE-VERIFICACION      PIC X(01) VALUE SPACES.
           02 FILLER                 PIC X(03) VALUE SPACES.
           02 RIRE-RESULTADO         PIC X(12) VALUE SPACES.

       01  REG-INC-CONTROL.
           02 RICO-NOMBRE            PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RICO-EMPLEADO          PIC Z(05)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RICO-VALIDAS           PIC ZZ,ZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RICO-CONTRA            PIC ZZ,ZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RICO-CELDAS            PIC ZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RICO-NETO              PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RICO-NOVEDAD           PIC X(24) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'PERIODO DE LAS ENCUESTAS (AAAAMM): ' NO ADVANCING
           ACCEPT WS-PERIODO
           DISPLAY 'PERIODO DE NOMINA DEL PAGO (AAAAMM): '
                   NO ADVANCING
           ACCEPT WS-PERIODO-PAGO
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           IF WS-PERIODO NOT NUMERIC
              OR WS-PER-MES < 1 OR WS-PER-MES > 12
              OR WS-PERIODO-PAGO NOT NUMERIC
              OR WS-PAG-MES < 1 OR WS-PAG-MES > 12
               DISPLAY 'PERIODO INVALIDO'
               STOP RUN
           END-IF
           MOVE WS-PERIODO(5:2) TO WS-MPE-MES
           MOVE WS-PERIODO(1:4) TO WS-MPE-ANO
           PERFORM 1000-VERIFICAR-PERIODO
           IF SW-HALLADO = 1
               DISPLAY 'EL PERIODO ' WS-PERIODO ' YA FUE LIQUIDADO'
               STOP RUN
           END-IF
           PERFORM 1100-CARGAR-PARAMETROS
           PERFORM 1200-CARGAR-CUOTAS
           PERFORM 2000-CONTAR-RESPUESTAS
           IF SW-DESBORDE = 1
               DISPLAY 'MAS ENCUESTADORES O CELDAS DE LOS QUE CABEN'
               DISPLAY 'EN LAS TABLAS; NO SE LIQUIDO NADA'
               STOP RUN
           END-IF
           PERFORM 3000-LIQUIDAR
               VARYING EX FROM 1 BY 1
               UNTIL EX > WS-NUM-ENCUESTADORES
           IF WS-TOT-SIN-EMPLEADO = ZEROS
               PERFORM 4000-GRABAR-NOVEDADES
           ELSE
               DISPLAY 'HAY ENCUESTADORES SIN EMPLEADO ASIGNADO; NO SE'
               DISPLAY 'GRABO NINGUNA NOVEDAD NI SE CERRO EL PERIODO'
           END-IF
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LAS HOJAS: ' WS-ESTADO-IMP
           ELSE
               PERFORM 5000-HOJA-ENCUESTADOR
                   VARYING EX FROM 1 BY 1
                   UNTIL EX > WS-NUM-ENCUESTADORES
               PERFORM 6000-PAGINA-CONTROL
               CLOSE IMPRESOR
               PERFORM 7000-ENTREGAR-AL-SPOOL
           END-IF
           DISPLAY 'NOVEDADES GRABADAS:   ' WS-TOT-NOVEDADES
           DISPLAY 'SIN EMPLEADO ASIGNADO: ' WS-TOT-SIN-EMPLEADO
           GOBACK.

      * UN PERIODO YA LIQUIDADO NO SE VUELVE A PAGAR
       1000-VERIFICAR-PERIODO.
           MOVE 0 TO SW-HALLADO
           MOVE 0 TO SW-FDA-CONTROL
           OPEN INPUT INCENCTL
           IF WS-ESTADO-CTL = '00' OR WS-ESTADO-CTL = '05'
               PERFORM 1010-LEER-CONTROL
                   UNTIL SW-FDA-CONTROL = 1 OR SW-HALLADO = 1
               CLOSE INCENCTL
           END-IF.

       1010-LEER-CONTROL.
           READ INCENCTL AT END MOVE 1 TO SW-FDA-CONTROL
                NOT AT END
                    IF RINC-PERIODO = WS-PERIODO
                        MOVE 1 TO SW-HALLADO
                    END-IF
           END-READ.

      * LAS TARIFAS DEL ARCHIVO SOLO REEMPLAZAN A LAS COMPILADAS
      * CUANDO VIENEN CON VALOR
       1100-CARGAR-PARAMETROS.
           MOVE 0 TO SW-FDA-PARAM
           OPEN INPUT INCEPARM
           IF WS-ESTADO-PAR = '00' OR WS-ESTADO-PAR = '05'
               READ INCEPARM AT END MOVE 1 TO SW-FDA-PARAM
               END-READ
               IF SW-FDA-PARAM = 0
                   IF RINP-VALOR-RESPUESTA > ZEROS
                       MOVE RINP-VALOR-RESPUESTA
                         TO WS-VALOR-RESPUESTA
                   END-IF
                   IF RINP-DESCUENTO > ZEROS
                       MOVE RINP-DESCUENTO TO WS-DESCUENTO
                   END-IF
                   IF RINP-BONO-CELDA > ZEROS
                       MOVE RINP-BONO-CELDA TO WS-BONO-CELDA
                   END-IF
               END-IF
               CLOSE INCEPARM
           END-IF.

      * SIN ARCHIVO DE CUOTAS NO HAY CELDAS QUE LLENAR NI BONOS
       1200-CARGAR-CUOTAS.
           MOVE ZEROS TO WS-NUM-CELDAS
           MOVE ZEROS TO TABLA-APORTES
           MOVE 0 TO SW-FDA-CUOTAS
           OPEN INPUT CUOTAS
           IF WS-ESTADO-CUO = '00'
               PERFORM 1210-LEER-CUOTA UNTIL SW-FDA-CUOTAS = 1
               CLOSE CUOTAS
           END-IF.

       1210-LEER-CUOTA.
           READ CUOTAS AT END MOVE 1 TO SW-FDA-CUOTAS
                NOT AT END
                    IF RCUO-META > ZEROS
                        IF WS-NUM-CELDAS < 300
                            ADD 1 TO WS-NUM-CELDAS
                            MOVE WS-NUM-CELDAS TO CX
                            MOVE RCUO-CAMPANA  TO TAB-CEL-CAMPANA(CX)
                            MOVE RCUO-CIUDAD   TO TAB-CEL-CIUDAD(CX)
                            MOVE RCUO-ESTRATO  TO TAB-CEL-ESTRATO(CX)
                            MOVE RCUO-META     TO TAB-CEL-META(CX)
                            MOVE ZEROS         TO TAB-CEL-LLEVA(CX)
                            MOVE SPACES        TO TAB-CEL-PERIODO(CX)
                                                  TAB-CEL-FECHA(CX)
                        ELSE
                            MOVE 1 TO SW-DESBORDE
                        END-IF
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CONTEO: TODO EL ARCHIVO EN EL ORDEN DE CAPTURA, PARA SABER EN
      * QUE PERIODO LLEGO CADA CELDA A SU META Y QUIEN LE APORTO; LO
      * DEL PERIODO PEDIDO SE CUENTA ADEMAS POR ENCUESTADOR
      *----------------------------------------------------------------*
       2000-CONTAR-RESPUESTAS.
           MOVE ZEROS TO WS-NUM-ENCUESTADORES
           MOVE 0 TO SW-FDA-RESP
           OPEN INPUT RESPUESTAS
           IF WS-ESTADO-RESP = '00'
               PERFORM 2010-LEER-RESPUESTA UNTIL SW-FDA-RESP = 1
               CLOSE RESPUESTAS
           ELSE
               DISPLAY 'NO HAY ARCHIVO DE RESPUESTAS'
           END-IF.

       2010-LEER-RESPUESTA.
           READ RESPUESTAS AT END MOVE 1 TO SW-FDA-RESP
                NOT AT END PERFORM 2020-CONTAR-UNA
           END-READ.

      * LAS RESPUESTAS SIN SELLO DE ENCUESTADOR (ANTERIORES AL SELLO)
      * NO SE LE PUEDEN PAGAR A NADIE
       2020-CONTAR-UNA.
           IF RESP-ENCUESTADOR = SPACES
               IF RESP-FECHA(4:7) = WS-MES-PEDIDO
                   ADD 1 TO WS-TOT-SIN-SELLO
               END-IF
           ELSE
               MOVE RESP-FECHA(7:4) TO WS-PRE-ANO
               MOVE RESP-FECHA(4:2) TO WS-PRE-MES
               IF RESP-FECHA(4:7) = WS-MES-PEDIDO
                   PERFORM 2100-UBICAR-ENCUESTADOR
                   IF SW-DESBORDE = 0
                       IF RESP-VERIFICACION = 'C'
                           ADD 1 TO TAB-ENC-CONTRA(EX)
                           ADD 1 TO WS-TOT-CONTRA
                       ELSE
                           ADD 1 TO TAB-ENC-VALIDAS(EX)
                           ADD 1 TO WS-TOT-VALIDAS
                       END-IF
                   END-IF
               END-IF
               IF RESP-VERIFICACION NOT = 'C'
                   PERFORM 2200-UBICAR-CELDA
                   IF SW-HALLADO = 1
                      AND TAB-CEL-LLEVA(CX) < TAB-CEL-META(CX)
                       PERFORM 2300-APORTE-A-CELDA
                   END-IF
               END-IF
           END-IF.

      * CON LA TABLA LLENA NO SE AGREGA A NADIE Y LA CORRIDA SE
      * DETIENE (A UN ENCUESTADOR NO SE LE PUEDE PAGAR A MEDIAS)
       2100-UBICAR-ENCUESTADOR.
           MOVE 0 TO SW-HALLADO
           PERFORM VARYING EX FROM 1 BY 1
                   UNTIL EX > WS-NUM-ENCUESTADORES
                      OR SW-HALLADO = 1
               IF TAB-ENC-NOMBRE(EX) = RESP-ENCUESTADOR
                   MOVE 1 TO SW-HALLADO
               END-IF
           END-PERFORM
           IF SW-HALLADO = 1
               SUBTRACT 1 FROM EX
           ELSE
               IF WS-NUM-ENCUESTADORES < 50
                   ADD 1 TO WS-NUM-ENCUESTADORES
                   MOVE WS-NUM-ENCUESTADORES TO EX
                   MOVE RESP-ENCUESTADOR TO TAB-ENC-NOMBRE(EX)
                   MOVE ZEROS TO TAB-ENC-EMPLEADO(EX)
                                 TAB-ENC-VALIDAS(EX)
                                 TAB-ENC-CONTRA(EX)
                                 TAB-ENC-CELDAS(EX)
                                 TAB-ENC-CAUSADO(EX)
                                 TAB-ENC-DESCONTADO(EX)
                                 TAB-ENC-NETO(EX)
                   MOVE SPACE TO TAB-ENC-NOVEDAD(EX)
               ELSE
                   MOVE 1 TO SW-DESBORDE
               END-IF
           END-IF.

       2200-UBICAR-CELDA.
           MOVE 0 TO SW-HALLADO
           PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > WS-NUM-CELDAS OR SW-HALLADO = 1
               IF TAB-CEL-CAMPANA(CX) = RESP-CAMPANA
                  AND TAB-CEL-CIUDAD(CX) = RESP-CIUDAD
                  AND TAB-CEL-ESTRATO(CX) = RESP-ESTRATO
                   MOVE 1 TO SW-HALLADO
               END-IF
           END-PERFORM
           IF SW-HALLADO = 1
               SUBTRACT 1 FROM CX
           END-IF.

      * LA RESPUESTA QUE COMPLETA LA META FIJA EL PERIODO DE LA CELDA;
      * LAS QUE LLEGAN DESPUES DE LLENA YA NO SON APORTE
       2300-APORTE-A-CELDA.
           ADD 1 TO TAB-CEL-LLEVA(CX)
           IF TAB-CEL-LLEVA(CX) = TAB-CEL-META(CX)
               MOVE WS-PER-RESPUESTA TO TAB-CEL-PERIODO(CX)
               MOVE RESP-FECHA       TO TAB-CEL-FECHA(CX)
           END-IF
           PERFORM 2100-UBICAR-ENCUESTADOR
           IF SW-DESBORDE = 0
               MOVE 1 TO TAB-APO-CEL(EX, CX)
           END-IF.

      *----------------------------------------------------------------*
      * LIQUIDACION DEL ENCUESTADOR: LO CAUSADO (RESPUESTAS QUE CUENTAN
      * MAS BONOS DE CELDA) MENOS EL DESCUENTO POR LAS CONTRADICHAS;
      * SI EL DESCUENTO SUPERA LO CAUSADO NO HAY PAGO (LA NOVEDAD DE
      * BONO NO ADMITE VALORES NEGATIVOS)
      *----------------------------------------------------------------*
       3000-LIQUIDAR.
           PERFORM 3010-CONTAR-CELDAS
               VARYING CX FROM 1 BY 1
               UNTIL CX > WS-NUM-CELDAS
           COMPUTE TAB-ENC-CAUSADO(EX) =
                   TAB-ENC-VALIDAS(EX) * WS-VALOR-RESPUESTA
                 + TAB-ENC-CELDAS(EX) * WS-BONO-CELDA
           COMPUTE TAB-ENC-DESCONTADO(EX) =
                   TAB-ENC-CONTRA(EX) * WS-DESCUENTO
           IF TAB-ENC-DESCONTADO(EX) < TAB-ENC-CAUSADO(EX)
               COMPUTE TAB-ENC-NETO(EX) =
                       TAB-ENC-CAUSADO(EX) - TAB-ENC-DESCONTADO(EX)
           ELSE
               MOVE ZEROS TO TAB-ENC-NETO(EX)
           END-IF
           PERFORM 3100-BUSCAR-EMPLEADO
           EVALUATE TRUE
               WHEN TAB-ENC-NETO(EX) = ZEROS
                   MOVE 'N' TO TAB-ENC-NOVEDAD(EX)
               WHEN TAB-ENC-EMPLEADO(EX) = ZEROS
                   MOVE 'E' TO TAB-ENC-NOVEDAD(EX)
                   ADD 1 TO WS-TOT-SIN-EMPLEADO
                   ADD TAB-ENC-NETO(EX) TO WS-VAL-SIN-EMPLEADO
               WHEN OTHER
                   MOVE 'X' TO TAB-ENC-NOVEDAD(EX)
           END-EVALUATE.

       3010-CONTAR-CELDAS.
           IF TAB-CEL-PERIODO(CX) = WS-PERIODO
              AND TAB-APO-CEL(EX, CX) = 1
               ADD 1 TO TAB-ENC-CELDAS(EX)
           END-IF.

       3100-BUSCAR-EMPLEADO.
           MOVE 0 TO SW-HALLADO
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN INPUT USUARIOS
           IF WS-ESTADO-USU = '00'
               PERFORM 3110-LEER-USUARIO
                   UNTIL SW-FDA-USUARIOS = 1 OR SW-HALLADO = 1
               CLOSE USUARIOS
           END-IF.

       3110-LEER-USUARIO.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF RUSU-NOMBRE = TAB-ENC-NOMBRE(EX)
                        MOVE 1 TO SW-HALLADO
                        MOVE RUSU-EMPLEADO TO TAB-ENC-EMPLEADO(EX)
                    END-IF
           END-READ.

      * UNA NOVEDAD 'B' POR ENCUESTADOR CON PAGO Y EMPLEADO ASIGNADO
       4000-GRABAR-NOVEDADES.
           OPEN EXTEND NOVEDADES
           IF WS-ESTADO-NOV = '00' OR WS-ESTADO-NOV = '05'
               PERFORM 4010-UNA-NOVEDAD
                   VARYING EX FROM 1 BY 1
                   UNTIL EX > WS-NUM-ENCUESTADORES
               CLOSE NOVEDADES
               PERFORM 4100-REGISTRAR-PERIODO
           ELSE
               DISPLAY 'NO SE PUDO ABRIR NOVEDADES: ' WS-ESTADO-NOV
           END-IF.

       4010-UNA-NOVEDAD.
           IF TAB-ENC-NOVEDAD(EX) = 'X'
               MOVE SPACES              TO REG-NOVEDAD
               MOVE WS-PERIODO-PAGO     TO RNOV-PERIODO
               MOVE TAB-ENC-EMPLEADO(EX) TO RNOV-ID
               MOVE 'B'                 TO RNOV-TIPO
               MOVE ZEROS               TO RNOV-CANTIDAD
               MOVE TAB-ENC-NETO(EX)    TO RNOV-VALOR
               WRITE REG-NOVEDAD
               IF WS-ESTADO-NOV = '00'
                   MOVE 'S' TO TAB-ENC-NOVEDAD(EX)
                   ADD 1 TO WS-TOT-NOVEDADES
                   ADD TAB-ENC-NETO(EX) TO WS-VAL-NOVEDADES
               END-IF
           END-IF.

       4100-REGISTRAR-PERIODO.
           OPEN EXTEND INCENCTL
           IF WS-ESTADO-CTL = '35'
               OPEN OUTPUT INCENCTL
           END-IF
           IF WS-ESTADO-CTL = '00' OR WS-ESTADO-CTL = '05'
               MOVE WS-PERIODO          TO RINC-PERIODO
               MOVE WS-FEC-SIS          TO RINC-FECHA
               MOVE WS-PERIODO-PAGO     TO RINC-PERIODO-PAGO
               MOVE WS-TOT-NOVEDADES    TO RINC-NOVEDADES
               MOVE WS-VAL-NOVEDADES    TO RINC-VALOR
               WRITE REG-INCENCTL
               CLOSE INCENCTL
           END-IF.

      *----------------------------------------------------------------*
      * HOJA DEL ENCUESTADOR: CADA RESPUESTA SUYA DEL PERIODO CON LO
      * QUE SE LE CONTO, LAS CELDAS LLENAS QUE LE DAN BONO Y LA
      * LIQUIDACION CON LA NOVEDAD QUE VA A LA NOMINA
      *----------------------------------------------------------------*
       5000-HOJA-ENCUESTADOR.
           IF TAB-ENC-VALIDAS(EX) > ZEROS
              OR TAB-ENC-CONTRA(EX) > ZEROS
              OR TAB-ENC-CELDAS(EX) > ZEROS
               PERFORM 5100-ENCABEZADO-HOJA
               MOVE 0 TO SW-FDA-RESP
               OPEN INPUT RESPUESTAS
               IF WS-ESTADO-RESP = '00'
                   PERFORM 5200-LEER-RESPUESTA
                       UNTIL SW-FDA-RESP = 1
                   CLOSE RESPUESTAS
               END-IF
               IF TAB-ENC-CELDAS(EX) > ZEROS
                   MOVE SPACES TO REG-IMPRESOR
                   MOVE 'CELDAS LLENAS EN EL PERIODO A LAS QUE APORTO:'
                     TO REG-IMPRESOR
                   WRITE REG-IMPRESOR AFTER 2
                   PERFORM 5300-CELDA-LLENA
                       VARYING CX FROM 1 BY 1
                       UNTIL CX > WS-NUM-CELDAS
               END-IF
               PERFORM 5400-LIQUIDACION-HOJA
           END-IF.

       5100-ENCABEZADO-HOJA.
           MOVE SPACES TO RINT-TITULO
           STRING 'INCENTIVO DE ENCUESTADORES - PERIODO ' WS-PERIODO
                  DELIMITED BY SIZE INTO RINT-TITULO
           WRITE REG-IMPRESOR FROM REG-INC-TITULO AFTER PAGE
           MOVE 'ENCUESTADOR'            TO RIND-ETIQUETA
           MOVE TAB-ENC-NOMBRE(EX)       TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 2
           MOVE 'EMPLEADO DE NOMINA'     TO RIND-ETIQUETA
           IF TAB-ENC-EMPLEADO(EX) = ZEROS
               MOVE 'SIN ASIGNAR EN EL MAESTRO DE USUARIOS'
                 TO RIND-VALOR
           ELSE
               MOVE TAB-ENC-EMPLEADO(EX) TO RIND-VALOR
           END-IF
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE '  FECHA       HORA      CAMPANA CIU EST VER RESULTADO'
             TO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2.

       5200-LEER-RESPUESTA.
           READ RESPUESTAS AT END MOVE 1 TO SW-FDA-RESP
                NOT AT END
                    IF RESP-ENCUESTADOR = TAB-ENC-NOMBRE(EX)
                       AND RESP-FECHA(4:7) = WS-MES-PEDIDO
                        PERFORM 5210-LINEA-RESPUESTA
                    END-IF
           END-READ.

       5210-LINEA-RESPUESTA.
           MOVE RESP-FECHA           TO RIRE-FECHA
           MOVE RESP-HORA            TO RIRE-HORA
           MOVE RESP-CAMPANA         TO RIRE-CAMPANA
           MOVE RESP-CIUDAD          TO RIRE-CIUDAD
           MOVE RESP-ESTRATO         TO RIRE-ESTRATO
           MOVE RESP-VERIFICACION    TO RIRE-VERIFICACION
           IF RESP-VERIFICACION = 'C'
               MOVE 'CONTRADICHA'    TO RIRE-RESULTADO
           ELSE
               MOVE 'CUENTA'         TO RIRE-RESULTADO
           END-IF
           WRITE REG-IMPRESOR FROM REG-INC-RESPUESTA AFTER 1.

       5300-CELDA-LLENA.
           IF TAB-CEL-PERIODO(CX) = WS-PERIODO
              AND TAB-APO-CEL(EX, CX) = 1
               MOVE TAB-CEL-META(CX) TO WS-MAS-CANT
               MOVE SPACES TO REG-IMPRESOR
               STRING '  CAMPANA ' TAB-CEL-CAMPANA(CX)
                      '  CIUDAD ' TAB-CEL-CIUDAD(CX)
                      '  ESTRATO ' TAB-CEL-ESTRATO(CX)
                      '  META ' WS-MAS-CANT
                      '  LLENA EL ' TAB-CEL-FECHA(CX)
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 1
           END-IF.

       5400-LIQUIDACION-HOJA.
           MOVE 'RESPUESTAS QUE CUENTAN'  TO RIND-ETIQUETA
           MOVE TAB-ENC-VALIDAS(EX)       TO WS-MAS-CANT
           MOVE WS-VALOR-RESPUESTA        TO WS-MAS-TARIFA
           COMPUTE WS-MAS-DINERO =
                   TAB-ENC-VALIDAS(EX) * WS-VALOR-RESPUESTA
           MOVE SPACES TO RIND-VALOR
           STRING WS-MAS-CANT ' X ' WS-MAS-TARIFA ' = ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 2
           MOVE 'BONOS POR CELDA LLENA'   TO RIND-ETIQUETA
           MOVE TAB-ENC-CELDAS(EX)        TO WS-MAS-CANT
           MOVE WS-BONO-CELDA             TO WS-MAS-TARIFA
           COMPUTE WS-MAS-DINERO =
                   TAB-ENC-CELDAS(EX) * WS-BONO-CELDA
           MOVE SPACES TO RIND-VALOR
           STRING WS-MAS-CANT ' X ' WS-MAS-TARIFA ' = ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE 'DESCUENTO CONTRADICHAS'  TO RIND-ETIQUETA
           MOVE TAB-ENC-CONTRA(EX)        TO WS-MAS-CANT
           MOVE WS-DESCUENTO              TO WS-MAS-TARIFA
           MOVE TAB-ENC-DESCONTADO(EX)    TO WS-MAS-DINERO
           MOVE SPACES TO RIND-VALOR
           STRING WS-MAS-CANT ' X ' WS-MAS-TARIFA ' = ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE 'TOTAL A PAGAR'           TO RIND-ETIQUETA
           MOVE TAB-ENC-NETO(EX)          TO WS-MAS-DINERO
           MOVE SPACES TO RIND-VALOR
           MOVE WS-MAS-DINERO             TO RIND-VALOR(24:17)
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 2
           MOVE 'NOVEDAD DE NOMINA'       TO RIND-ETIQUETA
           PERFORM 9000-TEXTO-NOVEDAD
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1.

      *----------------------------------------------------------------*
      * PAGINA DE CONTROL PARA EL SUPERVISOR: UN RENGLON POR
      * ENCUESTADOR Y LOS TOTALES DE LA CORRIDA
      *----------------------------------------------------------------*
       6000-PAGINA-CONTROL.
           MOVE SPACES TO RINT-TITULO
           STRING 'CONTROL DEL INCENTIVO DE ENCUESTADORES - PERIODO '
                  WS-PERIODO '  NOMINA ' WS-PERIODO-PAGO
                  DELIMITED BY SIZE INTO RINT-TITULO
           WRITE REG-IMPRESOR FROM REG-INC-TITULO AFTER PAGE
           MOVE SPACES TO REG-IMPRESOR
           MOVE 'ENCUESTAD. EMPLEA VALIDA CONTRA CEL' TO REG-IMPRESOR
           MOVE 'A PAGAR'     TO REG-IMPRESOR(47:7)
           MOVE 'NOVEDAD'     TO REG-IMPRESOR(56:7)
           WRITE REG-IMPRESOR AFTER 2
           PERFORM 6100-RENGLON-CONTROL
               VARYING EX FROM 1 BY 1
               UNTIL EX > WS-NUM-ENCUESTADORES
           MOVE 'RESPUESTAS QUE CUENTAN'  TO RIND-ETIQUETA
           MOVE WS-TOT-VALIDAS            TO WS-MAS-CANT
           MOVE WS-MAS-CANT               TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 2
           MOVE 'RESPUESTAS CONTRADICHAS' TO RIND-ETIQUETA
           MOVE WS-TOT-CONTRA             TO WS-MAS-CANT
           MOVE WS-MAS-CANT               TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE 'RESPUESTAS SIN ENCUESTADOR' TO RIND-ETIQUETA
           MOVE WS-TOT-SIN-SELLO          TO WS-MAS-CANT
           MOVE WS-MAS-CANT               TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE ZEROS TO WS-TOT-CELDAS-LLENAS
           PERFORM 6200-CONTAR-CELDA-LLENA
               VARYING CX FROM 1 BY 1
               UNTIL CX > WS-NUM-CELDAS
           MOVE 'CELDAS LLENAS EN EL PERIODO' TO RIND-ETIQUETA
           MOVE WS-TOT-CELDAS-LLENAS      TO WS-MAS-CANT
           MOVE WS-MAS-CANT               TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE 'NOVEDADES GRABADAS'      TO RIND-ETIQUETA
           MOVE WS-TOT-NOVEDADES          TO WS-MAS-CANT
           MOVE WS-VAL-NOVEDADES          TO WS-MAS-DINERO
           MOVE SPACES TO RIND-VALOR
           STRING WS-MAS-CANT '  VALOR ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE 'SIN EMPLEADO ASIGNADO'   TO RIND-ETIQUETA
           MOVE WS-TOT-SIN-EMPLEADO       TO WS-MAS-CANT
           MOVE WS-VAL-SIN-EMPLEADO       TO WS-MAS-DINERO
           MOVE SPACES TO RIND-VALOR
           STRING WS-MAS-CANT '  VALOR ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE 'TARIFA POR RESPUESTA'    TO RIND-ETIQUETA
           MOVE WS-VALOR-RESPUESTA        TO WS-MAS-TARIFA
           MOVE WS-MAS-TARIFA             TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 2
           MOVE 'DESCUENTO POR CONTRADICHA' TO RIND-ETIQUETA
           MOVE WS-DESCUENTO              TO WS-MAS-TARIFA
           MOVE WS-MAS-TARIFA             TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1
           MOVE 'BONO POR CELDA LLENA'    TO RIND-ETIQUETA
           MOVE WS-BONO-CELDA             TO WS-MAS-TARIFA
           MOVE WS-MAS-TARIFA             TO RIND-VALOR
           WRITE REG-IMPRESOR FROM REG-INC-DATO AFTER 1.

       6100-RENGLON-CONTROL.
           IF TAB-ENC-VALIDAS(EX) > ZEROS
              OR TAB-ENC-CONTRA(EX) > ZEROS
              OR TAB-ENC-CELDAS(EX) > ZEROS
               MOVE TAB-ENC-NOMBRE(EX)    TO RICO-NOMBRE
               MOVE TAB-ENC-EMPLEADO(EX)  TO RICO-EMPLEADO
               MOVE TAB-ENC-VALIDAS(EX)   TO RICO-VALIDAS
               MOVE TAB-ENC-CONTRA(EX)    TO RICO-CONTRA
               MOVE TAB-ENC-CELDAS(EX)    TO RICO-CELDAS
               MOVE TAB-ENC-NETO(EX)      TO RICO-NETO
               PERFORM 9000-TEXTO-NOVEDAD
               MOVE RIND-VALOR            TO RICO-NOVEDAD
               WRITE REG-IMPRESOR FROM REG-INC-CONTROL AFTER 1
           END-IF.

       6200-CONTAR-CELDA-LLENA.
           IF TAB-CEL-PERIODO(CX) = WS-PERIODO
               ADD 1 TO WS-TOT-CELDAS-LLENAS
           END-IF.

       7000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'ENCUESTA'                   TO CSPO-E-SISTEMA
           MOVE 'INCENTIVOS'                 TO CSPO-E-TIPO
           MOVE './FILES/ENCUESTA/INCENTIV'  TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       9000-TEXTO-NOVEDAD.
           MOVE SPACES TO RIND-VALOR
           EVALUATE TAB-ENC-NOVEDAD(EX)
               WHEN 'S'
                   STRING 'BONO GRABADO PARA ' WS-PERIODO-PAGO
                          DELIMITED BY SIZE INTO RIND-VALOR
               WHEN 'E'
                   MOVE 'FALTA EMPLEADO'          TO RIND-VALOR
               WHEN 'N'
                   MOVE 'SIN VALOR A PAGAR'       TO RIND-VALOR
               WHEN OTHER
                   IF WS-TOT-SIN-EMPLEADO > ZEROS
                       MOVE 'DETENIDA'            TO RIND-VALOR
                   ELSE
                       MOVE 'NO SE PUDO GRABAR'   TO RIND-VALOR
                   END-IF
           END-EVALUATE.

       END PROGRAM NO0C0013.
