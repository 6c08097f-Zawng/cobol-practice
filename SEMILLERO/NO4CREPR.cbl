      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: REPRECIACION DE LOS PRESTAMOS DE TASA VARIABLE. EN
      * LA CORRIDA DEL MES, CADA PRESTAMO ACTIVO DE TASA VARIABLE QUE
      * CUMPLE ANIVERSARIO (CADA RPRE-FREC-REPRECIO MESES DESDE EL
      * DESEMBOLSO) TOMA LA TASA DE REFERENCIA VIGENTE ESE DIA
      * (ARCHIVO TASAREF) MAS SU SPREAD, Y RECALCULA LAS CUOTAS QUE
      * RESTAN SOBRE EL CAPITAL PENDIENTE CON EL MISMO PLAZO. ACTUALIZA
      * EL MAESTRO, DEJA CADA REPRECIACION EN EL LOG REPRECIO E
      * IMPRIME LA CARTA AL DEUDOR CON LA CUOTA NUEVA Y LA TABLA QUE
      * RESTA. VA AL SPOOL CENTRAL CON LA PAGINA DE CONTROL.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CREPR.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE PRESTAMOS (SE ACTUALIZA EN SITIO)
           SELECT PRESTAMOS ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PRES.
      * HISTORIA DE LA TASA DE REFERENCIA (NO4CTREF)
           SELECT TASAREF ASSIGN TO './FILES/CREDITO/TASAREF'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-TRF.
      * LOG DE REPRECIACIONES
           SELECT REPRECIO ASSIGN TO './FILES/CREDITO/REPRECIO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-REP.
      * CARTAS AL DEUDOR Y PAGINA DE CONTROL
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/REPRCART'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

       FD  TASAREF LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TASAREF.cpy'.

       FD  REPRECIO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/REPRECIO.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-TRF             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-TASAREF            PIC 9 VALUE ZEROS.
       01  SW-LOG-ABIERTO            PIC 9 VALUE ZEROS.

      * MES DE LA CORRIDA (MM/AAAA TAL COMO VIAJA EN LAS FECHAS
      * DD/MM/AAAA)
       01  WS-MES-PEDIDO             PIC X(07) VALUE SPACES.
       01  WS-PED-ANO                PIC 9(04) VALUE ZEROS.
       01  WS-PED-MES                PIC 9(02) VALUE ZEROS.
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.

      * TASAS DE REFERENCIA, EN ORDEN CRONOLOGICO
       01  WS-NUM-TASAS              PIC 9(04) VALUE ZEROS.
       01  TABLA-TASAS.
           02 TAB-TRF                OCCURS 1 TO 1000 TIMES
                                     DEPENDING ON WS-NUM-TASAS.
              03 TAB-TRF-FECHA       PIC 9(08).
              03 TAB-TRF-TASA        PIC 9(02)V99.
       01  TX                        PIC 9(04) VALUE ZEROS.

      * ANIVERSARIO DEL PRESTAMO EN CURSO
       01  WS-FECHA-BASE-CUOTA       PIC X(10) VALUE SPACES.
       01  WS-BASE-ANO               PIC 9(04) VALUE ZEROS.
       01  WS-BASE-MES               PIC 9(02) VALUE ZEROS.
       01  WS-BASE-DIA               PIC 9(02) VALUE ZEROS.
       01  WS-MESES-CORRIDOS         PIC S9(05) VALUE ZEROS.
       01  WS-PERIODOS               PIC 9(05) VALUE ZEROS.
       01  WS-RESIDUO                PIC 9(02) VALUE ZEROS.
       01  WS-ANIVERSARIO            PIC 9(08) VALUE ZEROS.
       01  SW-HAY-TASA               PIC 9 VALUE ZEROS.
       01  WS-TASA-REF               PIC 9(02)V99 VALUE ZEROS.

      * RECALCULO (INTERES SIMPLE REPARTIDO PAREJO EN LAS CUOTAS, COMO
      * EN LA TABLA ORIGINAL): EL INTERES NUEVO POR CUOTA ES LA TASA
      * NUEVA SOBRE EL CAPITAL PENDIENTE
       01  WS-INT-POR-CUOTA          PIC 9(13)V99 VALUE ZEROS.
       01  WS-CUOTAS-RESTAN          PIC 9(03) VALUE ZEROS.
       01  WS-INT-POR-CAUSAR         PIC 9(15)V99 VALUE ZEROS.
       01  WS-CAP-PENDIENTE          PIC 9(15)V99 VALUE ZEROS.
       01  WS-TASA-ANTES             PIC 9(02)V99 VALUE ZEROS.
       01  WS-TASA-NUEVA             PIC 9(02)V99 VALUE ZEROS.
       01  WS-INT-NUEVO              PIC 9(13)V99 VALUE ZEROS.
       01  WS-CUOTA-ANTES            PIC 9(15)V99 VALUE ZEROS.
       01  WS-CUOTA-NUEVA            PIC 9(15)V99 VALUE ZEROS.
       01  WS-SALDO-ANTES            PIC 9(15)V99 VALUE ZEROS.
       01  WS-SALDO-NUEVO            PIC 9(15)V99 VALUE ZEROS.

      * TABLA QUE RESTA, PARA LA CARTA
       01  KX                        PIC 9(03) VALUE ZEROS.
       01  WS-TAB-CUOTA              PIC 9(15)V99 VALUE ZEROS.
       01  WS-TAB-CAPITAL            PIC 9(15)V99 VALUE ZEROS.
       01  WS-TAB-SALDO              PIC 9(15)V99 VALUE ZEROS.
       01  WS-LINEAS                 PIC 9(03) VALUE ZEROS.
       01  WS-NUM-CUOTA              PIC 9(03) VALUE ZEROS.
       01  WS-VENCE-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-MES              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-DIA              PIC 9(02) VALUE ZEROS.
       01  WS-VENCE-COMPARABLE       PIC 9(08) VALUE ZEROS.

      * RUTINA DE FECHAS: LA CUOTA QUE CAE EN FESTIVO O FIN DE SEMANA
      * SE CORRE AL SIGUIENTE DIA HABIL
       01  RUT-FECHAS                PIC X(08) VALUE 'NO6CFECH'.
       COPY './COPYS/VARFECHAS.CPY'.

      * CONTROL DE LA CORRIDA
       01  WS-TOT-VARIABLES          PIC 9(05) VALUE ZEROS.
       01  WS-TOT-REPRECIADOS        PIC 9(05) VALUE ZEROS.
       01  WS-TOT-SIN-ANIV           PIC 9(05) VALUE ZEROS.
       01  WS-TOT-YA-HECHOS          PIC 9(05) VALUE ZEROS.
       01  WS-TOT-SIN-TASA           PIC 9(05) VALUE ZEROS.
       01  WS-TOT-SUBEN              PIC 9(05) VALUE ZEROS.
       01  WS-TOT-BAJAN              PIC 9(05) VALUE ZEROS.
       01  WS-VAL-CUOTAS-ANTES       PIC 9(15)V99 VALUE ZEROS.
       01  WS-VAL-CUOTAS-NUEVAS      PIC 9(15)V99 VALUE ZEROS.
       01  WS-MAS-DINERO             PIC $$$,$$$,$$$,$$$,$$9.99.
       01  WS-TASA-EDI               PIC Z9.99.
       01  WS-SPREAD-EDI             PIC Z9.99.
       01  WS-NUEVA-EDI              PIC Z9.99.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-REP-TITULO.
           02 RRET-TITULO            PIC X(80) VALUE SPACES.

       01  REG-REP-DATO.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RRED-ETIQUETA          PIC X(26) VALUE SPACES.
           02 RRED-VALOR             PIC X(52) VALUE SPACES.

       01  REG-REP-CUOTA.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RREC-CUOTA             PIC ZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RREC-VENCE             PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RREC-CAPITAL           PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RREC-INTERES           PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RREC-VALOR             PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'MES DE LA REPRECIACION (MM/AAAA): ' NO ADVANCING
           ACCEPT WS-MES-PEDIDO
           IF WS-MES-PEDIDO(1:2) IS NOT NUMERIC
              OR WS-MES-PEDIDO(4:4) IS NOT NUMERIC
               DISPLAY 'MES INVALIDO: ' WS-MES-PEDIDO
               STOP RUN
           END-IF
           MOVE WS-MES-PEDIDO(1:2) TO WS-PED-MES
           MOVE WS-MES-PEDIDO(4:4) TO WS-PED-ANO
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           PERFORM 1000-CARGAR-TASAS
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LAS CARTAS: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           PERFORM 1100-ABRIR-LOG
           PERFORM 2000-RECORRER-PRESTAMOS
           PERFORM 4000-PAGINA-CONTROL
           CLOSE IMPRESOR
           IF SW-LOG-ABIERTO = 1
               CLOSE REPRECIO
           END-IF
           PERFORM 5000-ENTREGAR-AL-SPOOL
           DISPLAY 'PRESTAMOS REPRECIADOS: ' WS-TOT-REPRECIADOS
           GOBACK.

       1000-CARGAR-TASAS.
           MOVE ZEROS TO WS-NUM-TASAS
           MOVE 0 TO SW-FDA-TASAREF
           OPEN INPUT TASAREF
           IF WS-ESTADO-TRF = '00'
               PERFORM 1010-LEER-TASA UNTIL SW-FDA-TASAREF = 1
               CLOSE TASAREF
           ELSE
               DISPLAY 'NO HAY TASAS DE REFERENCIA REGISTRADAS'
           END-IF.

       1010-LEER-TASA.
           READ TASAREF AT END MOVE 1 TO SW-FDA-TASAREF
                NOT AT END
                    IF WS-NUM-TASAS < 1000
                        ADD 1 TO WS-NUM-TASAS
                        MOVE WS-NUM-TASAS TO TX
                        MOVE RTRF-FECHA   TO TAB-TRF-FECHA(TX)
                        MOVE RTRF-TASA    TO TAB-TRF-TASA(TX)
                    END-IF
           END-READ.

      * EL LOG SE CREA LA PRIMERA VEZ
       1100-ABRIR-LOG.
           MOVE 0 TO SW-LOG-ABIERTO
           OPEN EXTEND REPRECIO
           IF WS-ESTADO-REP = '35'
               OPEN OUTPUT REPRECIO
           END-IF
           IF WS-ESTADO-REP = '00' OR WS-ESTADO-REP = '05'
               MOVE 1 TO SW-LOG-ABIERTO
           ELSE
               DISPLAY 'ERROR ABRIENDO EL LOG DE REPRECIACIONES: '
                       WS-ESTADO-REP
           END-IF.

       2000-RECORRER-PRESTAMOS.
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN I-O PRESTAMOS
           IF WS-ESTADO-PRES = '00'
               PERFORM 2010-LEER-PRESTAMO UNTIL SW-FDA-PRESTAMOS = 1
               CLOSE PRESTAMOS
           ELSE
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO: ' WS-ESTADO-PRES
           END-IF.

       2010-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA-PRESTAMOS
                NOT AT END
                    IF RPRE-ESTADO = 'A' AND RPRE-TIPO-TASA = 'V'
                       AND RPRE-FREC-REPRECIO > ZEROS
                       AND RPRE-CUOTAS > RPRE-CUOTAS-PAGADAS
                       AND RPRE-SALDO > ZEROS
                        ADD 1 TO WS-TOT-VARIABLES
                        PERFORM 2100-VERIFICA-ANIVERSARIO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * ANIVERSARIO: MESES CUMPLIDOS DESDE EL DESEMBOLSO HASTA EL MES
      * DE LA CORRIDA, MULTIPLO DE LA FRECUENCIA. EL DIA ES EL DE LAS
      * CUOTAS (TOPE 28). UN ANIVERSARIO YA REPRECIADO NO SE REPITE
      * SI LA CORRIDA SE VUELVE A LANZAR
      *----------------------------------------------------------------*
       2100-VERIFICA-ANIVERSARIO.
           IF RPRE-FECHA-DESEMB > SPACES
               MOVE RPRE-FECHA-DESEMB TO WS-FECHA-BASE-CUOTA
           ELSE
               MOVE RPRE-FECHA-ACEPTA TO WS-FECHA-BASE-CUOTA
           END-IF
           MOVE WS-FECHA-BASE-CUOTA(7:4) TO WS-BASE-ANO
           MOVE WS-FECHA-BASE-CUOTA(4:2) TO WS-BASE-MES
           MOVE WS-FECHA-BASE-CUOTA(1:2) TO WS-BASE-DIA
           IF WS-BASE-DIA > 28
               MOVE 28 TO WS-BASE-DIA
           END-IF
           COMPUTE WS-MESES-CORRIDOS =
                 ( WS-PED-ANO - WS-BASE-ANO ) * 12
                 + WS-PED-MES - WS-BASE-MES
           IF WS-MESES-CORRIDOS NOT > ZEROS
               ADD 1 TO WS-TOT-SIN-ANIV
           ELSE
               DIVIDE WS-MESES-CORRIDOS BY RPRE-FREC-REPRECIO
                      GIVING WS-PERIODOS REMAINDER WS-RESIDUO
               IF WS-RESIDUO NOT = ZEROS
                   ADD 1 TO WS-TOT-SIN-ANIV
               ELSE
                   MOVE WS-PED-ANO  TO WS-ANIVERSARIO(1:4)
                   MOVE WS-PED-MES  TO WS-ANIVERSARIO(5:2)
                   MOVE WS-BASE-DIA TO WS-ANIVERSARIO(7:2)
                   IF RPRE-FECHA-REPRECIO NOT < WS-ANIVERSARIO
                       ADD 1 TO WS-TOT-YA-HECHOS
                   ELSE
                       PERFORM 2200-TASA-DEL-ANIVERSARIO
                       IF SW-HAY-TASA = 0
                           ADD 1 TO WS-TOT-SIN-TASA
                           DISPLAY 'SIN TASA DE REFERENCIA AL '
                                   WS-ANIVERSARIO ' PRESTAMO '
                                   RPRE-NUMERO
                       ELSE
                           PERFORM 3000-REPRECIAR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * LA VIGENTE ES LA ULTIMA REGISTRADA CON VIGENCIA HASTA EL DIA
      * DEL ANIVERSARIO
       2200-TASA-DEL-ANIVERSARIO.
           MOVE 0 TO SW-HAY-TASA
           MOVE ZEROS TO WS-TASA-REF
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > WS-NUM-TASAS
               IF TAB-TRF-FECHA(TX) NOT > WS-ANIVERSARIO
                   MOVE 1 TO SW-HAY-TASA
                   MOVE TAB-TRF-TASA(TX) TO WS-TASA-REF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * REPRECIACION: EL SALDO SE PARTE EN CAPITAL E INTERES NO
      * CAUSADO CON LA TASA ANTERIOR; SOBRE EL CAPITAL PENDIENTE SE
      * ARMAN LAS CUOTAS QUE RESTAN CON LA TASA NUEVA. EL TOTAL DEL
      * PRESTAMO SE REHACE CON EL INTERES NUEVO POR CUOTA PARA QUE LOS
      * DEMAS PROGRAMAS SIGAN PARTIENDO EL SALDO CON LA MISMA FORMULA
      *----------------------------------------------------------------*
       3000-REPRECIAR.
           COMPUTE WS-INT-POR-CUOTA ROUNDED =
                   (RPRE-TOTAL - RPRE-CAPITAL) / RPRE-CUOTAS
           COMPUTE WS-CUOTAS-RESTAN =
                   RPRE-CUOTAS - RPRE-CUOTAS-PAGADAS
           COMPUTE WS-INT-POR-CAUSAR =
                   WS-INT-POR-CUOTA * WS-CUOTAS-RESTAN
           IF WS-INT-POR-CAUSAR > RPRE-SALDO
               MOVE RPRE-SALDO TO WS-INT-POR-CAUSAR
           END-IF
           COMPUTE WS-CAP-PENDIENTE = RPRE-SALDO - WS-INT-POR-CAUSAR
           MOVE RPRE-TASA-MES  TO WS-TASA-ANTES
           MOVE RPRE-CUOTA-MEN TO WS-CUOTA-ANTES
           MOVE RPRE-SALDO     TO WS-SALDO-ANTES
           COMPUTE WS-TASA-NUEVA = WS-TASA-REF + RPRE-SPREAD
               ON SIZE ERROR MOVE 99.99 TO WS-TASA-NUEVA
           END-COMPUTE
           COMPUTE WS-INT-NUEVO ROUNDED =
                   WS-CAP-PENDIENTE * WS-TASA-NUEVA / 100
           COMPUTE WS-SALDO-NUEVO =
                   WS-CAP-PENDIENTE + WS-INT-NUEVO * WS-CUOTAS-RESTAN
           COMPUTE WS-CUOTA-NUEVA ROUNDED =
                   WS-SALDO-NUEVO / WS-CUOTAS-RESTAN
           COMPUTE RPRE-TOTAL =
                   RPRE-CAPITAL + WS-INT-NUEVO * RPRE-CUOTAS
           MOVE WS-SALDO-NUEVO TO RPRE-SALDO
           MOVE WS-CUOTA-NUEVA TO RPRE-CUOTA-MEN
           MOVE WS-TASA-NUEVA  TO RPRE-TASA-MES
           MOVE WS-ANIVERSARIO TO RPRE-FECHA-REPRECIO
           REWRITE REG-PRESTAMO END-REWRITE
           IF WS-ESTADO-PRES NOT = '00'
               DISPLAY 'ERROR ACTUALIZANDO EL PRESTAMO ' RPRE-NUMERO
                       ': ' WS-ESTADO-PRES
           ELSE
               ADD 1 TO WS-TOT-REPRECIADOS
               ADD WS-CUOTA-ANTES TO WS-VAL-CUOTAS-ANTES
               ADD WS-CUOTA-NUEVA TO WS-VAL-CUOTAS-NUEVAS
               IF WS-CUOTA-NUEVA > WS-CUOTA-ANTES
                   ADD 1 TO WS-TOT-SUBEN
               END-IF
               IF WS-CUOTA-NUEVA < WS-CUOTA-ANTES
                   ADD 1 TO WS-TOT-BAJAN
               END-IF
               PERFORM 3100-GRABAR-LOG
               PERFORM 3200-CARTA
           END-IF.

       3100-GRABAR-LOG.
           IF SW-LOG-ABIERTO = 1
               MOVE WS-FEC-SIS       TO RREP-FECHA
               MOVE RPRE-NUMERO      TO RREP-NUMERO
               MOVE WS-ANIVERSARIO   TO RREP-ANIVERSARIO
               MOVE WS-TASA-REF      TO RREP-TASA-REF
               MOVE RPRE-SPREAD      TO RREP-SPREAD
               MOVE WS-TASA-ANTES    TO RREP-TASA-ANTES
               MOVE WS-TASA-NUEVA    TO RREP-TASA-NUEVA
               MOVE WS-CUOTA-ANTES   TO RREP-CUOTA-ANTES
               MOVE WS-CUOTA-NUEVA   TO RREP-CUOTA-NUEVA
               MOVE WS-CAP-PENDIENTE TO RREP-CAP-PENDIENTE
               MOVE WS-CUOTAS-RESTAN TO RREP-CUOTAS-RESTAN
               MOVE WS-SALDO-ANTES   TO RREP-SALDO-ANTES
               MOVE WS-SALDO-NUEVO   TO RREP-SALDO-NUEVO
               WRITE REG-REPRECIO
           END-IF.

      *----------------------------------------------------------------*
      * CARTA AL DEUDOR: TASA DE REFERENCIA MAS SPREAD, CUOTA ANTERIOR
      * Y NUEVA, Y LA TABLA DE LAS CUOTAS QUE RESTAN
      *----------------------------------------------------------------*
       3200-CARTA.
           MOVE 'AVISO DE REPRECIACION DE SU PRESTAMO DE TASA VARIABLE'
             TO RRET-TITULO
           WRITE REG-IMPRESOR FROM REG-REP-TITULO AFTER PAGE
           MOVE 'PRESTAMO NUMERO         :' TO RRED-ETIQUETA
           MOVE SPACES TO RRED-VALOR
           MOVE RPRE-NUMERO TO RRED-VALOR(1:6)
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 2
           MOVE 'DEUDOR                  :' TO RRED-ETIQUETA
           MOVE SPACES TO RRED-VALOR
           STRING RPRE-DEUDOR-DOC ' ' RPRE-DEUDOR-NOMBRE
                  DELIMITED BY SIZE INTO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 'PRODUCTO                :' TO RRED-ETIQUETA
           MOVE RPRE-PRODUCTO TO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 'ANIVERSARIO             :' TO RRED-ETIQUETA
           MOVE SPACES TO RRED-VALOR
           STRING WS-ANIVERSARIO(7:2) '/' WS-ANIVERSARIO(5:2) '/'
                  WS-ANIVERSARIO(1:4)
                  DELIMITED BY SIZE INTO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE WS-TASA-REF   TO WS-TASA-EDI
           MOVE RPRE-SPREAD   TO WS-SPREAD-EDI
           MOVE WS-TASA-NUEVA TO WS-NUEVA-EDI
           MOVE 'TASA MENSUAL NUEVA      :' TO RRED-ETIQUETA
           MOVE SPACES TO RRED-VALOR
           STRING WS-TASA-EDI '% REFERENCIA + ' WS-SPREAD-EDI
                  '% SPREAD = ' WS-NUEVA-EDI '%'
                  DELIMITED BY SIZE INTO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 2
           MOVE WS-TASA-ANTES TO WS-TASA-EDI
           MOVE 'TASA MENSUAL ANTERIOR   :' TO RRED-ETIQUETA
           MOVE SPACES TO RRED-VALOR
           STRING WS-TASA-EDI '%' DELIMITED BY SIZE INTO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 'CUOTA ANTERIOR          :' TO RRED-ETIQUETA
           MOVE WS-CUOTA-ANTES TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 'CUOTA NUEVA             :' TO RRED-ETIQUETA
           MOVE WS-CUOTA-NUEVA TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 'CAPITAL PENDIENTE       :' TO RRED-ETIQUETA
           MOVE WS-CAP-PENDIENTE TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 'CUOTAS QUE RESTAN       :' TO RRED-ETIQUETA
           MOVE SPACES TO RRED-VALOR
           MOVE WS-CUOTAS-RESTAN TO RRED-VALOR(1:3)
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 'SALDO CON LA TASA NUEVA :' TO RRED-ETIQUETA
           MOVE WS-SALDO-NUEVO TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-DATO AFTER 1
           MOVE 17 TO WS-LINEAS
           PERFORM 3210-ENCABEZADO-TABLA
           MOVE WS-SALDO-NUEVO TO WS-TAB-SALDO
           PERFORM 3220-CUOTA-TABLA
               VARYING KX FROM 1 BY 1 UNTIL KX > WS-CUOTAS-RESTAN.

       3210-ENCABEZADO-TABLA.
           MOVE 'TABLA DE LAS CUOTAS QUE RESTAN' TO RRET-TITULO
           WRITE REG-IMPRESOR FROM REG-REP-TITULO AFTER 2
           MOVE ' CUOTA  VENCE' TO RRET-TITULO
           MOVE 'CAPITAL'       TO RRET-TITULO(29:7)
           MOVE 'INTERES'       TO RRET-TITULO(47:7)
           MOVE 'CUOTA'         TO RRET-TITULO(67:5)
           WRITE REG-IMPRESOR FROM REG-REP-TITULO AFTER 1
           ADD 3 TO WS-LINEAS.

      * LA ULTIMA CUOTA RECOGE EL SALDO QUE QUEDE POR REDONDEO
       3220-CUOTA-TABLA.
           IF WS-LINEAS > 55
               MOVE SPACES TO RRET-TITULO
               STRING 'PRESTAMO ' RPRE-NUMERO ' (CONTINUACION)'
                      DELIMITED BY SIZE INTO RRET-TITULO
               WRITE REG-IMPRESOR FROM REG-REP-TITULO AFTER PAGE
               MOVE 1 TO WS-LINEAS
               PERFORM 3210-ENCABEZADO-TABLA
           END-IF
           COMPUTE WS-NUM-CUOTA = RPRE-CUOTAS-PAGADAS + KX
           MOVE WS-CUOTA-NUEVA TO WS-TAB-CUOTA
           IF KX = WS-CUOTAS-RESTAN OR WS-TAB-CUOTA > WS-TAB-SALDO
               MOVE WS-TAB-SALDO TO WS-TAB-CUOTA
           END-IF
           IF WS-TAB-CUOTA > WS-INT-NUEVO
               COMPUTE WS-TAB-CAPITAL = WS-TAB-CUOTA - WS-INT-NUEVO
           ELSE
               MOVE ZEROS TO WS-TAB-CAPITAL
           END-IF
           SUBTRACT WS-TAB-CUOTA FROM WS-TAB-SALDO
           PERFORM 3230-VENCE-CUOTA
           MOVE WS-NUM-CUOTA   TO RREC-CUOTA
           MOVE WS-TAB-CAPITAL TO RREC-CAPITAL
           MOVE WS-INT-NUEVO   TO RREC-INTERES
           MOVE WS-TAB-CUOTA   TO RREC-VALOR
           WRITE REG-IMPRESOR FROM REG-REP-CUOTA AFTER 1
           ADD 1 TO WS-LINEAS.

      * VENCIMIENTO DE LA CUOTA (IGUAL QUE 3110-VENCE-PROXIMA DE
      * NO4CEXTR), CORRIDO A DIA HABIL
       3230-VENCE-CUOTA.
           MOVE WS-BASE-ANO TO WS-VENCE-ANO
           MOVE WS-BASE-MES TO WS-VENCE-MES
           MOVE WS-BASE-DIA TO WS-VENCE-DIA
           ADD WS-NUM-CUOTA TO WS-VENCE-MES
           PERFORM UNTIL WS-VENCE-MES < 13
               SUBTRACT 12 FROM WS-VENCE-MES
               ADD 1 TO WS-VENCE-ANO
           END-PERFORM
           MOVE WS-VENCE-ANO      TO WS-VENCE-COMPARABLE(1:4)
           MOVE WS-VENCE-MES(3:2) TO WS-VENCE-COMPARABLE(5:2)
           MOVE WS-VENCE-DIA      TO WS-VENCE-COMPARABLE(7:2)
           INITIALIZE WS-FECHAS
           MOVE 1   TO WS-FORMATO
           MOVE 'S' TO WS-FUNCION-HABIL
           MOVE ZEROS TO WS-DIAS-HABILES
           MOVE WS-VENCE-COMPARABLE TO WS-FECHA-BASE
           CALL RUT-FECHAS USING WS-FECHAS
           IF WS-FECHA-RESULTADO > ZEROS
               MOVE WS-FECHA-RESULTADO TO WS-VENCE-COMPARABLE
           END-IF
           MOVE WS-VENCE-COMPARABLE(7:2) TO RREC-VENCE(1:2)
           MOVE '/'                      TO RREC-VENCE(3:1)
           MOVE WS-VENCE-COMPARABLE(5:2) TO RREC-VENCE(4:2)
           MOVE '/'                      TO RREC-VENCE(6:1)
           MOVE WS-VENCE-COMPARABLE(1:4) TO RREC-VENCE(7:4).

      *----------------------------------------------------------------*
      * PAGINA DE CONTROL: PRESTAMOS DE TASA VARIABLE REVISADOS Y
      * COMO TERMINO CADA UNO, Y EFECTO SOBRE LAS CUOTAS
      *----------------------------------------------------------------*
       4000-PAGINA-CONTROL.
           MOVE SPACES TO RRET-TITULO
           STRING 'CONTROL DE LA REPRECIACION - MES ' WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO RRET-TITULO
           WRITE REG-IMPRESOR FROM REG-REP-TITULO AFTER PAGE
           MOVE SPACES TO REG-IMPRESOR
           STRING 'TASAS DE REFERENCIA CARGADAS : ' WS-NUM-TASAS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           STRING 'PRESTAMOS DE TASA VARIABLE   : ' WS-TOT-VARIABLES
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '  REPRECIADOS                : ' WS-TOT-REPRECIADOS
                  '  SUBEN: ' WS-TOT-SUBEN '  BAJAN: ' WS-TOT-BAJAN
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '  SIN ANIVERSARIO EN EL MES  : ' WS-TOT-SIN-ANIV
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '  YA REPRECIADOS             : ' WS-TOT-YA-HECHOS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '  SIN TASA DE REFERENCIA     : ' WS-TOT-SIN-TASA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-CUOTAS-ANTES TO WS-MAS-DINERO
           STRING 'CUOTAS ANTES DE REPRECIAR    : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-CUOTAS-NUEVAS TO WS-MAS-DINERO
           STRING 'CUOTAS DESPUES DE REPRECIAR  : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1.

       5000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'CREDITO'                    TO CSPO-E-SISTEMA
           MOVE 'REPRECIO'                   TO CSPO-E-TIPO
           MOVE './FILES/CREDITO/REPRCART'   TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO4CREPR.
