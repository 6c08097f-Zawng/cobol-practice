      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: EXTRACTO MENSUAL DEL DEUDOR. UNA PAGINA POR CADA
      * PRESTAMO ACTIVO DEL MAESTRO PRESTAMOS CON LOS PAGOS RECIBIDOS
      * EN EL MES (ARCHIVO PAGOSPRE, CON SU MARCA DE TARDE O CORTO),
      * LA PARTICION DE CADA PAGO EN CAPITAL E INTERES SEGUN LA TABLA,
      * LA MORA PENDIENTE, EL SALDO, LAS CUOTAS QUE RESTAN, LA
      * PROXIMA CUOTA (FECHA Y VALOR) Y EL CODEUDOR COMO CONTACTO
      * ALTERNO. VA AL SPOOL CENTRAL CON LA PAGINA DE CONTROL DE LA
      * CORRIDA, Y DEJA LA VERSION DELIMITADA PARA EL ENVIO POR
      * CORREO (EXTRMAIL).
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CEXTR.
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
      * PAGOS APLICADOS (NO4CSERV Y NO4CBANC)
           SELECT PAGOSPRE ASSIGN TO './FILES/CREDITO/PAGOSPRE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAGO.
      * EXTRACTOS IMPRESOS Y PAGINA DE CONTROL
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/EXTRACTOS'
           FILE STATUS IS WS-ESTADO-IMP.
      * VERSION DELIMITADA PARA EL ENVIO POR CORREO
           SELECT EXTRMAIL ASSIGN TO './FILES/CREDITO/EXTRMAIL'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-EML.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

       FD  PAGOSPRE LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PAGO.
           02 RPAG-NUMERO            PIC 9(06).
           02 RPAG-CUOTA-NUM         PIC 9(03).
           02 RPAG-FECHA             PIC X(10).
           02 RPAG-VALOR             PIC 9(15)V9(02).
      * MARCA: 'C' COMPLETA Y A TIEMPO, 'I' INCOMPLETA, 'A' ATRASADA,
      * 'X' INCOMPLETA Y ATRASADA, 'K' ABONO EXTRAORDINARIO A CAPITAL
           02 RPAG-MARCA             PIC X(01).

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

      * LINEA 'E' POR EXTRACTO Y LINEA 'P' POR CADA PAGO DEL MES:
      * E;NUMERO;DOC;NOMBRE;PRODUCTO;MES;SALDO;CAPITAL;INTERES;MORA;
      *   RESTAN;VENCIDAS;PROX-FECHA;PROX-VALOR;CODEUDOR;TELEFONO
      * P;NUMERO;FECHA;CUOTA;VALOR;CAPITAL;INTERES;MARCA
       FD  EXTRMAIL LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXTRMAIL              PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAGO            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-EML             PIC X(02) VALUE SPACES.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-PAGOS              PIC 9 VALUE ZEROS.

      * MES PEDIDO (MM/AAAA TAL COMO VIAJA EN LAS FECHAS DD/MM/AAAA)
       01  WS-MES-PEDIDO             PIC X(07) VALUE SPACES.

      * PAGOS DEL MES, EN EL ORDEN DEL ARCHIVO
       01  WS-NUM-PAGOS              PIC 9(04) VALUE ZEROS.
       01  TABLA-PAGOS.
           02 TAB-PAG                OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-NUM-PAGOS.
              03 TAB-PAG-NUMERO      PIC 9(06).
              03 TAB-PAG-CUOTA       PIC 9(03).
              03 TAB-PAG-FECHA       PIC X(10).
              03 TAB-PAG-VALOR       PIC 9(15)V99.
              03 TAB-PAG-MARCA       PIC X(01).
       01  GX                        PIC 9(04) VALUE ZEROS.

      * EXTRACTO EN CURSO: PARTICION DEL PAGO Y DEL SALDO SEGUN LA
      * TABLA (INTERES SIMPLE REPARTIDO PAREJO EN LAS CUOTAS)
       01  WS-EXT-PAGOS              PIC 9(03) VALUE ZEROS.
       01  WS-EXT-PAGADO             PIC 9(15)V99 VALUE ZEROS.
       01  WS-PAG-INTERES            PIC 9(15)V99 VALUE ZEROS.
       01  WS-PAG-CAPITAL            PIC 9(15)V99 VALUE ZEROS.
       01  WS-INT-POR-CUOTA          PIC 9(13)V99 VALUE ZEROS.
       01  WS-CUOTAS-RESTAN          PIC 9(03) VALUE ZEROS.
       01  WS-INT-POR-CAUSAR         PIC 9(15)V99 VALUE ZEROS.
       01  WS-CAP-PENDIENTE          PIC 9(15)V99 VALUE ZEROS.
       01  WS-PROX-CUOTA             PIC 9(03) VALUE ZEROS.
       01  WS-PROX-VALOR             PIC 9(15)V99 VALUE ZEROS.
       01  WS-PROX-FECHA             PIC X(10) VALUE SPACES.
       01  WS-AL-DIA                 PIC 9(15)V99 VALUE ZEROS.

      * VENCIMIENTOS (IGUAL QUE NO4CMORA Y 1-2-CALIFICAR-PAGO)
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-FEC-SIS-R              REDEFINES WS-FEC-SIS.
           02 WS-SIS-ANO             PIC 9(04).
           02 WS-SIS-MES             PIC 9(02).
           02 WS-SIS-DIA             PIC 9(02).
       01  WS-FECHA-BASE-CUOTA       PIC X(10) VALUE SPACES.
       01  WS-BASE-ANO               PIC 9(04) VALUE ZEROS.
       01  WS-BASE-MES               PIC 9(02) VALUE ZEROS.
       01  WS-BASE-DIA               PIC 9(02) VALUE ZEROS.
       01  WS-MESES-CORRIDOS         PIC S9(05) VALUE ZEROS.
       01  WS-CUOTAS-ESPERADAS       PIC 9(03) VALUE ZEROS.
       01  WS-CUOTAS-VENCIDAS        PIC 9(03) VALUE ZEROS.
       01  WS-VENCE-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-MES              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-DIA              PIC 9(02) VALUE ZEROS.
       01  WS-VENCE-COMPARABLE       PIC 9(08) VALUE ZEROS.

      * RUTINA DE FECHAS: LA CUOTA QUE CAE EN FESTIVO O FIN DE SEMANA
      * SE CORRE AL SIGUIENTE DIA HABIL
       01  RUT-FECHAS                PIC X(08) VALUE 'NO6CFECH'.
       COPY './COPYS/VARFECHAS.CPY'.

      * CONTROL DE LA CORRIDA
       01  WS-TOT-PAGOS-MES          PIC 9(05) VALUE ZEROS.
       01  WS-VAL-PAGOS-MES          PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-ACTIVOS            PIC 9(05) VALUE ZEROS.
       01  WS-TOT-SIN-PAGO           PIC 9(05) VALUE ZEROS.
       01  WS-TOT-PAGOS-EXT          PIC 9(05) VALUE ZEROS.
       01  WS-VAL-PAGOS-EXT          PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-LINEAS-EML         PIC 9(06) VALUE ZEROS.
       01  WS-MAS-DINERO             PIC $$$,$$$,$$$,$$$,$$9.99.

      * VALORES DEL ARCHIVO DELIMITADO
       01  WS-EML-SALDO              PIC Z(14)9.99.
       01  WS-EML-CAPITAL            PIC Z(14)9.99.
       01  WS-EML-INTERES            PIC Z(14)9.99.
       01  WS-EML-MORA               PIC Z(14)9.99.
       01  WS-EML-PROX               PIC Z(14)9.99.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-EXT-TITULO.
           02 REXT-TITULO            PIC X(80) VALUE SPACES.

       01  REG-EXT-DATO.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 REXD-ETIQUETA          PIC X(26) VALUE SPACES.
           02 REXD-VALOR             PIC X(52) VALUE SPACES.

       01  REG-EXT-PAGO.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 REXP-FECHA             PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 REXP-CUOTA             PIC ZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 REXP-VALOR             PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 REXP-CAPITAL           PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 REXP-INTERES           PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 REXP-MARCA             PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'MES DEL EXTRACTO (MM/AAAA): ' NO ADVANCING
           ACCEPT WS-MES-PEDIDO
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           PERFORM 1000-CARGAR-PAGOS
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LOS EXTRACTOS: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRMAIL
           PERFORM 2000-RECORRER-PRESTAMOS
           PERFORM 4000-PAGINA-CONTROL
           CLOSE IMPRESOR EXTRMAIL
           PERFORM 5000-ENTREGAR-AL-SPOOL
           DISPLAY 'EXTRACTOS GENERADOS: ' WS-TOT-ACTIVOS
           GOBACK.

       1000-CARGAR-PAGOS.
           MOVE ZEROS TO WS-NUM-PAGOS
           MOVE 0 TO SW-FDA-PAGOS
           OPEN INPUT PAGOSPRE
           IF WS-ESTADO-PAGO = '00'
               PERFORM 1010-LEER-PAGO UNTIL SW-FDA-PAGOS = 1
               CLOSE PAGOSPRE
           END-IF.

       1010-LEER-PAGO.
           READ PAGOSPRE AT END MOVE 1 TO SW-FDA-PAGOS
                NOT AT END
                    IF RPAG-FECHA(4:7) = WS-MES-PEDIDO
                        ADD 1 TO WS-TOT-PAGOS-MES
                        ADD RPAG-VALOR TO WS-VAL-PAGOS-MES
                        IF WS-NUM-PAGOS < 5000
                            ADD 1 TO WS-NUM-PAGOS
                            MOVE WS-NUM-PAGOS   TO GX
                            MOVE RPAG-NUMERO    TO TAB-PAG-NUMERO(GX)
                            MOVE RPAG-CUOTA-NUM TO TAB-PAG-CUOTA(GX)
                            MOVE RPAG-FECHA     TO TAB-PAG-FECHA(GX)
                            MOVE RPAG-VALOR     TO TAB-PAG-VALOR(GX)
                            MOVE RPAG-MARCA     TO TAB-PAG-MARCA(GX)
                        END-IF
                    END-IF
           END-READ.

       2000-RECORRER-PRESTAMOS.
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-PRES = '00'
               PERFORM 2010-LEER-PRESTAMO UNTIL SW-FDA-PRESTAMOS = 1
               CLOSE PRESTAMOS
           ELSE
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO: ' WS-ESTADO-PRES
           END-IF.

       2010-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA-PRESTAMOS
                NOT AT END
                    IF RPRE-ESTADO = 'A'
                        PERFORM 3000-UN-EXTRACTO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * UN EXTRACTO: ENCABEZADO, PAGOS DEL MES, ESTADO DEL PRESTAMO Y
      * PROXIMA CUOTA, Y SU LINEA 'E' EN EL ARCHIVO DELIMITADO
      *----------------------------------------------------------------*
       3000-UN-EXTRACTO.
           ADD 1 TO WS-TOT-ACTIVOS
           PERFORM 3100-CALCULA-ESTADO
           MOVE SPACES TO REXT-TITULO
           STRING 'EXTRACTO MENSUAL DE PRESTAMO - MES ' WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO REXT-TITULO
           WRITE REG-IMPRESOR FROM REG-EXT-TITULO AFTER PAGE
           MOVE 'PRESTAMO NUMERO         :' TO REXD-ETIQUETA
           MOVE SPACES TO REXD-VALOR
           MOVE RPRE-NUMERO TO REXD-VALOR(1:6)
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 2
           MOVE 'DEUDOR                  :' TO REXD-ETIQUETA
           MOVE SPACES TO REXD-VALOR
           STRING RPRE-DEUDOR-DOC ' ' RPRE-DEUDOR-NOMBRE
                  DELIMITED BY SIZE INTO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           MOVE 'PRODUCTO                :' TO REXD-ETIQUETA
           MOVE RPRE-PRODUCTO TO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           MOVE 'PAGOS RECIBIDOS EN EL MES' TO REXT-TITULO
           WRITE REG-IMPRESOR FROM REG-EXT-TITULO AFTER 2
           MOVE '  FECHA      CUOTA          VALOR           CAPITAL'
             TO REXT-TITULO
           MOVE '           INTERES  M' TO REXT-TITULO(53:21)
           WRITE REG-IMPRESOR FROM REG-EXT-TITULO AFTER 1
           PERFORM 3200-PAGOS-DEL-PRESTAMO
           IF WS-EXT-PAGOS = ZEROS
               ADD 1 TO WS-TOT-SIN-PAGO
               MOVE '  SIN PAGOS EN EL MES' TO REXT-TITULO
               WRITE REG-IMPRESOR FROM REG-EXT-TITULO AFTER 1
           END-IF
           MOVE 'TOTAL PAGADO EN EL MES  :' TO REXD-ETIQUETA
           MOVE WS-EXT-PAGADO TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 2
           MOVE 'MORA CAUSADA PENDIENTE  :' TO REXD-ETIQUETA
           MOVE RPRE-MORA TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           MOVE 'CAPITAL PENDIENTE       :' TO REXD-ETIQUETA
           MOVE WS-CAP-PENDIENTE TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           MOVE 'INTERES POR CAUSAR      :' TO REXD-ETIQUETA
           MOVE WS-INT-POR-CAUSAR TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           MOVE 'SALDO SEGUN TABLA       :' TO REXD-ETIQUETA
           MOVE RPRE-SALDO TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           MOVE 'CUOTAS PAGADAS / RESTAN :' TO REXD-ETIQUETA
           MOVE SPACES TO REXD-VALOR
           STRING RPRE-CUOTAS-PAGADAS ' DE ' RPRE-CUOTAS
                  ' / ' WS-CUOTAS-RESTAN
                  DELIMITED BY SIZE INTO REXD-VALOR
           WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           IF WS-CUOTAS-VENCIDAS > ZEROS
               MOVE 'CUOTAS VENCIDAS         :' TO REXD-ETIQUETA
               MOVE SPACES TO REXD-VALOR
               MOVE WS-CUOTAS-VENCIDAS TO REXD-VALOR(1:3)
               WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
               MOVE 'PARA PONERSE AL DIA     :' TO REXD-ETIQUETA
               MOVE WS-AL-DIA TO WS-MAS-DINERO
               MOVE WS-MAS-DINERO TO REXD-VALOR
               WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 1
           END-IF
           IF WS-PROX-CUOTA > ZEROS
               MOVE 'PROXIMA CUOTA           :' TO REXD-ETIQUETA
               MOVE WS-PROX-VALOR TO WS-MAS-DINERO
               MOVE SPACES TO REXD-VALOR
               STRING WS-PROX-CUOTA ' VENCE ' WS-PROX-FECHA ' '
                      WS-MAS-DINERO
                      DELIMITED BY SIZE INTO REXD-VALOR
               WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 2
           END-IF
      * EL CODEUDOR ES EL CONTACTO ALTERNO DEL EXTRACTO
           IF RPRE-CODEU-NOMBRE > SPACES
               MOVE 'CODEUDOR (CONTACTO)     :' TO REXD-ETIQUETA
               MOVE SPACES TO REXD-VALOR
               STRING RPRE-CODEU-NOMBRE ' TEL ' RPRE-CODEU-TELEFONO
                      DELIMITED BY SIZE INTO REXD-VALOR
               WRITE REG-IMPRESOR FROM REG-EXT-DATO AFTER 2
           END-IF
           MOVE '  M: C=COMPLETA I=INCOMPLETA A=ATRASADA X=AMBAS'
             TO REXT-TITULO
           MOVE 'K=ABONO A CAPITAL' TO REXT-TITULO(50:17)
           WRITE REG-IMPRESOR FROM REG-EXT-TITULO AFTER 2
           PERFORM 3300-LINEA-EXTRACTO.

      *----------------------------------------------------------------*
      * ESTADO DEL PRESTAMO: SALDO PARTIDO EN CAPITAL E INTERES NO
      * CAUSADO, CUOTAS VENCIDAS (MESES CORRIDOS CONTRA PAGADAS) Y LA
      * PROXIMA CUOTA CON SU VENCIMIENTO CORRIDO A DIA HABIL
      *----------------------------------------------------------------*
       3100-CALCULA-ESTADO.
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
           IF RPRE-FECHA-DESEMB > SPACES
               MOVE RPRE-FECHA-DESEMB TO WS-FECHA-BASE-CUOTA
           ELSE
               MOVE RPRE-FECHA-ACEPTA TO WS-FECHA-BASE-CUOTA
           END-IF
           MOVE WS-FECHA-BASE-CUOTA(7:4) TO WS-BASE-ANO
           MOVE WS-FECHA-BASE-CUOTA(4:2) TO WS-BASE-MES
           MOVE WS-FECHA-BASE-CUOTA(1:2) TO WS-BASE-DIA
           COMPUTE WS-MESES-CORRIDOS =
                 ( WS-SIS-ANO - WS-BASE-ANO ) * 12
                 + WS-SIS-MES - WS-BASE-MES
           IF WS-SIS-DIA < WS-BASE-DIA
               SUBTRACT 1 FROM WS-MESES-CORRIDOS
           END-IF
           IF WS-MESES-CORRIDOS < ZEROS
               MOVE ZEROS TO WS-MESES-CORRIDOS
           END-IF
           MOVE WS-MESES-CORRIDOS TO WS-CUOTAS-ESPERADAS
           IF WS-CUOTAS-ESPERADAS > RPRE-CUOTAS
               MOVE RPRE-CUOTAS TO WS-CUOTAS-ESPERADAS
           END-IF
           MOVE ZEROS TO WS-CUOTAS-VENCIDAS WS-AL-DIA
           IF WS-CUOTAS-ESPERADAS > RPRE-CUOTAS-PAGADAS
               COMPUTE WS-CUOTAS-VENCIDAS =
                       WS-CUOTAS-ESPERADAS - RPRE-CUOTAS-PAGADAS
               COMPUTE WS-AL-DIA =
                       WS-CUOTAS-VENCIDAS * RPRE-CUOTA-MEN
               IF WS-AL-DIA > RPRE-SALDO
                   MOVE RPRE-SALDO TO WS-AL-DIA
               END-IF
               ADD RPRE-MORA TO WS-AL-DIA
           END-IF
      * LA PROXIMA CUOTA NUNCA SUPERA EL SALDO; CON LA TABLA
      * TERMINADA Y SALDO PENDIENTE, LA PROXIMA ES EL SALDO MISMO
           MOVE ZEROS TO WS-PROX-CUOTA
           MOVE SPACES TO WS-PROX-FECHA
           IF RPRE-SALDO > ZEROS
               COMPUTE WS-PROX-CUOTA = RPRE-CUOTAS-PAGADAS + 1
               MOVE RPRE-CUOTA-MEN TO WS-PROX-VALOR
               IF RPRE-SALDO < WS-PROX-VALOR
                  OR WS-PROX-CUOTA > RPRE-CUOTAS
                   MOVE RPRE-SALDO TO WS-PROX-VALOR
               END-IF
               PERFORM 3110-VENCE-PROXIMA
           END-IF.

       3110-VENCE-PROXIMA.
           MOVE WS-BASE-ANO TO WS-VENCE-ANO
           MOVE WS-BASE-MES TO WS-VENCE-MES
           MOVE WS-BASE-DIA TO WS-VENCE-DIA
           IF WS-VENCE-DIA > 28
               MOVE 28 TO WS-VENCE-DIA
           END-IF
           ADD WS-PROX-CUOTA TO WS-VENCE-MES
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
           MOVE WS-VENCE-COMPARABLE(7:2) TO WS-PROX-FECHA(1:2)
           MOVE '/'                      TO WS-PROX-FECHA(3:1)
           MOVE WS-VENCE-COMPARABLE(5:2) TO WS-PROX-FECHA(4:2)
           MOVE '/'                      TO WS-PROX-FECHA(6:1)
           MOVE WS-VENCE-COMPARABLE(1:4) TO WS-PROX-FECHA(7:4).

      *----------------------------------------------------------------*
      * PAGOS DEL MES DEL PRESTAMO. CADA PAGO SE PARTE EN CAPITAL E
      * INTERES EN LA MISMA PROPORCION DE LA TABLA (INTERES TOTAL
      * SOBRE TOTAL A PAGAR); EL ABONO EXTRAORDINARIO ES TODO CAPITAL
      *----------------------------------------------------------------*
       3200-PAGOS-DEL-PRESTAMO.
           MOVE ZEROS TO WS-EXT-PAGOS WS-EXT-PAGADO
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-NUM-PAGOS
               IF TAB-PAG-NUMERO(GX) = RPRE-NUMERO
                   PERFORM 3210-UN-PAGO
               END-IF
           END-PERFORM.

       3210-UN-PAGO.
           ADD 1 TO WS-EXT-PAGOS WS-TOT-PAGOS-EXT
           ADD TAB-PAG-VALOR(GX) TO WS-EXT-PAGADO WS-VAL-PAGOS-EXT
           IF RPRE-TOTAL > ZEROS AND TAB-PAG-MARCA(GX) NOT = 'K'
               COMPUTE WS-PAG-INTERES ROUNDED = TAB-PAG-VALOR(GX)
                     * (RPRE-TOTAL - RPRE-CAPITAL) / RPRE-TOTAL
           ELSE
               MOVE ZEROS TO WS-PAG-INTERES
           END-IF
           COMPUTE WS-PAG-CAPITAL = TAB-PAG-VALOR(GX) - WS-PAG-INTERES
           MOVE TAB-PAG-FECHA(GX) TO REXP-FECHA
           MOVE TAB-PAG-CUOTA(GX) TO REXP-CUOTA
           MOVE TAB-PAG-VALOR(GX) TO REXP-VALOR
           MOVE WS-PAG-CAPITAL    TO REXP-CAPITAL
           MOVE WS-PAG-INTERES    TO REXP-INTERES
           MOVE TAB-PAG-MARCA(GX) TO REXP-MARCA
           WRITE REG-IMPRESOR FROM REG-EXT-PAGO AFTER 1
           MOVE TAB-PAG-VALOR(GX) TO WS-EML-SALDO
           MOVE WS-PAG-CAPITAL    TO WS-EML-CAPITAL
           MOVE WS-PAG-INTERES    TO WS-EML-INTERES
           MOVE SPACES TO REG-EXTRMAIL
           STRING 'P;' RPRE-NUMERO
                  ';' TAB-PAG-FECHA(GX)
                  ';' TAB-PAG-CUOTA(GX)
                  ';' WS-EML-SALDO
                  ';' WS-EML-CAPITAL
                  ';' WS-EML-INTERES
                  ';' TAB-PAG-MARCA(GX)
                  DELIMITED BY SIZE INTO REG-EXTRMAIL
           WRITE REG-EXTRMAIL
           ADD 1 TO WS-TOT-LINEAS-EML.

       3300-LINEA-EXTRACTO.
           MOVE RPRE-SALDO        TO WS-EML-SALDO
           MOVE WS-CAP-PENDIENTE  TO WS-EML-CAPITAL
           MOVE WS-INT-POR-CAUSAR TO WS-EML-INTERES
           MOVE RPRE-MORA         TO WS-EML-MORA
           MOVE WS-PROX-VALOR     TO WS-EML-PROX
           IF WS-PROX-CUOTA = ZEROS
               MOVE ZEROS TO WS-EML-PROX
           END-IF
           MOVE SPACES TO REG-EXTRMAIL
           STRING 'E;' RPRE-NUMERO
                  ';' RPRE-DEUDOR-DOC
                  ';' RPRE-DEUDOR-NOMBRE
                  ';' RPRE-PRODUCTO
                  ';' WS-MES-PEDIDO
                  ';' WS-EML-SALDO
                  ';' WS-EML-CAPITAL
                  ';' WS-EML-INTERES
                  ';' WS-EML-MORA
                  ';' WS-CUOTAS-RESTAN
                  ';' WS-CUOTAS-VENCIDAS
                  ';' WS-PROX-FECHA
                  ';' WS-EML-PROX
                  ';' RPRE-CODEU-NOMBRE
                  ';' RPRE-CODEU-TELEFONO
                  DELIMITED BY SIZE INTO REG-EXTRMAIL
           WRITE REG-EXTRMAIL
           ADD 1 TO WS-TOT-LINEAS-EML.

      *----------------------------------------------------------------*
      * PAGINA DE CONTROL: EXTRACTOS EMITIDOS Y PAGOS DEL MES EN EL
      * ARCHIVO CONTRA LOS LISTADOS (LOS DE PRESTAMOS QUE YA NO ESTAN
      * ACTIVOS NO SALEN EN NINGUN EXTRACTO)
      *----------------------------------------------------------------*
       4000-PAGINA-CONTROL.
           MOVE SPACES TO REXT-TITULO
           STRING 'CONTROL DE LA CORRIDA DE EXTRACTOS - MES '
                  WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO REXT-TITULO
           WRITE REG-IMPRESOR FROM REG-EXT-TITULO AFTER PAGE
           MOVE SPACES TO REG-IMPRESOR
           STRING 'EXTRACTOS EMITIDOS (ACTIVOS): ' WS-TOT-ACTIVOS
                  '  SIN PAGOS EN EL MES: ' WS-TOT-SIN-PAGO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-PAGOS-MES TO WS-MAS-DINERO
           STRING 'PAGOS DEL MES EN EL ARCHIVO : ' WS-TOT-PAGOS-MES
                  '  VALOR: ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-PAGOS-EXT TO WS-MAS-DINERO
           STRING 'PAGOS LISTADOS EN EXTRACTOS : ' WS-TOT-PAGOS-EXT
                  '  VALOR: ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING 'LINEAS DEL ARCHIVO DELIMITADO: ' WS-TOT-LINEAS-EML
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1.

       5000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'CREDITO'                    TO CSPO-E-SISTEMA
           MOVE 'EXTRACTOS'                  TO CSPO-E-TIPO
           MOVE './FILES/CREDITO/EXTRACTOS'  TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO4CEXTR.
