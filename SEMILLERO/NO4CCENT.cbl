      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: REPORTE MENSUAL A CENTRALES DE RIESGO. RECORRE EL
      * MAESTRO PRESTAMOS Y ESCRIBE EL ARCHIVO PLANO DE FORMATO FIJO
      * DE LA CENTRAL: UNA LINEA POR PRESTAMO (DEUDOR) Y OTRA POR SU
      * CODEUDOR, CON LA IDENTIFICACION, APERTURA, VALOR INICIAL,
      * SALDO, CUOTAS VENCIDAS, DIAS DE MORA (CALCULADOS COMO LOS
      * BANDEA NO4CMORA), ESTADO Y VECTOR DE COMPORTAMIENTO DE LAS
      * ULTIMAS 24 CUOTAS (DE PAGOSPRE). SE REPORTAN LOS ACTIVOS Y
      * CASTIGADOS, Y LOS PAGADOS Y RESTRUCTURADOS QUE CERRARON EN EL
      * MES. DEJA EN EL SPOOL LA PAGINA DE CONTROL CON CUENTAS Y
      * SALDOS, QUE DEBE CUADRAR CON EL RESUMEN DE CARTERA NO4CPORT
      * DEL MISMO MES.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CCENT.
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
      * PAGOS APLICADOS, PARA EL VECTOR DE COMPORTAMIENTO
           SELECT PAGOSPRE ASSIGN TO './FILES/CREDITO/PAGOSPRE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAGO.
      * ARCHIVO PLANO PARA LA CENTRAL DE RIESGO
           SELECT CENTRALES ASSIGN TO './FILES/CREDITO/CENTRALES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CEN.
      * PAGINA DE CONTROL
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/CENTRCTL'
           FILE STATUS IS WS-ESTADO-IMP.

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
      * 'X' INCOMPLETA Y ATRASADA
           02 RPAG-MARCA             PIC X(01).

      * LINEA DE LA CENTRAL. TIPO: 'D' DEUDOR, 'C' CODEUDOR. ESTADO:
      * 'V' VIGENTE AL DIA, 'M' EN MORA, 'P' PAGADO, 'R' RESTRUCTURADO,
      * 'C' CASTIGADO. COMPORTAMIENTO: UNA POSICION POR CUOTA, DE LA
      * MAS VIEJA A LA MAS RECIENTE, CON LA MARCA DEL PAGO ('C', 'I',
      * 'A', 'X'), 'V' SI VENCIO SIN PAGO O '-' SI NO APLICA
       FD  CENTRALES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CENTRAL.
           02 RCEN-TIPO              PIC X(01).
           02 RCEN-PERIODO           PIC X(07).
           02 RCEN-DOCUMENTO         PIC X(12).
           02 RCEN-NOMBRE            PIC X(25).
           02 RCEN-OBLIGACION        PIC 9(06).
           02 RCEN-PRODUCTO          PIC X(24).
           02 RCEN-FECHA-APERTURA    PIC X(10).
           02 RCEN-VALOR-INICIAL     PIC 9(15)V9(02).
           02 RCEN-SALDO             PIC 9(15)V9(02).
           02 RCEN-CUOTAS            PIC 9(03).
           02 RCEN-CUOTAS-VENCIDAS   PIC 9(03).
           02 RCEN-DIAS-MORA         PIC 9(05).
           02 RCEN-ESTADO            PIC X(01).
           02 RCEN-FECHA-ESTADO      PIC X(10).
           02 RCEN-COMPORTAMIENTO    PIC X(24).

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAGO            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CEN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-PAGOS              PIC 9 VALUE ZEROS.

      * MES PEDIDO (MM/AAAA TAL COMO VIAJA EN LAS FECHAS DD/MM/AAAA)
       01  WS-MES-PEDIDO             PIC X(07) VALUE SPACES.

      * PAGOS EN MEMORIA (NUMERO DE PRESTAMO, CUOTA Y MARCA)
       01  WS-NUM-PAGOS              PIC 9(05) VALUE ZEROS.
       01  TABLA-PAGOS.
           02 TAB-PAG                OCCURS 1 TO 20000 TIMES
                                     DEPENDING ON WS-NUM-PAGOS.
              03 TAB-PAG-NUMERO      PIC 9(06).
              03 TAB-PAG-CUOTA       PIC 9(03).
              03 TAB-PAG-MARCA       PIC X(01).
       01  GX                        PIC 9(05) VALUE ZEROS.
       01  SW-PAGOS-LLENO            PIC 9 VALUE ZEROS.

      * CALCULO DE VENCIDOS Y DIAS DE MORA (IGUAL QUE NO4CMORA)
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
       01  WS-DIAS-MORA              PIC 9(05) VALUE ZEROS.
       01  WS-BANDA                  PIC 9(01) VALUE ZEROS.
       01  WS-VENCE-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-MES              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-DIA              PIC 9(02) VALUE ZEROS.
       01  WS-FECHA-INTEGRABLE       PIC 9(08) VALUE ZEROS.
       01  WS-INT-HOY                PIC 9(07) VALUE ZEROS.
       01  WS-INT-VENC               PIC 9(07) VALUE ZEROS.
       01  WS-VENCIDO                PIC 9(15)V99 VALUE ZEROS.

      * VECTOR DE COMPORTAMIENTO: VENTANA DE 24 CUOTAS QUE TERMINA EN
      * LA ULTIMA CUOTA EXIGIBLE (O PAGADA, SI EL PRESTAMO CERRO)
       01  WS-REPORTA                PIC 9 VALUE ZEROS.
       01  WS-ESTADO-CEN-PRE         PIC X(01) VALUE SPACES.
       01  WS-CUOTA-FIN              PIC 9(03) VALUE ZEROS.
       01  WS-CUOTA-INI              PIC S9(04) VALUE ZEROS.
       01  WS-POS-VECTOR             PIC S9(04) VALUE ZEROS.
       01  WS-VECTOR                 PIC X(24) VALUE SPACES.
       01  CX                        PIC 9(03) VALUE ZEROS.

      * CUENTAS Y SALDOS DE LA PAGINA DE CONTROL. LOS ACTIVOS, EL
      * VENCIDO POR BANDA, LO ORIGINADO Y LO CANCELADO SE CALCULAN
      * COMO EN NO4CPORT PARA QUE LAS DOS PAGINAS CUADREN
       01  TABLA-CONTROL.
           02 TAB-CTL                OCCURS 5 TIMES.
              03 TAB-CTL-CUENTA      PIC 9(06) VALUE ZEROS.
              03 TAB-CTL-SALDO       PIC 9(15)V99 VALUE ZEROS.
       01  EX                        PIC 9(01) VALUE ZEROS.
       01  BX                        PIC 9(01) VALUE ZEROS.
       01  TABLA-CTL-VENCIDO.
           02 TAB-CTL-VENCIDO        PIC 9(15)V99 OCCURS 4 TIMES
                                     VALUE ZEROS.
       01  WS-CTL-ORIGINADO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-CTL-CANCELADO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-CTL-LINEAS-DEU         PIC 9(06) VALUE ZEROS.
       01  WS-CTL-LINEAS-COD         PIC 9(06) VALUE ZEROS.
       01  WS-CTL-SIN-DOC            PIC 9(06) VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-CTL-TITULO.
           02 RCTT-TITULO            PIC X(80) VALUE SPACES.

       01  REG-CTL-DET.
           02 RCTD-ETIQUETA          PIC X(28) VALUE SPACES.
           02 RCTD-CUENTA            PIC ZZZZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCTD-VALOR             PIC $$$,$$$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'MES A REPORTAR (MM/AAAA): ' NO ADVANCING
           ACCEPT WS-MES-PEDIDO
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           PERFORM 1000-CARGAR-PAGOS
           PERFORM 2000-RECORRER-PRESTAMOS
           PERFORM 3000-PAGINA-CONTROL
           PERFORM 4000-ENTREGAR-AL-SPOOL
           DISPLAY 'LINEAS DE DEUDOR  : ' WS-CTL-LINEAS-DEU
           DISPLAY 'LINEAS DE CODEUDOR: ' WS-CTL-LINEAS-COD
           GOBACK.

       1000-CARGAR-PAGOS.
           MOVE ZEROS TO WS-NUM-PAGOS
           MOVE 0 TO SW-FDA-PAGOS SW-PAGOS-LLENO
           OPEN INPUT PAGOSPRE
           IF WS-ESTADO-PAGO = '00'
               PERFORM 1010-LEER-PAGO UNTIL SW-FDA-PAGOS = 1
               CLOSE PAGOSPRE
           END-IF
           IF SW-PAGOS-LLENO = 1
               DISPLAY 'AVISO: MAS DE 20000 PAGOS, EL VECTOR DE '
                       'COMPORTAMIENTO QUEDA INCOMPLETO'
           END-IF.

       1010-LEER-PAGO.
           READ PAGOSPRE AT END MOVE 1 TO SW-FDA-PAGOS
                NOT AT END
                    IF WS-NUM-PAGOS < 20000
                        ADD 1 TO WS-NUM-PAGOS
                        MOVE WS-NUM-PAGOS   TO GX
                        MOVE RPAG-NUMERO    TO TAB-PAG-NUMERO(GX)
                        MOVE RPAG-CUOTA-NUM TO TAB-PAG-CUOTA(GX)
                        MOVE RPAG-MARCA     TO TAB-PAG-MARCA(GX)
                    ELSE
                        MOVE 1 TO SW-PAGOS-LLENO
                    END-IF
           END-READ.

       2000-RECORRER-PRESTAMOS.
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-PRES NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO: ' WS-ESTADO-PRES
               STOP RUN
           END-IF
           OPEN OUTPUT CENTRALES
           IF WS-ESTADO-CEN NOT = '00'
               DISPLAY 'ERROR GENERANDO EL ARCHIVO: ' WS-ESTADO-CEN
               STOP RUN
           END-IF
           PERFORM 2010-LEER-PRESTAMO UNTIL SW-FDA-PRESTAMOS = 1
           CLOSE PRESTAMOS CENTRALES.

       2010-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA-PRESTAMOS
                NOT AT END PERFORM 2020-EVALUA-PRESTAMO
           END-READ.

      *----------------------------------------------------------------*
      * LOS FORMALIZADOS SIN DESEMBOLSO NO SON DEUDA TODAVIA; LOS
      * PAGADOS Y RESTRUCTURADOS SE REPORTAN EN EL MES EN QUE CERRARON
      *----------------------------------------------------------------*
       2020-EVALUA-PRESTAMO.
           MOVE 0 TO WS-REPORTA
           MOVE ZEROS TO WS-CUOTAS-VENCIDAS WS-DIAS-MORA
      * ORIGINADO Y CANCELADO EN EL MES, COMO EN NO4CPORT
           IF RPRE-FECHA-ACEPTA(4:7) = WS-MES-PEDIDO
               ADD RPRE-CAPITAL TO WS-CTL-ORIGINADO
           END-IF
           IF RPRE-ESTADO = 'P'
              AND RPRE-FECHA-ESTADO(4:7) = WS-MES-PEDIDO
               ADD RPRE-CAPITAL TO WS-CTL-CANCELADO
           END-IF
           EVALUATE TRUE
               WHEN RPRE-ESTADO = 'A'
                   MOVE 1 TO WS-REPORTA
                   PERFORM 2030-EVALUA-VENCIDO
                   IF WS-CUOTAS-VENCIDAS > ZEROS
                       MOVE 'M' TO WS-ESTADO-CEN-PRE
                       MOVE 2 TO EX
                   ELSE
                       MOVE 'V' TO WS-ESTADO-CEN-PRE
                       MOVE 1 TO EX
                   END-IF
               WHEN RPRE-ESTADO = 'C'
                   MOVE 1 TO WS-REPORTA
                   MOVE 'C' TO WS-ESTADO-CEN-PRE
                   MOVE 5 TO EX
               WHEN RPRE-ESTADO = 'P'
                    AND RPRE-FECHA-ESTADO(4:7) = WS-MES-PEDIDO
                   MOVE 1 TO WS-REPORTA
                   MOVE 'P' TO WS-ESTADO-CEN-PRE
                   MOVE 3 TO EX
               WHEN RPRE-ESTADO = 'R'
                    AND RPRE-FECHA-ESTADO(4:7) = WS-MES-PEDIDO
                   MOVE 1 TO WS-REPORTA
                   MOVE 'R' TO WS-ESTADO-CEN-PRE
                   MOVE 4 TO EX
           END-EVALUATE
           IF WS-REPORTA = 1
               ADD 1 TO TAB-CTL-CUENTA(EX)
               ADD RPRE-SALDO TO TAB-CTL-SALDO(EX)
               PERFORM 2050-ARMA-VECTOR
               PERFORM 2060-ESCRIBE-LINEAS
           END-IF.

      * CUOTAS VENCIDAS Y DIAS DE MORA DE LA MAS VIEJA SIN PAGAR
       2030-EVALUA-VENCIDO.
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
           IF WS-CUOTAS-ESPERADAS > RPRE-CUOTAS-PAGADAS
               COMPUTE WS-CUOTAS-VENCIDAS =
                       WS-CUOTAS-ESPERADAS - RPRE-CUOTAS-PAGADAS
               PERFORM 2040-DIAS-Y-BANDA
               COMPUTE WS-VENCIDO =
                       WS-CUOTAS-VENCIDAS * RPRE-CUOTA-MEN
                     + RPRE-MORA
               ADD WS-VENCIDO TO TAB-CTL-VENCIDO(WS-BANDA)
           END-IF.

       2040-DIAS-Y-BANDA.
           MOVE WS-BASE-ANO TO WS-VENCE-ANO
           MOVE WS-BASE-MES TO WS-VENCE-MES
           MOVE WS-BASE-DIA TO WS-VENCE-DIA
           IF WS-VENCE-DIA > 28
               MOVE 28 TO WS-VENCE-DIA
           END-IF
           COMPUTE WS-VENCE-MES =
                   WS-VENCE-MES + RPRE-CUOTAS-PAGADAS + 1
           PERFORM UNTIL WS-VENCE-MES < 13
               SUBTRACT 12 FROM WS-VENCE-MES
               ADD 1 TO WS-VENCE-ANO
           END-PERFORM
           MOVE WS-VENCE-ANO      TO WS-FECHA-INTEGRABLE(1:4)
           MOVE WS-VENCE-MES(3:2) TO WS-FECHA-INTEGRABLE(5:2)
           MOVE WS-VENCE-DIA      TO WS-FECHA-INTEGRABLE(7:2)
           COMPUTE WS-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           IF WS-INT-HOY > WS-INT-VENC
               COMPUTE WS-DIAS-MORA = WS-INT-HOY - WS-INT-VENC
           ELSE
               MOVE 1 TO WS-DIAS-MORA
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-MORA < 31  MOVE 1 TO WS-BANDA
               WHEN WS-DIAS-MORA < 61  MOVE 2 TO WS-BANDA
               WHEN WS-DIAS-MORA < 91  MOVE 3 TO WS-BANDA
               WHEN OTHER              MOVE 4 TO WS-BANDA
           END-EVALUATE.

      *----------------------------------------------------------------*
      * VECTOR DE LAS ULTIMAS 24 CUOTAS: CADA PAGO DEJA SU MARCA EN LA
      * POSICION DE SU CUOTA (EL ULTIMO PAGO DE LA CUOTA MANDA); LAS
      * CUOTAS EXIGIBLES SIN PAGO QUEDAN EN 'V'
      *----------------------------------------------------------------*
       2050-ARMA-VECTOR.
           MOVE ALL '-' TO WS-VECTOR
           MOVE RPRE-CUOTAS-PAGADAS TO WS-CUOTA-FIN
           IF RPRE-ESTADO = 'A'
              AND WS-CUOTAS-ESPERADAS > WS-CUOTA-FIN
               MOVE WS-CUOTAS-ESPERADAS TO WS-CUOTA-FIN
           END-IF
           COMPUTE WS-CUOTA-INI = WS-CUOTA-FIN - 23
           IF WS-CUOTA-INI < 1
               MOVE 1 TO WS-CUOTA-INI
           END-IF
           PERFORM VARYING CX FROM WS-CUOTA-INI BY 1
                   UNTIL CX > WS-CUOTA-FIN
               COMPUTE WS-POS-VECTOR = CX - WS-CUOTA-INI + 1
               MOVE 'V' TO WS-VECTOR(WS-POS-VECTOR:1)
           END-PERFORM
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > WS-NUM-PAGOS
               IF TAB-PAG-NUMERO(GX) = RPRE-NUMERO
                  AND TAB-PAG-CUOTA(GX) NOT < WS-CUOTA-INI
                  AND TAB-PAG-CUOTA(GX) NOT > WS-CUOTA-FIN
                   COMPUTE WS-POS-VECTOR =
                           TAB-PAG-CUOTA(GX) - WS-CUOTA-INI + 1
                   MOVE TAB-PAG-MARCA(GX)
                     TO WS-VECTOR(WS-POS-VECTOR:1)
               END-IF
           END-PERFORM.

      * LINEA DEL DEUDOR Y, SI LO HAY, LA DEL CODEUDOR CON LOS MISMOS
      * DATOS DE LA OBLIGACION
       2060-ESCRIBE-LINEAS.
           MOVE 'D'                  TO RCEN-TIPO
           MOVE WS-MES-PEDIDO        TO RCEN-PERIODO
           MOVE RPRE-DEUDOR-DOC      TO RCEN-DOCUMENTO
           MOVE RPRE-DEUDOR-NOMBRE   TO RCEN-NOMBRE
           MOVE RPRE-NUMERO          TO RCEN-OBLIGACION
           MOVE RPRE-PRODUCTO        TO RCEN-PRODUCTO
           IF RPRE-FECHA-DESEMB > SPACES
               MOVE RPRE-FECHA-DESEMB TO RCEN-FECHA-APERTURA
           ELSE
               MOVE RPRE-FECHA-ACEPTA TO RCEN-FECHA-APERTURA
           END-IF
           MOVE RPRE-CAPITAL         TO RCEN-VALOR-INICIAL
           MOVE RPRE-SALDO           TO RCEN-SALDO
           MOVE RPRE-CUOTAS          TO RCEN-CUOTAS
           MOVE WS-CUOTAS-VENCIDAS   TO RCEN-CUOTAS-VENCIDAS
           MOVE WS-DIAS-MORA         TO RCEN-DIAS-MORA
           MOVE WS-ESTADO-CEN-PRE    TO RCEN-ESTADO
           MOVE RPRE-FECHA-ESTADO    TO RCEN-FECHA-ESTADO
           MOVE WS-VECTOR            TO RCEN-COMPORTAMIENTO
           WRITE REG-CENTRAL
           ADD 1 TO WS-CTL-LINEAS-DEU
           IF RPRE-DEUDOR-DOC = SPACES
               ADD 1 TO WS-CTL-SIN-DOC
           END-IF
           IF RPRE-CODEU-NOMBRE > SPACES
               MOVE 'C'               TO RCEN-TIPO
               MOVE RPRE-CODEU-DOC    TO RCEN-DOCUMENTO
               MOVE RPRE-CODEU-NOMBRE TO RCEN-NOMBRE
               WRITE REG-CENTRAL
               ADD 1 TO WS-CTL-LINEAS-COD
               IF RPRE-CODEU-DOC = SPACES
                   ADD 1 TO WS-CTL-SIN-DOC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PAGINA DE CONTROL: CUENTA Y SALDO POR ESTADO REPORTADO, Y LOS
      * RENGLONES QUE DEBEN CUADRAR CON NO4CPORT (ACTIVOS = VIGENTES
      * MAS EN MORA, VENCIDO POR BANDA, ORIGINADO Y CANCELADO)
      *----------------------------------------------------------------*
       3000-PAGINA-CONTROL.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LA PAGINA: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           MOVE SPACES TO RCTT-TITULO
           STRING 'REPORTE A CENTRALES DE RIESGO - MES ' WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO RCTT-TITULO
           WRITE REG-IMPRESOR FROM REG-CTL-TITULO AFTER PAGE
           MOVE 'OBLIGACIONES REPORTADAS' TO RCTT-TITULO
           WRITE REG-IMPRESOR FROM REG-CTL-TITULO AFTER 2
           PERFORM 3010-UN-ESTADO
               VARYING EX FROM 1 BY 1 UNTIL EX > 5
           MOVE 'LINEAS DE DEUDOR          :' TO RCTD-ETIQUETA
           MOVE WS-CTL-LINEAS-DEU             TO RCTD-CUENTA
           MOVE ZEROS                         TO RCTD-VALOR
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 2
           MOVE 'LINEAS DE CODEUDOR        :' TO RCTD-ETIQUETA
           MOVE WS-CTL-LINEAS-COD             TO RCTD-CUENTA
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 1
           MOVE 'LINEAS SIN DOCUMENTO      :' TO RCTD-ETIQUETA
           MOVE WS-CTL-SIN-DOC                TO RCTD-CUENTA
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 1
           MOVE 'CUADRE CONTRA EL RESUMEN DE CARTERA (NO4CPORT)'
             TO RCTT-TITULO
           WRITE REG-IMPRESOR FROM REG-CTL-TITULO AFTER 2
           MOVE 'ACTIVOS / SALDO VIVO      :' TO RCTD-ETIQUETA
           COMPUTE RCTD-CUENTA = TAB-CTL-CUENTA(1) + TAB-CTL-CUENTA(2)
           COMPUTE RCTD-VALOR  = TAB-CTL-SALDO(1) + TAB-CTL-SALDO(2)
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 1
           MOVE ZEROS                         TO RCTD-CUENTA
           MOVE 'ORIGINADO EN EL MES       :' TO RCTD-ETIQUETA
           MOVE WS-CTL-ORIGINADO              TO RCTD-VALOR
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 1
           MOVE 'CANCELADO EN EL MES       :' TO RCTD-ETIQUETA
           MOVE WS-CTL-CANCELADO              TO RCTD-VALOR
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 1
           PERFORM 3020-UNA-BANDA
               VARYING BX FROM 1 BY 1 UNTIL BX > 4
           CLOSE IMPRESOR.

       3010-UN-ESTADO.
           EVALUATE EX
               WHEN 1 MOVE 'VIGENTES AL DIA           :'
                        TO RCTD-ETIQUETA
               WHEN 2 MOVE 'EN MORA                   :'
                        TO RCTD-ETIQUETA
               WHEN 3 MOVE 'PAGADOS EN EL MES         :'
                        TO RCTD-ETIQUETA
               WHEN 4 MOVE 'RESTRUCTURADOS EN EL MES  :'
                        TO RCTD-ETIQUETA
               WHEN 5 MOVE 'CASTIGADOS                :'
                        TO RCTD-ETIQUETA
           END-EVALUATE
           MOVE TAB-CTL-CUENTA(EX) TO RCTD-CUENTA
           MOVE TAB-CTL-SALDO(EX)  TO RCTD-VALOR
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 1.

       3020-UNA-BANDA.
           EVALUATE BX
               WHEN 1 MOVE 'VENCIDO  1-30 DIAS        :'
                        TO RCTD-ETIQUETA
               WHEN 2 MOVE 'VENCIDO 31-60 DIAS        :'
                        TO RCTD-ETIQUETA
               WHEN 3 MOVE 'VENCIDO 61-90 DIAS        :'
                        TO RCTD-ETIQUETA
               WHEN 4 MOVE 'VENCIDO MAS DE 90 DIAS    :'
                        TO RCTD-ETIQUETA
           END-EVALUATE
           MOVE TAB-CTL-VENCIDO(BX) TO RCTD-VALOR
           WRITE REG-IMPRESOR FROM REG-CTL-DET AFTER 1.

       4000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'CREDITO'                    TO CSPO-E-SISTEMA
           MOVE 'CENTRALES'                  TO CSPO-E-TIPO
           MOVE './FILES/CREDITO/CENTRCTL'   TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO4CCENT.
