      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: BORDERO MENSUAL DEL SEGURO DE VIDA DEUDORES PARA LA
      * ASEGURADORA. POR CADA PRESTAMO ACTIVO CON SEGURO (PRIMA
      * MENSUAL EN EL MAESTRO PRESTAMOS) SALE EL DEUDOR, SU EDAD
      * ACTUAL, EL VALOR ASEGURADO (CAPITAL PENDIENTE), LA PRIMA DEL
      * MES, LA PRIMA RECAUDADA CON LOS PAGOS DEL MES (ARCHIVO
      * PAGOSPRE) Y SI TIENE UN SINIESTRO EN TRAMITE (SINIESTR). DEJA
      * EL ARCHIVO DELIMITADO BORDERO PARA LA ASEGURADORA Y EL REPORTE
      * CON LA CONCILIACION DE LA PRIMA ESPERADA CONTRA LA RECAUDADA,
      * QUE VA AL SPOOL CENTRAL.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CBORD.
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
      * PAGOS APLICADOS A LOS PRESTAMOS
           SELECT PAGOSPRE ASSIGN TO './FILES/CREDITO/PAGOSPRE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAGO.
      * SINIESTROS DEL SEGURO DE VIDA DEUDORES (NO4CSINI)
           SELECT SINIESTR ASSIGN TO './FILES/CREDITO/SINIESTR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SIN.
      * REPORTE DEL BORDERO CON LA CONCILIACION
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/BORDEREP'
           FILE STATUS IS WS-ESTADO-IMP.
      * BORDERO DELIMITADO PARA LA ASEGURADORA
           SELECT BORDERO ASSIGN TO './FILES/CREDITO/BORDERO'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-BOR.

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
      * 'X' INCOMPLETA Y ATRASADA, 'K' ABONO EXTRAORDINARIO A CAPITAL,
      * 'S' INDEMNIZACION DEL SEGURO
           02 RPAG-MARCA             PIC X(01).

       FD  SINIESTR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SINIESTR.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

      * LINEA 'D' POR PRESTAMO ASEGURADO Y UNA LINEA 'T' DE TOTALES:
      * D;MES;PRESTAMO;DOC;NOMBRE;EDAD;TASA-ANUAL;VALOR-ASEGURADO;
      *   PRIMA-MES;PRIMA-RECAUDADA;SINIESTRO
      * T;MES;PRESTAMOS;VALOR-ASEGURADO;PRIMA-MES;PRIMA-RECAUDADA
       FD  BORDERO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-BORDERO               PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAGO            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SIN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-BOR             PIC X(02) VALUE SPACES.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-PAGOS              PIC 9 VALUE ZEROS.
       01  SW-FDA-SINIESTR           PIC 9 VALUE ZEROS.

      * MES DEL BORDERO (MM/AAAA TAL COMO VIAJA EN LAS FECHAS
      * DD/MM/AAAA)
       01  WS-MES-PEDIDO             PIC X(07) VALUE SPACES.
       01  WS-PED-ANO                PIC 9(04) VALUE ZEROS.
       01  WS-PED-MES                PIC 9(02) VALUE ZEROS.

      * PAGOS DE CUOTA DEL MES (SIN ABONOS A CAPITAL NI
      * INDEMNIZACIONES, QUE NO TRAEN PRIMA)
       01  WS-NUM-PAGOS              PIC 9(04) VALUE ZEROS.
       01  TABLA-PAGOS.
           02 TAB-PAG                OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-NUM-PAGOS.
              03 TAB-PAG-NUMERO      PIC 9(06).
              03 TAB-PAG-VALOR       PIC 9(15)V99.
       01  GX                        PIC 9(04) VALUE ZEROS.

      * SINIESTROS RADICADOS (CUALQUIER ESTADO)
       01  WS-NUM-SINIESTROS         PIC 9(04) VALUE ZEROS.
       01  TABLA-SINIESTROS.
           02 TAB-SIN                OCCURS 1 TO 1000 TIMES
                                     DEPENDING ON WS-NUM-SINIESTROS.
              03 TAB-SIN-PRESTAMO    PIC 9(06).
              03 TAB-SIN-ESTADO      PIC X(01).
       01  SX                        PIC 9(04) VALUE ZEROS.

      * PRESTAMO EN CURSO: EDAD ACTUAL (LA DE LA COTIZACION MAS LOS
      * ANOS CUMPLIDOS DESDE ENTONCES), CAPITAL PENDIENTE (SALDO SIN EL
      * INTERES NO CAUSADO) Y PRIMA RECAUDADA. UN PAGO DE CUOTA
      * COMPLETA TRAE LA PRIMA ENTERA; UNO MENOR LA TRAE EN PROPORCION
      * A LO QUE CUBRE DE LA CUOTA (LOS PAGOS DE CUOTAS ATRASADAS
      * TRAEN TAMBIEN LA PRIMA DE ESOS MESES)
       01  WS-COT-ANO                PIC 9(04) VALUE ZEROS.
       01  WS-COT-MES                PIC 9(02) VALUE ZEROS.
       01  WS-MESES-CORRIDOS         PIC S9(05) VALUE ZEROS.
       01  WS-EDAD-ACTUAL            PIC 9(03) VALUE ZEROS.
       01  WS-INT-POR-CUOTA          PIC 9(13)V99 VALUE ZEROS.
       01  WS-INT-POR-CAUSAR         PIC 9(15)V99 VALUE ZEROS.
       01  WS-CAP-PENDIENTE          PIC 9(15)V99 VALUE ZEROS.
       01  WS-PRIMA-PAGO             PIC 9(13)V99 VALUE ZEROS.
       01  WS-PRIMA-RECAUDADA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-SIN-ESTADO             PIC X(01) VALUE SPACES.
       01  WS-LINEAS                 PIC 9(03) VALUE ZEROS.

      * CONTROL Y CONCILIACION DE LA CORRIDA
       01  WS-TOT-PAGOS-MES          PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ACTIVOS            PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ASEGURADOS         PIC 9(05) VALUE ZEROS.
       01  WS-TOT-SIN-SEGURO         PIC 9(05) VALUE ZEROS.
       01  WS-TOT-SIN-PRIMA          PIC 9(05) VALUE ZEROS.
       01  WS-TOT-PARCIAL            PIC 9(05) VALUE ZEROS.
       01  WS-TOT-CON-SINIESTRO      PIC 9(05) VALUE ZEROS.
       01  WS-VAL-ASEGURADO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-VAL-PRIMA-MES          PIC 9(15)V99 VALUE ZEROS.
       01  WS-VAL-RECAUDADA          PIC 9(15)V99 VALUE ZEROS.
       01  WS-VAL-DIFERENCIA         PIC 9(15)V99 VALUE ZEROS.
       01  WS-MAS-DINERO             PIC $$$,$$$,$$$,$$$,$$9.99.

      * CAMPOS EDITADOS DEL ARCHIVO DELIMITADO
       01  WS-BOR-EDAD               PIC ZZ9.
       01  WS-BOR-TASA               PIC 9.999.
       01  WS-BOR-ASEGURADO          PIC Z(14)9.99.
       01  WS-BOR-PRIMA              PIC Z(14)9.99.
       01  WS-BOR-RECAUDADA          PIC Z(14)9.99.
       01  WS-BOR-CANTIDAD           PIC Z(04)9.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-BOR-TITULO.
           02 RBOT-TITULO            PIC X(80) VALUE SPACES.

       01  REG-BOR-DETALLE.
           02 RBOD-PRESTAMO          PIC 9(06) VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RBOD-DOCUMENTO         PIC X(12) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RBOD-NOMBRE            PIC X(17) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RBOD-EDAD              PIC ZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RBOD-ASEGURADO         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RBOD-PRIMA             PIC ZZZ,ZZ9.99 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RBOD-RECAUDADA         PIC ZZZ,ZZ9.99 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RBOD-SINIESTRO         PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'MES DEL BORDERO (MM/AAAA): ' NO ADVANCING
           ACCEPT WS-MES-PEDIDO
           IF WS-MES-PEDIDO(1:2) IS NOT NUMERIC
              OR WS-MES-PEDIDO(4:4) IS NOT NUMERIC
               DISPLAY 'MES INVALIDO: ' WS-MES-PEDIDO
               STOP RUN
           END-IF
           MOVE WS-MES-PEDIDO(1:2) TO WS-PED-MES
           MOVE WS-MES-PEDIDO(4:4) TO WS-PED-ANO
           PERFORM 1000-CARGAR-PAGOS
           PERFORM 1100-CARGAR-SINIESTROS
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO EL REPORTE: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           OPEN OUTPUT BORDERO
           IF WS-ESTADO-BOR NOT = '00'
               DISPLAY 'ERROR GENERANDO EL BORDERO: ' WS-ESTADO-BOR
               CLOSE IMPRESOR
               STOP RUN
           END-IF
           PERFORM 3100-ENCABEZADO
           PERFORM 2000-RECORRER-PRESTAMOS
           PERFORM 3300-LINEA-TOTALES
           PERFORM 4000-PAGINA-CONTROL
           CLOSE IMPRESOR BORDERO
           PERFORM 5000-ENTREGAR-AL-SPOOL
           DISPLAY 'PRESTAMOS EN EL BORDERO: ' WS-TOT-ASEGURADOS
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
                       AND RPAG-MARCA NOT = 'K'
                       AND RPAG-MARCA NOT = 'S'
                        ADD 1 TO WS-TOT-PAGOS-MES
                        IF WS-NUM-PAGOS < 5000
                            ADD 1 TO WS-NUM-PAGOS
                            MOVE WS-NUM-PAGOS   TO GX
                            MOVE RPAG-NUMERO    TO TAB-PAG-NUMERO(GX)
                            MOVE RPAG-VALOR     TO TAB-PAG-VALOR(GX)
                        END-IF
                    END-IF
           END-READ.

       1100-CARGAR-SINIESTROS.
           MOVE ZEROS TO WS-NUM-SINIESTROS
           MOVE 0 TO SW-FDA-SINIESTR
           OPEN INPUT SINIESTR
           IF WS-ESTADO-SIN = '00'
               PERFORM 1110-LEER-SINIESTRO UNTIL SW-FDA-SINIESTR = 1
               CLOSE SINIESTR
           END-IF.

       1110-LEER-SINIESTRO.
           READ SINIESTR AT END MOVE 1 TO SW-FDA-SINIESTR
                NOT AT END
                    IF WS-NUM-SINIESTROS < 1000
                        ADD 1 TO WS-NUM-SINIESTROS
                        MOVE WS-NUM-SINIESTROS TO SX
                        MOVE RSIN-PRESTAMO TO TAB-SIN-PRESTAMO(SX)
                        MOVE RSIN-ESTADO   TO TAB-SIN-ESTADO(SX)
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
                        ADD 1 TO WS-TOT-ACTIVOS
                        IF RPRE-SEG-MES > ZEROS
                            PERFORM 2100-PRESTAMO-ASEGURADO
                        ELSE
                            ADD 1 TO WS-TOT-SIN-SEGURO
                        END-IF
                    END-IF
           END-READ.

       2100-PRESTAMO-ASEGURADO.
           ADD 1 TO WS-TOT-ASEGURADOS
           PERFORM 2110-EDAD-ACTUAL
           PERFORM 2120-CAPITAL-PENDIENTE
           MOVE ZEROS TO WS-PRIMA-RECAUDADA
           PERFORM 2130-PRIMA-DEL-PAGO
               VARYING GX FROM 1 BY 1 UNTIL GX > WS-NUM-PAGOS
           MOVE SPACES TO WS-SIN-ESTADO
           PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-NUM-SINIESTROS
               IF TAB-SIN-PRESTAMO(SX) = RPRE-NUMERO
                   MOVE TAB-SIN-ESTADO(SX) TO WS-SIN-ESTADO
               END-IF
           END-PERFORM
           IF WS-SIN-ESTADO NOT = SPACES
               ADD 1 TO WS-TOT-CON-SINIESTRO
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIMA-RECAUDADA = ZEROS
                   ADD 1 TO WS-TOT-SIN-PRIMA
               WHEN WS-PRIMA-RECAUDADA < RPRE-SEG-MES
                   ADD 1 TO WS-TOT-PARCIAL
           END-EVALUATE
           ADD WS-CAP-PENDIENTE   TO WS-VAL-ASEGURADO
           ADD RPRE-SEG-MES       TO WS-VAL-PRIMA-MES
           ADD WS-PRIMA-RECAUDADA TO WS-VAL-RECAUDADA
           PERFORM 3200-LINEA-DETALLE.

      * ANOS CUMPLIDOS ENTRE EL MES DE LA COTIZACION Y EL DEL BORDERO
       2110-EDAD-ACTUAL.
           MOVE RPRE-FECHA-ACEPTA(7:4) TO WS-COT-ANO
           MOVE RPRE-FECHA-ACEPTA(4:2) TO WS-COT-MES
           COMPUTE WS-MESES-CORRIDOS =
                 ( WS-PED-ANO - WS-COT-ANO ) * 12
                 + WS-PED-MES - WS-COT-MES
           IF WS-MESES-CORRIDOS > ZEROS
               COMPUTE WS-EDAD-ACTUAL =
                       RPRE-DEUDOR-EDAD + WS-MESES-CORRIDOS / 12
                   ON SIZE ERROR MOVE 999 TO WS-EDAD-ACTUAL
               END-COMPUTE
           ELSE
               MOVE RPRE-DEUDOR-EDAD TO WS-EDAD-ACTUAL
           END-IF.

      * VALOR ASEGURADO: EL SALDO SIN EL INTERES NO CAUSADO DE LAS
      * CUOTAS QUE RESTAN (COMO EN LA LIQUIDACION DE NO4CSERV)
       2120-CAPITAL-PENDIENTE.
           COMPUTE WS-INT-POR-CUOTA ROUNDED =
                   (RPRE-TOTAL - RPRE-CAPITAL) / RPRE-CUOTAS
           COMPUTE WS-INT-POR-CAUSAR =
                   WS-INT-POR-CUOTA
                   * (RPRE-CUOTAS - RPRE-CUOTAS-PAGADAS)
           IF WS-INT-POR-CAUSAR > RPRE-SALDO
               MOVE RPRE-SALDO TO WS-INT-POR-CAUSAR
           END-IF
           COMPUTE WS-CAP-PENDIENTE = RPRE-SALDO - WS-INT-POR-CAUSAR.

       2130-PRIMA-DEL-PAGO.
           IF TAB-PAG-NUMERO(GX) = RPRE-NUMERO
               IF TAB-PAG-VALOR(GX) NOT < RPRE-CUOTA-MEN
                  OR RPRE-CUOTA-MEN = ZEROS
                   MOVE RPRE-SEG-MES TO WS-PRIMA-PAGO
               ELSE
                   COMPUTE WS-PRIMA-PAGO ROUNDED =
                           TAB-PAG-VALOR(GX) * RPRE-SEG-MES
                           / RPRE-CUOTA-MEN
               END-IF
               ADD WS-PRIMA-PAGO TO WS-PRIMA-RECAUDADA
           END-IF.

       3100-ENCABEZADO.
           MOVE SPACES TO RBOT-TITULO
           STRING 'BORDERO SEGURO DE VIDA DEUDORES - MES '
                  WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO RBOT-TITULO
           WRITE REG-IMPRESOR FROM REG-BOR-TITULO AFTER PAGE
           MOVE 'PRESTA DOCUMENTO    DEUDOR' TO RBOT-TITULO
           MOVE 'EDAD'             TO RBOT-TITULO(38:4)
           MOVE 'VALOR ASEGURADO'  TO RBOT-TITULO(42:15)
           MOVE 'PRIMA MES'        TO RBOT-TITULO(59:9)
           MOVE 'RECAUDADO'        TO RBOT-TITULO(70:9)
           MOVE 'S'                TO RBOT-TITULO(80:1)
           WRITE REG-IMPRESOR FROM REG-BOR-TITULO AFTER 2
           MOVE 4 TO WS-LINEAS.

       3200-LINEA-DETALLE.
           IF WS-LINEAS > 55
               PERFORM 3100-ENCABEZADO
           END-IF
           MOVE RPRE-NUMERO             TO RBOD-PRESTAMO
           MOVE RPRE-DEUDOR-DOC         TO RBOD-DOCUMENTO
           MOVE RPRE-DEUDOR-NOMBRE      TO RBOD-NOMBRE
           MOVE WS-EDAD-ACTUAL          TO RBOD-EDAD
           MOVE WS-CAP-PENDIENTE        TO RBOD-ASEGURADO
           MOVE RPRE-SEG-MES            TO RBOD-PRIMA
           MOVE WS-PRIMA-RECAUDADA      TO RBOD-RECAUDADA
           MOVE WS-SIN-ESTADO           TO RBOD-SINIESTRO
           WRITE REG-IMPRESOR FROM REG-BOR-DETALLE AFTER 1
           ADD 1 TO WS-LINEAS
           MOVE WS-EDAD-ACTUAL          TO WS-BOR-EDAD
           MOVE RPRE-SEG-TASA           TO WS-BOR-TASA
           MOVE WS-CAP-PENDIENTE        TO WS-BOR-ASEGURADO
           MOVE RPRE-SEG-MES            TO WS-BOR-PRIMA
           MOVE WS-PRIMA-RECAUDADA      TO WS-BOR-RECAUDADA
           MOVE SPACES TO REG-BORDERO
           STRING 'D;' WS-MES-PEDIDO
                  ';' RPRE-NUMERO
                  ';' RPRE-DEUDOR-DOC
                  ';' RPRE-DEUDOR-NOMBRE
                  ';' WS-BOR-EDAD
                  ';' WS-BOR-TASA
                  ';' WS-BOR-ASEGURADO
                  ';' WS-BOR-PRIMA
                  ';' WS-BOR-RECAUDADA
                  ';' WS-SIN-ESTADO
                  DELIMITED BY SIZE INTO REG-BORDERO
           WRITE REG-BORDERO.

       3300-LINEA-TOTALES.
           MOVE WS-TOT-ASEGURADOS       TO WS-BOR-CANTIDAD
           MOVE WS-VAL-ASEGURADO        TO WS-BOR-ASEGURADO
           MOVE WS-VAL-PRIMA-MES        TO WS-BOR-PRIMA
           MOVE WS-VAL-RECAUDADA        TO WS-BOR-RECAUDADA
           MOVE SPACES TO REG-BORDERO
           STRING 'T;' WS-MES-PEDIDO
                  ';' WS-BOR-CANTIDAD
                  ';' WS-BOR-ASEGURADO
                  ';' WS-BOR-PRIMA
                  ';' WS-BOR-RECAUDADA
                  DELIMITED BY SIZE INTO REG-BORDERO
           WRITE REG-BORDERO.

      *----------------------------------------------------------------*
      * PAGINA DE CONTROL: CONCILIACION DE LA PRIMA DEL MES (LA QUE SE
      * LE DEBE A LA ASEGURADORA POR LOS PRESTAMOS ASEGURADOS) CONTRA
      * LA QUE ENTRO CON LOS PAGOS, Y LOS PRESTAMOS QUE EXPLICAN LA
      * DIFERENCIA
      *----------------------------------------------------------------*
       4000-PAGINA-CONTROL.
           MOVE SPACES TO RBOT-TITULO
           STRING 'CONTROL Y CONCILIACION DEL BORDERO - MES '
                  WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO RBOT-TITULO
           WRITE REG-IMPRESOR FROM REG-BOR-TITULO AFTER PAGE
           MOVE SPACES TO REG-IMPRESOR
           STRING 'PRESTAMOS ACTIVOS            : ' WS-TOT-ACTIVOS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           STRING '  SIN SEGURO DE VIDA         : ' WS-TOT-SIN-SEGURO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '  ASEGURADOS EN EL BORDERO   : ' WS-TOT-ASEGURADOS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '    CON SINIESTRO EN TRAMITE : ' WS-TOT-CON-SINIESTRO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '    SIN PRIMA RECAUDADA      : ' WS-TOT-SIN-PRIMA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING '    CON PRIMA PARCIAL        : ' WS-TOT-PARCIAL
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING 'PAGOS DE CUOTA DEL MES       : ' WS-TOT-PAGOS-MES
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-ASEGURADO TO WS-MAS-DINERO
           STRING 'VALOR ASEGURADO TOTAL        : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-PRIMA-MES TO WS-MAS-DINERO
           STRING 'PRIMA ESPERADA DEL MES       : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-RECAUDADA TO WS-MAS-DINERO
           STRING 'PRIMA RECAUDADA EN PAGOS     : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           IF WS-VAL-RECAUDADA > WS-VAL-PRIMA-MES
               COMPUTE WS-VAL-DIFERENCIA =
                       WS-VAL-RECAUDADA - WS-VAL-PRIMA-MES
               MOVE WS-VAL-DIFERENCIA TO WS-MAS-DINERO
               STRING 'RECAUDADO DE MESES ATRASADOS : ' WS-MAS-DINERO
                      DELIMITED BY SIZE INTO REG-IMPRESOR
           ELSE
               COMPUTE WS-VAL-DIFERENCIA =
                       WS-VAL-PRIMA-MES - WS-VAL-RECAUDADA
               MOVE WS-VAL-DIFERENCIA TO WS-MAS-DINERO
               STRING 'PRIMA POR RECAUDAR           : ' WS-MAS-DINERO
                      DELIMITED BY SIZE INTO REG-IMPRESOR
           END-IF
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING 'S: SINIESTRO R=RADICADO E=ENVIADO O=OBJETADO'
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2.

       5000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'CREDITO'                    TO CSPO-E-SISTEMA
           MOVE 'BORDERO'                    TO CSPO-E-TIPO
           MOVE './FILES/CREDITO/BORDEREP'   TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO4CBORD.
