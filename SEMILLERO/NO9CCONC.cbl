      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: CONCILIACION BANCARIA MENSUAL DE LA CUENTA DEL
      * TALLER. LEE EL EXTRACTO DEL BANCO (ARCHIVO DELIMITADO CON SU
      * SALDO INICIAL, SUS MOVIMIENTOS Y SU SALDO FINAL) Y LO CRUZA
      * CONTRA LO QUE EL TALLER SABE QUE PASO POR EL BANCO EN EL MES:
      * LOS ASIENTOS DE LA CUENTA DE BANCOS DEL LIBRO MAYOR, EL PAGO
      * DE NOMINA LIBERADO (PAGOBANCO), LAS CUOTAS RECAUDADAS POR EL
      * BANCO (BANCOPAG), LAS LIQUIDACIONES NO EFECTIVO DE LA CASA DE
      * CAMBIO (PENDLIQ) Y LAS CONSIGNACIONES DE LA PARROQUIA
      * (CONSIGNA). ESAS CUATRO FUENTES NO SE ASIENTAN A LA CUENTA DE
      * BANCOS, ASI QUE EL SALDO SEGUN LIBROS ES EL SALDO DE LA CUENTA
      * EN EL MAYOR MAS EL NETO ACUMULADO DE LAS FUENTES (QUE QUEDA EN
      * LA HISTORIA MES A MES).
      * EL CRUCE CASA PRIMERO POR VALOR, SENTIDO Y REFERENCIA, Y LO
      * QUE QUEDE POR VALOR, SENTIDO Y FECHA CERCANA. LO QUE NO CASA,
      * DE CUALQUIER LADO, QUEDA EN EL ARCHIVO DE PARTIDAS ABIERTAS Y
      * ENTRA AL CRUCE DEL MES SIGUIENTE. IMPRIME LA CONCILIACION EN
      * LA FORMA DE SIEMPRE: SALDO SEGUN EXTRACTO Y SALDO SEGUN
      * LIBROS, CADA UNO CON SUS PARTIDAS CONCILIATORIAS, Y LA
      * DIFERENCIA. CADA MES SE CONCILIA UNA SOLA VEZ Y EN ORDEN.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO9CCONC.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               NOVATEC.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EXTRACTO DEL BANCO, UNA LINEA POR REGISTRO:
      *   SI;AAAAMM;SALDO INICIAL
      *   MV;DD/MM/AAAA;C O D;VALOR;REFERENCIA;DESCRIPCION
      *   SF;AAAAMM;SALDO FINAL
      * (C = ABONO A LA CUENTA, D = CARGO A LA CUENTA)
           SELECT EXTRACTO ASSIGN TO '../FILES/CONTAB/EXTRACTO'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-EXT.
      * PARTIDAS ABIERTAS QUE PASAN DE UN MES A OTRO
           SELECT PARTIDAS ASSIGN TO '../FILES/CONTAB/PARTIDAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * HISTORIA DE LAS CONCILIACIONES
           SELECT CONCILIA ASSIGN TO '../FILES/CONTAB/CONCILIA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CNC.
      * LIBRO MAYOR Y SALDOS DE APERTURA (LOS DE NO9CMAYO)
           SELECT LIBROMAYOR ASSIGN TO '../FILES/CONTAB/LIBROMAYOR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MAY.
           SELECT SALDOS ASSIGN TO '../FILES/CONTAB/SALDOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SAL.
      * PAGO DE NOMINA AL BANCO (CUENTA;NOMBRE;NETO) Y SU CONTROL DE
      * LIBERACION (LOS DE NOMINA Y PAGOCTL)
           SELECT PAGOBANCO ASSIGN TO '../GENERADOS/PAGOBANCO.data'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PGB.
           SELECT PAGOCTL ASSIGN TO '../GENERADOS/PAGOCTL.data'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PCT.
      * CUOTAS RECAUDADAS POR EL BANCO (EL ARCHIVO DE NO4CBANC)
           SELECT BANCOPAG ASSIGN TO './FILES/CREDITO/BANCOPAG'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-BAN.
      * LIQUIDACIONES NO EFECTIVO DE LA CASA DE CAMBIO (NO1CMONY)
           SELECT PENDLIQ ASSIGN TO './FILES/MONEY/PENDLIQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LIQ.
      * CONSIGNACIONES DE LA PARROQUIA, UNA LINEA POR PAPELETA QUE LA
      * SECRETARIA LLEVA AL BANCO: DD/MM/AAAA;VALOR;NUMERO PAPELETA
           SELECT CONSIGNA ASSIGN TO './FILES/SANMIGUEL/CONSIGNA'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CSG.
      * CONCILIACION IMPRESA
           SELECT IMPRESOR ASSIGN TO '../FILES/CONTAB/CONCILIACION'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXTRACTO              PIC X(120).

       FD  PARTIDAS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PARTCONC.cpy'.

       FD  CONCILIA LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CONCILIA.cpy'.

       FD  LIBROMAYOR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/LIBROMAYOR.cpy'.

       FD  SALDOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SALDOS.cpy'.

       FD  PAGOBANCO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PAGOBANCO             PIC X(70).

       FD  PAGOCTL LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY '../COPYS/PAGOCTL.cpy'.

       FD  BANCOPAG LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-BANCOPAG              PIC X(50).

      * EL MISMO LAYOUT DE NO1CMONY
       FD  PENDLIQ LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PENDLIQ.
           02 RLIQ-NUMERO            PIC 9(06).
           02 RLIQ-FECHA             PIC X(11).
           02 RLIQ-OPERA             PIC X(01).
           02 RLIQ-DIVISA            PIC X(03).
           02 RLIQ-FORMA             PIC 9(01).
           02 RLIQ-CANTIDAD          PIC 9(07).
           02 RLIQ-VALOR             PIC 9(12)V99.
           02 RLIQ-DOC               PIC X(12).
           02 RLIQ-ESTADO            PIC X(01).

       FD  CONSIGNA LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONSIGNA              PIC X(50).

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-EXT             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CNC             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-MAY             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SAL             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PGB             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PCT             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-BAN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LIQ             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CSG             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA-EXTRACTO           PIC 9 VALUE ZEROS.
       01  SW-FDA-PARTIDAS           PIC 9 VALUE ZEROS.
       01  SW-FDA-CONCILIA           PIC 9 VALUE ZEROS.
       01  SW-FDA-LIBROMAYOR         PIC 9 VALUE ZEROS.
       01  SW-FDA-SALDOS             PIC 9 VALUE ZEROS.
       01  SW-FDA-PAGOBANCO          PIC 9 VALUE ZEROS.
       01  SW-FDA-PAGOCTL            PIC 9 VALUE ZEROS.
       01  SW-FDA-BANCOPAG           PIC 9 VALUE ZEROS.
       01  SW-FDA-PENDLIQ            PIC 9 VALUE ZEROS.
       01  SW-FDA-CONSIGNA           PIC 9 VALUE ZEROS.

      * CUENTA DE BANCOS DEL PLAN Y DIAS DE DIFERENCIA QUE SE ACEPTAN
      * ENTRE LA FECHA DEL BANCO Y LA DEL TALLER EN EL CRUCE POR FECHA
       01  WS-CTA-BANCOS             PIC 9(04) VALUE 1110.
       01  WS-DIAS-TOLERANCIA        PIC 9(02) VALUE 5.

       01  WS-FECHA-HOY              PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO                PIC X(06) VALUE SPACES.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANO             PIC 9(04).
           02 WS-PER-MES             PIC 9(02).
       01  WS-PERIODO-DESDE          PIC X(06) VALUE SPACES.
       01  WS-ANO-BASE               PIC 9(04) VALUE ZEROS.

      * ULTIMA CONCILIACION (HISTORIA)
       01  SW-HAY-HISTORIA           PIC 9 VALUE ZEROS.
       01  WS-ULT-PERIODO            PIC X(06) VALUE '000000'.
       01  WS-ULT-SALDO-BANCO        PIC S9(13)V99 VALUE ZEROS.
       01  WS-ULT-NETO-FUENTES       PIC S9(13)V99 VALUE ZEROS.

      * CAMPOS DE LA LINEA DEL EXTRACTO
       01  WS-EXT-TIPO               PIC X(02) VALUE SPACES.
       01  WS-EXT-CAMPO1             PIC X(10) VALUE SPACES.
       01  WS-EXT-CAMPO2             PIC X(18) VALUE SPACES.
       01  WS-EXT-CAMPO3             PIC X(18) VALUE SPACES.
       01  WS-EXT-REFERENCIA         PIC X(16) VALUE SPACES.
       01  WS-EXT-DESCRIPCION        PIC X(30) VALUE SPACES.
       01  SW-HAY-SALDO-INICIAL      PIC 9 VALUE ZEROS.
       01  SW-HAY-SALDO-FINAL        PIC 9 VALUE ZEROS.
       01  WS-SALDO-INICIAL          PIC S9(13)V99 VALUE ZEROS.
       01  WS-SALDO-BANCO            PIC S9(13)V99 VALUE ZEROS.
       01  WS-SALDO-LIBROS           PIC S9(13)V99 VALUE ZEROS.
      * SALDO DE LA CUENTA DE BANCOS EN EL MAYOR Y NETO DE LAS FUENTES
      * QUE NO SE ASIENTAN A ELLA (ENTRADAS MENOS SALIDAS): EL DEL MES
      * Y EL ACUMULADO HASTA ESTE MES
       01  WS-SALDO-MAYOR            PIC S9(13)V99 VALUE ZEROS.
       01  WS-NETO-FUENTES-MES       PIC S9(13)V99 VALUE ZEROS.
       01  WS-NETO-FUENTES           PIC S9(13)V99 VALUE ZEROS.

      * FECHA DD/MM/AAAA (O DDMMAA) PASADA A AAAAMMDD
       01  WS-FEC-AUX.
           02 WS-FEC-AUX-ANO         PIC X(04).
           02 WS-FEC-AUX-MES         PIC X(02).
           02 WS-FEC-AUX-DIA         PIC X(02).
       01  WS-FEC-AUX-R REDEFINES WS-FEC-AUX.
           02 WS-FEC-AUX-AAAAMM      PIC X(06).
           02 FILLER                 PIC X(02).
       01  WS-FEC-AUX-N REDEFINES WS-FEC-AUX PIC 9(08).
       01  SW-FECHA-VALIDA           PIC 9 VALUE ZEROS.

      * CAMPOS DE LAS LINEAS DE PAGOBANCO Y BANCOPAG
       01  WS-PGB-CUENTA             PIC X(16) VALUE SPACES.
       01  WS-PGB-NOMBRE             PIC X(30) VALUE SPACES.
       01  WS-PGB-NETO-TXT           PIC X(18) VALUE SPACES.
       01  WS-BAN-NUMERO-TXT         PIC X(08) VALUE SPACES.
       01  WS-BAN-FECHA              PIC X(10) VALUE SPACES.
       01  WS-BAN-VALOR-TXT          PIC X(18) VALUE SPACES.
       01  WS-BAN-NUMERO             PIC 9(06) VALUE ZEROS.
       01  WS-CSG-FECHA              PIC X(10) VALUE SPACES.
       01  WS-CSG-VALOR-TXT          PIC X(18) VALUE SPACES.
       01  WS-CSG-PAPELETA           PIC X(16) VALUE SPACES.

      * ULTIMO MOVIMIENTO DEL CONTROL DE PAGO DE NOMINA: PAGOBANCO SOLO
      * ES PLATA QUE SALIO DEL BANCO SI QUEDO LIBERADO EN EL MES
       01  WS-PCT-ESTADO             PIC X(01) VALUE SPACES.
       01  WS-PCT-FECHA              PIC 9(08) VALUE ZEROS.
       01  WS-PCT-FECHA-X            PIC X(08) VALUE SPACES.
       01  SW-NOMINA-DEL-MES         PIC 9 VALUE ZEROS.

      * PARTIDA QUE SE AGREGA A UNA DE LAS TABLAS (MISMO LAYOUT DE
      * REG-PARTIDA)
       01  WS-PARTIDA.
           02 WS-PAR-LADO            PIC X(01).
           02 WS-PAR-FUENTE          PIC X(08).
           02 WS-PAR-FECHA           PIC 9(08).
           02 WS-PAR-SENTIDO         PIC X(01).
           02 WS-PAR-VALOR           PIC 9(13)V99.
           02 WS-PAR-REFERENCIA      PIC X(16).
           02 WS-PAR-DESCRIPCION     PIC X(30).
           02 WS-PAR-PERIODO         PIC X(06).
       01  WS-REF-AUX                PIC X(16) VALUE SPACES.
       01  WS-CEROS                  PIC 9(02) VALUE ZEROS.

      * PARTIDAS DEL BANCO Y DE LOS LIBROS EN MEMORIA; PAREJA ES EL
      * SUBINDICE DE LA PARTIDA DEL OTRO LADO CON QUE CASO (CERO SI
      * SIGUE ABIERTA)
       01  WS-MAX-PARTIDAS           PIC 9(04) VALUE 500.
       01  WS-NUM-BAN                PIC 9(04) VALUE ZEROS.
       01  TABLA-BANCO.
           02 TAB-BAN                OCCURS 500 TIMES.
              03 TAB-BAN-DATOS.
                 04 TAB-BAN-LADO        PIC X(01).
                 04 TAB-BAN-FUENTE      PIC X(08).
                 04 TAB-BAN-FECHA       PIC 9(08).
                 04 TAB-BAN-SENTIDO     PIC X(01).
                 04 TAB-BAN-VALOR       PIC 9(13)V99.
                 04 TAB-BAN-REFERENCIA  PIC X(16).
                 04 TAB-BAN-DESCRIPCION PIC X(30).
                 04 TAB-BAN-PERIODO     PIC X(06).
              03 TAB-BAN-PAREJA      PIC 9(04).
       01  WS-NUM-LIB                PIC 9(04) VALUE ZEROS.
       01  TABLA-LIBROS.
           02 TAB-LIB                OCCURS 500 TIMES.
              03 TAB-LIB-DATOS.
                 04 TAB-LIB-LADO        PIC X(01).
                 04 TAB-LIB-FUENTE      PIC X(08).
                 04 TAB-LIB-FECHA       PIC 9(08).
                 04 TAB-LIB-SENTIDO     PIC X(01).
                 04 TAB-LIB-VALOR       PIC 9(13)V99.
                 04 TAB-LIB-REFERENCIA  PIC X(16).
                 04 TAB-LIB-DESCRIPCION PIC X(30).
                 04 TAB-LIB-PERIODO     PIC X(06).
              03 TAB-LIB-PAREJA      PIC 9(04).
       01  BX                        PIC 9(04) VALUE ZEROS.
       01  LX                        PIC 9(04) VALUE ZEROS.
       01  WS-DIAS                   PIC S9(07) VALUE ZEROS.

      * TOTALES DE CONTROL Y PARTIDAS CONCILIATORIAS
       01  WS-TOT-LINEAS             PIC 9(05) VALUE ZEROS.
       01  WS-TOT-MOVIMIENTOS        PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ILEGIBLES          PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ARRASTRE           PIC 9(05) VALUE ZEROS.
       01  WS-TOT-POR-REFERENCIA     PIC 9(05) VALUE ZEROS.
       01  WS-TOT-POR-FECHA          PIC 9(05) VALUE ZEROS.
       01  WS-TOT-CONCILIADAS        PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ABIERTAS           PIC 9(05) VALUE ZEROS.
       01  WS-LIB-ABI-ENTRA          PIC 9(13)V99 VALUE ZEROS.
       01  WS-LIB-ABI-SALE           PIC 9(13)V99 VALUE ZEROS.
       01  WS-BAN-ABI-ENTRA          PIC 9(13)V99 VALUE ZEROS.
       01  WS-BAN-ABI-SALE           PIC 9(13)V99 VALUE ZEROS.
       01  WS-BANCO-CONCILIADO       PIC S9(13)V99 VALUE ZEROS.
       01  WS-LIBROS-CONCILIADO      PIC S9(13)V99 VALUE ZEROS.
       01  WS-DIFERENCIA             PIC S9(13)V99 VALUE ZEROS.

      * IMPRESION
       01  WS-SENTIDO-IMP            PIC X(01) VALUE SPACES.
       01  WS-LIN-RESUMEN.
           02 WS-LRE-CONCEPTO        PIC X(50).
           02 WS-LRE-VALOR           PIC -$$$,$$$,$$$,$$$,$$9.99.
           02 FILLER                 PIC X(07).
       01  WS-LIN-DETALLE.
           02 FILLER                 PIC X(04).
           02 WS-LDE-FECHA           PIC X(10).
           02 FILLER                 PIC X(01).
           02 WS-LDE-FUENTE          PIC X(08).
           02 FILLER                 PIC X(01).
           02 WS-LDE-REFERENCIA      PIC X(16).
           02 FILLER                 PIC X(01).
           02 WS-LDE-DESCRIPCION     PIC X(20).
           02 WS-LDE-VALOR           PIC $$$,$$$,$$$,$$9.99.
           02 FILLER                 PIC X(01).
       01  WS-FEC-IMP                PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIO
           PERFORM 2000-LEER-EXTRACTO
           PERFORM 2100-CARGAR-ABIERTAS
           PERFORM 2200-LEER-MAYOR
           PERFORM 2300-LEER-PAGOBANCO
           PERFORM 2400-LEER-BANCOPAG
           PERFORM 2500-LEER-PENDLIQ
           PERFORM 2600-LEER-CONSIGNA
           PERFORM 2700-SALDO-LIBROS
           PERFORM 3000-CRUZAR
           PERFORM 4000-GRABAR-ABIERTAS
           PERFORM 5000-IMPRIMIR-CONCILIACION
           PERFORM 6000-GRABAR-HISTORIA
           DISPLAY 'PERIODO: '      WS-PERIODO
                   ' CONCILIADAS: ' WS-TOT-CONCILIADAS
                   ' ABIERTAS: '    WS-TOT-ABIERTAS
           GOBACK.

      *----------------------------------------------------------------*
      * HASTA QUE MES VA CONCILIADA LA CUENTA
      *----------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE 0 TO SW-FDA-CONCILIA
           OPEN INPUT CONCILIA
           IF WS-ESTADO-CNC = '00'
               PERFORM 1010-LEE-HISTORIA UNTIL SW-FDA-CONCILIA = 1
               CLOSE CONCILIA
           END-IF.

       1010-LEE-HISTORIA.
           READ CONCILIA AT END MOVE 1 TO SW-FDA-CONCILIA
                NOT AT END
                    MOVE 1                TO SW-HAY-HISTORIA
                    MOVE RCNC-PERIODO     TO WS-ULT-PERIODO
                    MOVE RCNC-SALDO-BANCO TO WS-ULT-SALDO-BANCO
                    MOVE RCNC-NETO-FUENTES TO WS-ULT-NETO-FUENTES
           END-READ.

      *----------------------------------------------------------------*
      * EXTRACTO: EL SALDO FINAL DICE EL MES QUE SE CONCILIA; LOS
      * MOVIMIENTOS VAN A LA TABLA DEL BANCO
      *----------------------------------------------------------------*
       2000-LEER-EXTRACTO.
           OPEN INPUT EXTRACTO
           IF WS-ESTADO-EXT NOT = '00'
               DISPLAY 'NO SE ENCONTRO EL EXTRACTO DEL BANCO'
               STOP RUN
           END-IF
           PERFORM 2010-LINEA-EXTRACTO UNTIL SW-FDA-EXTRACTO = 1
           CLOSE EXTRACTO
           EVALUATE TRUE
               WHEN SW-HAY-SALDO-FINAL = 0
                   DISPLAY 'EL EXTRACTO NO TRAE SALDO FINAL (SF)'
                   STOP RUN
               WHEN WS-PERIODO NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO EN EL SALDO FINAL: '
                           WS-PERIODO
                   STOP RUN
               WHEN WS-PER-MES = ZEROS OR WS-PER-MES > 12
                   DISPLAY 'PERIODO INVALIDO EN EL SALDO FINAL: '
                           WS-PERIODO
                   STOP RUN
               WHEN WS-PERIODO NOT > WS-ULT-PERIODO
                   DISPLAY 'LA CUENTA YA ESTA CONCILIADA HASTA '
                           WS-ULT-PERIODO
                   STOP RUN
           END-EVALUATE.

       2010-LINEA-EXTRACTO.
           READ EXTRACTO AT END MOVE 1 TO SW-FDA-EXTRACTO
                NOT AT END
                    ADD 1 TO WS-TOT-LINEAS
                    PERFORM 2020-PARSEAR-EXTRACTO
           END-READ.

       2020-PARSEAR-EXTRACTO.
           MOVE SPACES TO WS-EXT-TIPO WS-EXT-CAMPO1 WS-EXT-CAMPO2
                          WS-EXT-CAMPO3 WS-EXT-REFERENCIA
                          WS-EXT-DESCRIPCION
           UNSTRING REG-EXTRACTO DELIMITED BY ';'
               INTO WS-EXT-TIPO WS-EXT-CAMPO1 WS-EXT-CAMPO2
                    WS-EXT-CAMPO3 WS-EXT-REFERENCIA
                    WS-EXT-DESCRIPCION
           END-UNSTRING
           EVALUATE WS-EXT-TIPO
               WHEN 'SI'
                   MOVE 1 TO SW-HAY-SALDO-INICIAL
                   COMPUTE WS-SALDO-INICIAL =
                           FUNCTION NUMVAL(WS-EXT-CAMPO2)
               WHEN 'SF'
                   MOVE 1 TO SW-HAY-SALDO-FINAL
                   MOVE WS-EXT-CAMPO1(1:6) TO WS-PERIODO
                   COMPUTE WS-SALDO-BANCO =
                           FUNCTION NUMVAL(WS-EXT-CAMPO2)
               WHEN 'MV'
                   PERFORM 2030-MOVIMIENTO-EXTRACTO
               WHEN OTHER
                   PERFORM 2039-LINEA-ILEGIBLE
           END-EVALUATE.

       2030-MOVIMIENTO-EXTRACTO.
           MOVE WS-EXT-CAMPO1(7:4) TO WS-FEC-AUX-ANO
           MOVE WS-EXT-CAMPO1(4:2) TO WS-FEC-AUX-MES
           MOVE WS-EXT-CAMPO1(1:2) TO WS-FEC-AUX-DIA
           PERFORM 2080-VALIDAR-FECHA
           MOVE SPACES TO WS-PARTIDA
           IF SW-FECHA-VALIDA = 1
              AND (WS-EXT-CAMPO2 = 'C' OR WS-EXT-CAMPO2 = 'D')
               COMPUTE WS-PAR-VALOR = FUNCTION NUMVAL(WS-EXT-CAMPO3)
           ELSE
               MOVE ZEROS TO WS-PAR-VALOR
           END-IF
           IF WS-PAR-VALOR > ZEROS
               ADD 1 TO WS-TOT-MOVIMIENTOS
               MOVE 'B'                TO WS-PAR-LADO
               MOVE 'EXTRACTO'         TO WS-PAR-FUENTE
               MOVE WS-FEC-AUX-N       TO WS-PAR-FECHA
               IF WS-EXT-CAMPO2 = 'C'
                   MOVE 'E' TO WS-PAR-SENTIDO
               ELSE
                   MOVE 'S' TO WS-PAR-SENTIDO
               END-IF
               MOVE WS-EXT-REFERENCIA  TO WS-PAR-REFERENCIA
               MOVE WS-EXT-DESCRIPCION TO WS-PAR-DESCRIPCION
               PERFORM 2090-AGREGAR-BANCO
           ELSE
               PERFORM 2039-LINEA-ILEGIBLE
           END-IF.

       2039-LINEA-ILEGIBLE.
           ADD 1 TO WS-TOT-ILEGIBLES
           DISPLAY 'LINEA ILEGIBLE DEL EXTRACTO: ' REG-EXTRACTO(1:50).

       2080-VALIDAR-FECHA.
           MOVE 0 TO SW-FECHA-VALIDA
           IF WS-FEC-AUX IS NUMERIC
               IF WS-FEC-AUX-MES > '00' AND WS-FEC-AUX-MES < '13'
                  AND WS-FEC-AUX-DIA > '00' AND WS-FEC-AUX-DIA < '32'
                   MOVE 1 TO SW-FECHA-VALIDA
               END-IF
           END-IF.

      * LAS REFERENCIAS SE GUARDAN SIN CEROS NI BLANCOS A LA IZQUIERDA
      * PARA QUE EL PRESTAMO 000123 DEL TALLER CASE CON EL 123 DEL
      * BANCO
       2085-NORMALIZAR-REFERENCIA.
           MOVE ZEROS TO WS-CEROS
           INSPECT WS-PAR-REFERENCIA REPLACING LEADING SPACES BY ZEROS
           INSPECT WS-PAR-REFERENCIA TALLYING WS-CEROS
                   FOR LEADING ZEROS
           IF WS-CEROS NOT < 16
               MOVE SPACES TO WS-PAR-REFERENCIA
           ELSE
               IF WS-CEROS > ZEROS
                   MOVE WS-PAR-REFERENCIA(WS-CEROS + 1:) TO WS-REF-AUX
                   MOVE WS-REF-AUX TO WS-PAR-REFERENCIA
               END-IF
           END-IF.

       2090-AGREGAR-BANCO.
           IF WS-NUM-BAN NOT < WS-MAX-PARTIDAS
               DISPLAY 'MAS DE ' WS-MAX-PARTIDAS
                       ' PARTIDAS DEL BANCO; NO SE CONCILIA'
               STOP RUN
           END-IF
           PERFORM 2085-NORMALIZAR-REFERENCIA
           ADD 1 TO WS-NUM-BAN
           MOVE WS-PARTIDA TO TAB-BAN-DATOS(WS-NUM-BAN)
           MOVE ZEROS      TO TAB-BAN-PAREJA(WS-NUM-BAN).

       2091-AGREGAR-LIBROS.
           IF WS-NUM-LIB NOT < WS-MAX-PARTIDAS
               DISPLAY 'MAS DE ' WS-MAX-PARTIDAS
                       ' PARTIDAS DE LIBROS; NO SE CONCILIA'
               STOP RUN
           END-IF
           PERFORM 2085-NORMALIZAR-REFERENCIA
           ADD 1 TO WS-NUM-LIB
           MOVE WS-PARTIDA TO TAB-LIB-DATOS(WS-NUM-LIB)
           MOVE ZEROS      TO TAB-LIB-PAREJA(WS-NUM-LIB).

      * PARTIDA DEL MES DE UNA FUENTE QUE NO PASA POR EL MAYOR: ADEMAS
      * DE IR A LA TABLA, MUEVE EL SALDO SEGUN LIBROS
       2092-AGREGAR-FUENTE.
           IF WS-PAR-SENTIDO = 'E'
               ADD WS-PAR-VALOR TO WS-NETO-FUENTES-MES
           ELSE
               SUBTRACT WS-PAR-VALOR FROM WS-NETO-FUENTES-MES
           END-IF
           PERFORM 2091-AGREGAR-LIBROS.

      *----------------------------------------------------------------*
      * PARTIDAS QUE QUEDARON ABIERTAS EN LOS MESES ANTERIORES
      *----------------------------------------------------------------*
       2100-CARGAR-ABIERTAS.
           MOVE 0 TO SW-FDA-PARTIDAS
           OPEN INPUT PARTIDAS
           IF WS-ESTADO-PAR = '00'
               PERFORM 2110-LEE-ABIERTA UNTIL SW-FDA-PARTIDAS = 1
               CLOSE PARTIDAS
           END-IF.

       2110-LEE-ABIERTA.
           READ PARTIDAS AT END MOVE 1 TO SW-FDA-PARTIDAS
                NOT AT END
                    ADD 1 TO WS-TOT-ARRASTRE
                    MOVE REG-PARTIDA TO WS-PARTIDA
                    IF RPAR-LADO = 'B'
                        PERFORM 2090-AGREGAR-BANCO
                    ELSE
                        PERFORM 2091-AGREGAR-LIBROS
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CUENTA DE BANCOS DEL LIBRO MAYOR: EL SALDO A FIN DE MES
      * (APERTURA DEL ULTIMO CIERRE MAS LOS ASIENTOS DESDE ENTONCES) Y
      * LOS ASIENTOS DEL MES COMO PARTIDAS DE LIBROS
      *----------------------------------------------------------------*
       2200-LEER-MAYOR.
           MOVE ZEROS TO WS-SALDO-MAYOR WS-ANO-BASE
           MOVE 0 TO SW-FDA-SALDOS
           OPEN INPUT SALDOS
           IF WS-ESTADO-SAL = '00'
               PERFORM 2210-BUSCA-ANO-BASE UNTIL SW-FDA-SALDOS = 1
               CLOSE SALDOS
           END-IF
           IF WS-ANO-BASE > ZEROS
               MOVE 0 TO SW-FDA-SALDOS
               OPEN INPUT SALDOS
               IF WS-ESTADO-SAL = '00'
                   PERFORM 2220-LEE-APERTURA UNTIL SW-FDA-SALDOS = 1
                   CLOSE SALDOS
               END-IF
               MOVE WS-ANO-BASE TO WS-PERIODO-DESDE(1:4)
               MOVE '01'        TO WS-PERIODO-DESDE(5:2)
           ELSE
               MOVE '000000'    TO WS-PERIODO-DESDE
           END-IF
           MOVE 0 TO SW-FDA-LIBROMAYOR
           OPEN INPUT LIBROMAYOR
           IF WS-ESTADO-MAY = '00'
               PERFORM 2230-LEE-ASIENTO UNTIL SW-FDA-LIBROMAYOR = 1
               CLOSE LIBROMAYOR
           END-IF.

       2210-BUSCA-ANO-BASE.
           READ SALDOS AT END MOVE 1 TO SW-FDA-SALDOS
                NOT AT END
                    IF RSAL-ANO NOT > WS-PER-ANO
                       AND RSAL-ANO > WS-ANO-BASE
                        MOVE RSAL-ANO TO WS-ANO-BASE
                    END-IF
           END-READ.

       2220-LEE-APERTURA.
           READ SALDOS AT END MOVE 1 TO SW-FDA-SALDOS
                NOT AT END
                    IF RSAL-ANO = WS-ANO-BASE
                       AND RSAL-CUENTA = WS-CTA-BANCOS
                        ADD RSAL-SALDO TO WS-SALDO-MAYOR
                    END-IF
           END-READ.

       2230-LEE-ASIENTO.
           READ LIBROMAYOR AT END MOVE 1 TO SW-FDA-LIBROMAYOR
                NOT AT END
                    IF RMAY-CUENTA = WS-CTA-BANCOS
                       AND RMAY-PERIODO NOT > WS-PERIODO
                       AND RMAY-PERIODO NOT < WS-PERIODO-DESDE
                        PERFORM 2240-ASIENTO-BANCOS
                    END-IF
           END-READ.

       2240-ASIENTO-BANCOS.
           IF RMAY-NATURALEZA = 'D'
               ADD RMAY-VALOR TO WS-SALDO-MAYOR
           ELSE
               SUBTRACT RMAY-VALOR FROM WS-SALDO-MAYOR
           END-IF
           IF RMAY-PERIODO = WS-PERIODO
               MOVE SPACES       TO WS-PARTIDA
               MOVE 'L'          TO WS-PAR-LADO
               MOVE 'MAYOR'      TO WS-PAR-FUENTE
               MOVE RMAY-FECHA   TO WS-PAR-FECHA
               IF RMAY-NATURALEZA = 'D'
                   MOVE 'E' TO WS-PAR-SENTIDO
               ELSE
                   MOVE 'S' TO WS-PAR-SENTIDO
               END-IF
               MOVE RMAY-VALOR   TO WS-PAR-VALOR
               STRING 'ASIENTO ' RMAY-ORIGEN
                      DELIMITED BY SIZE INTO WS-PAR-DESCRIPCION
               PERFORM 2091-AGREGAR-LIBROS
           END-IF.

      *----------------------------------------------------------------*
      * PAGO DE NOMINA: CADA TRANSFERENCIA DE PAGOBANCO ES UNA SALIDA
      * CON LA CUENTA DEL EMPLEADO COMO REFERENCIA, FECHADA EL DIA EN
      * QUE PAGOCTL LIBERO EL ARCHIVO. SI EL ULTIMO MOVIMIENTO DEL
      * CONTROL NO ES UNA LIBERACION DENTRO DEL MES, PAGOBANCO NO ES
      * DE ESTE MES (O TODAVIA NO SALIO) Y NO SE TOMA
      *----------------------------------------------------------------*
       2300-LEER-PAGOBANCO.
           MOVE SPACES TO WS-PCT-ESTADO
           MOVE ZEROS  TO WS-PCT-FECHA
           MOVE 0 TO SW-FDA-PAGOCTL SW-NOMINA-DEL-MES
           OPEN INPUT PAGOCTL
           IF WS-ESTADO-PCT = '00'
               PERFORM 2310-LEE-CONTROL UNTIL SW-FDA-PAGOCTL = 1
               CLOSE PAGOCTL
           END-IF
           MOVE WS-PCT-FECHA TO WS-PCT-FECHA-X
           IF WS-PCT-ESTADO = 'L' AND WS-PCT-FECHA-X(1:6) = WS-PERIODO
               MOVE 1 TO SW-NOMINA-DEL-MES
               MOVE 0 TO SW-FDA-PAGOBANCO
               OPEN INPUT PAGOBANCO
               IF WS-ESTADO-PGB = '00'
                   PERFORM 2320-LEE-PAGO UNTIL SW-FDA-PAGOBANCO = 1
                   CLOSE PAGOBANCO
               END-IF
           END-IF.

       2310-LEE-CONTROL.
           READ PAGOCTL AT END MOVE 1 TO SW-FDA-PAGOCTL
                NOT AT END
                    MOVE RPCT-ESTADO       TO WS-PCT-ESTADO
                    MOVE RPCT-FECHA-ESTADO TO WS-PCT-FECHA
           END-READ.

       2320-LEE-PAGO.
           READ PAGOBANCO AT END MOVE 1 TO SW-FDA-PAGOBANCO
                NOT AT END
                    MOVE SPACES TO WS-PGB-CUENTA WS-PGB-NOMBRE
                                   WS-PGB-NETO-TXT
                    UNSTRING REG-PAGOBANCO DELIMITED BY ';'
                        INTO WS-PGB-CUENTA WS-PGB-NOMBRE
                             WS-PGB-NETO-TXT
                    END-UNSTRING
                    MOVE SPACES TO WS-PARTIDA
                    COMPUTE WS-PAR-VALOR =
                            FUNCTION NUMVAL(WS-PGB-NETO-TXT)
                    IF WS-PAR-VALOR > ZEROS
                        MOVE 'L'           TO WS-PAR-LADO
                        MOVE 'NOMINA'      TO WS-PAR-FUENTE
                        MOVE WS-PCT-FECHA  TO WS-PAR-FECHA
                        MOVE 'S'           TO WS-PAR-SENTIDO
                        MOVE WS-PGB-CUENTA TO WS-PAR-REFERENCIA
                        MOVE WS-PGB-NOMBRE TO WS-PAR-DESCRIPCION
                        PERFORM 2092-AGREGAR-FUENTE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CUOTAS RECAUDADAS: CADA LINEA DEL MES ES UNA ENTRADA CON EL
      * NUMERO DE PRESTAMO COMO REFERENCIA (AUN LAS QUE NO4CBANC
      * RECHAZO: LA PLATA IGUAL LLEGO AL BANCO)
      *----------------------------------------------------------------*
       2400-LEER-BANCOPAG.
           MOVE 0 TO SW-FDA-BANCOPAG
           OPEN INPUT BANCOPAG
           IF WS-ESTADO-BAN = '00'
               PERFORM 2410-LEE-CUOTA UNTIL SW-FDA-BANCOPAG = 1
               CLOSE BANCOPAG
           END-IF.

       2410-LEE-CUOTA.
           READ BANCOPAG AT END MOVE 1 TO SW-FDA-BANCOPAG
                NOT AT END
                    MOVE SPACES TO WS-BAN-NUMERO-TXT WS-BAN-FECHA
                                   WS-BAN-VALOR-TXT
                    UNSTRING REG-BANCOPAG DELIMITED BY ';'
                        INTO WS-BAN-NUMERO-TXT WS-BAN-FECHA
                             WS-BAN-VALOR-TXT
                    END-UNSTRING
                    MOVE WS-BAN-FECHA(7:4) TO WS-FEC-AUX-ANO
                    MOVE WS-BAN-FECHA(4:2) TO WS-FEC-AUX-MES
                    MOVE WS-BAN-FECHA(1:2) TO WS-FEC-AUX-DIA
                    PERFORM 2080-VALIDAR-FECHA
                    IF SW-FECHA-VALIDA = 1
                       AND WS-FEC-AUX-AAAAMM = WS-PERIODO
                       AND WS-BAN-NUMERO-TXT > SPACES
                        PERFORM 2420-CUOTA-DEL-MES
                    END-IF
           END-READ.

       2420-CUOTA-DEL-MES.
           MOVE SPACES TO WS-PARTIDA
           COMPUTE WS-BAN-NUMERO = FUNCTION NUMVAL(WS-BAN-NUMERO-TXT)
           COMPUTE WS-PAR-VALOR  = FUNCTION NUMVAL(WS-BAN-VALOR-TXT)
           IF WS-PAR-VALOR > ZEROS
               MOVE 'L'           TO WS-PAR-LADO
               MOVE 'CREDITO'     TO WS-PAR-FUENTE
               MOVE WS-FEC-AUX-N  TO WS-PAR-FECHA
               MOVE 'E'           TO WS-PAR-SENTIDO
               MOVE WS-BAN-NUMERO TO WS-PAR-REFERENCIA
               STRING 'CUOTA PRESTAMO ' WS-BAN-NUMERO
                      DELIMITED BY SIZE INTO WS-PAR-DESCRIPCION
               PERFORM 2092-AGREGAR-FUENTE
           END-IF.

      *----------------------------------------------------------------*
      * LIQUIDACIONES NO EFECTIVO DEL MES (LAS RECHAZADAS NO MOVIERON
      * EL BANCO): LA COMPRA DE DIVISAS SE LE PAGA AL CLIENTE (SALE) Y
      * LA VENTA LA PAGA EL CLIENTE (ENTRA)
      *----------------------------------------------------------------*
       2500-LEER-PENDLIQ.
           MOVE 0 TO SW-FDA-PENDLIQ
           OPEN INPUT PENDLIQ
           IF WS-ESTADO-LIQ = '00'
               PERFORM 2510-LEE-LIQUIDACION UNTIL SW-FDA-PENDLIQ = 1
               CLOSE PENDLIQ
           END-IF.

       2510-LEE-LIQUIDACION.
           READ PENDLIQ AT END MOVE 1 TO SW-FDA-PENDLIQ
                NOT AT END
      * LA FECHA DE LA LIQUIDACION VIENE DDMMAA
                    MOVE '20'            TO WS-FEC-AUX-ANO(1:2)
                    MOVE RLIQ-FECHA(5:2) TO WS-FEC-AUX-ANO(3:2)
                    MOVE RLIQ-FECHA(3:2) TO WS-FEC-AUX-MES
                    MOVE RLIQ-FECHA(1:2) TO WS-FEC-AUX-DIA
                    PERFORM 2080-VALIDAR-FECHA
                    IF SW-FECHA-VALIDA = 1
                       AND WS-FEC-AUX-AAAAMM = WS-PERIODO
                       AND RLIQ-ESTADO NOT = 'R'
                       AND RLIQ-VALOR > ZEROS
                        PERFORM 2520-LIQUIDACION-DEL-MES
                    END-IF
           END-READ.

       2520-LIQUIDACION-DEL-MES.
           MOVE SPACES       TO WS-PARTIDA
           MOVE 'L'          TO WS-PAR-LADO
           MOVE 'MONEY'      TO WS-PAR-FUENTE
           MOVE WS-FEC-AUX-N TO WS-PAR-FECHA
           IF RLIQ-OPERA = 'C' OR RLIQ-OPERA = 'c'
               MOVE 'S' TO WS-PAR-SENTIDO
           ELSE
               MOVE 'E' TO WS-PAR-SENTIDO
           END-IF
           MOVE RLIQ-VALOR   TO WS-PAR-VALOR
           MOVE RLIQ-NUMERO  TO WS-PAR-REFERENCIA
           STRING 'LIQUIDACION ' RLIQ-DIVISA ' ' RLIQ-DOC
                  DELIMITED BY SIZE INTO WS-PAR-DESCRIPCION
           PERFORM 2092-AGREGAR-FUENTE.

      *----------------------------------------------------------------*
      * CONSIGNACIONES DE LA PARROQUIA: EL EFECTIVO DEL CIERRE QUEDA EN
      * CAJA (1105) Y LO QUE SE LLEVA AL BANCO ENTRA A LA CUENTA, CON
      * EL NUMERO DE LA PAPELETA COMO REFERENCIA
      *----------------------------------------------------------------*
       2600-LEER-CONSIGNA.
           MOVE 0 TO SW-FDA-CONSIGNA
           OPEN INPUT CONSIGNA
           IF WS-ESTADO-CSG = '00'
               PERFORM 2610-LEE-CONSIGNACION UNTIL SW-FDA-CONSIGNA = 1
               CLOSE CONSIGNA
           END-IF.

       2610-LEE-CONSIGNACION.
           READ CONSIGNA AT END MOVE 1 TO SW-FDA-CONSIGNA
                NOT AT END
                    MOVE SPACES TO WS-CSG-FECHA WS-CSG-VALOR-TXT
                                   WS-CSG-PAPELETA
                    UNSTRING REG-CONSIGNA DELIMITED BY ';'
                        INTO WS-CSG-FECHA WS-CSG-VALOR-TXT
                             WS-CSG-PAPELETA
                    END-UNSTRING
                    MOVE WS-CSG-FECHA(7:4) TO WS-FEC-AUX-ANO
                    MOVE WS-CSG-FECHA(4:2) TO WS-FEC-AUX-MES
                    MOVE WS-CSG-FECHA(1:2) TO WS-FEC-AUX-DIA
                    PERFORM 2080-VALIDAR-FECHA
                    IF SW-FECHA-VALIDA = 1
                       AND WS-FEC-AUX-AAAAMM = WS-PERIODO
                        PERFORM 2620-CONSIGNACION-DEL-MES
                    END-IF
           END-READ.

       2620-CONSIGNACION-DEL-MES.
           MOVE SPACES TO WS-PARTIDA
           COMPUTE WS-PAR-VALOR = FUNCTION NUMVAL(WS-CSG-VALOR-TXT)
           IF WS-PAR-VALOR > ZEROS
               MOVE 'L'             TO WS-PAR-LADO
               MOVE 'SANMIGUE'      TO WS-PAR-FUENTE
               MOVE WS-FEC-AUX-N    TO WS-PAR-FECHA
               MOVE 'E'             TO WS-PAR-SENTIDO
               MOVE WS-CSG-PAPELETA TO WS-PAR-REFERENCIA
               MOVE 'CONSIGNACION PARROQUIA' TO WS-PAR-DESCRIPCION
               PERFORM 2092-AGREGAR-FUENTE
           END-IF.

      *----------------------------------------------------------------*
      * SALDO SEGUN LIBROS: LA CUENTA DE BANCOS DEL MAYOR MAS EL NETO
      * DE LAS FUENTES QUE NO SE LE ASIENTAN, ACUMULADO DESDE LA
      * PRIMERA CONCILIACION
      *----------------------------------------------------------------*
       2700-SALDO-LIBROS.
           COMPUTE WS-NETO-FUENTES =
                   WS-ULT-NETO-FUENTES + WS-NETO-FUENTES-MES
           COMPUTE WS-SALDO-LIBROS =
                   WS-SALDO-MAYOR + WS-NETO-FUENTES.

      *----------------------------------------------------------------*
      * CRUCE: PRIMERO VALOR, SENTIDO Y REFERENCIA; LO QUE QUEDE, POR
      * VALOR, SENTIDO Y FECHA A NO MAS DE WS-DIAS-TOLERANCIA DIAS.
      * UNA PARTIDA QUE VIENE ABIERTA DE UN MES ANTERIOR CASA TAMBIEN
      * CON UNA DEL OTRO LADO DE FECHA POSTERIOR (LA CONSIGNACION EN
      * TRANSITO QUE EL BANCO ABONA DIAS DESPUES). CADA PARTIDA CASA
      * CON UNA SOLA DEL OTRO LADO
      *----------------------------------------------------------------*
       3000-CRUZAR.
           PERFORM 3010-CRUZA-REFERENCIA
               VARYING BX FROM 1 BY 1 UNTIL BX > WS-NUM-BAN
           PERFORM 3020-CRUZA-FECHA
               VARYING BX FROM 1 BY 1 UNTIL BX > WS-NUM-BAN.

       3010-CRUZA-REFERENCIA.
           IF TAB-BAN-PAREJA(BX) = ZEROS
              AND TAB-BAN-REFERENCIA(BX) > SPACES
               PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-NUM-LIB
                          OR TAB-BAN-PAREJA(BX) > ZEROS
                   IF TAB-LIB-PAREJA(LX) = ZEROS
                      AND TAB-LIB-SENTIDO(LX) = TAB-BAN-SENTIDO(BX)
                      AND TAB-LIB-VALOR(LX) = TAB-BAN-VALOR(BX)
                      AND TAB-LIB-REFERENCIA(LX) =
                          TAB-BAN-REFERENCIA(BX)
                       MOVE LX TO TAB-BAN-PAREJA(BX)
                       MOVE BX TO TAB-LIB-PAREJA(LX)
                       ADD 1 TO WS-TOT-POR-REFERENCIA
                   END-IF
               END-PERFORM
           END-IF.

       3020-CRUZA-FECHA.
           IF TAB-BAN-PAREJA(BX) = ZEROS
               PERFORM VARYING LX FROM 1 BY 1
                       UNTIL LX > WS-NUM-LIB
                          OR TAB-BAN-PAREJA(BX) > ZEROS
                   IF TAB-LIB-PAREJA(LX) = ZEROS
                      AND TAB-LIB-SENTIDO(LX) = TAB-BAN-SENTIDO(BX)
                      AND TAB-LIB-VALOR(LX) = TAB-BAN-VALOR(BX)
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(TAB-BAN-FECHA(BX))
                         - FUNCTION INTEGER-OF-DATE(TAB-LIB-FECHA(LX))
                       IF (WS-DIAS NOT > WS-DIAS-TOLERANCIA
                          AND WS-DIAS NOT < ZEROS - WS-DIAS-TOLERANCIA)
                          OR (WS-DIAS > ZEROS
                          AND TAB-LIB-PERIODO(LX) > SPACES)
                          OR (WS-DIAS < ZEROS
                          AND TAB-BAN-PERIODO(BX) > SPACES)
                           MOVE LX TO TAB-BAN-PAREJA(BX)
                           MOVE BX TO TAB-LIB-PAREJA(LX)
                           ADD 1 TO WS-TOT-POR-FECHA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * LO QUE NO CASO PASA AL MES SIGUIENTE; LO NUEVO QUEDA MARCADO
      * CON EL MES EN QUE APARECIO
      *----------------------------------------------------------------*
       4000-GRABAR-ABIERTAS.
           COMPUTE WS-TOT-CONCILIADAS =
                   WS-TOT-POR-REFERENCIA + WS-TOT-POR-FECHA
           OPEN OUTPUT PARTIDAS
           IF WS-ESTADO-PAR NOT = '00'
               DISPLAY 'ERROR GRABANDO LAS PARTIDAS ABIERTAS: '
                       WS-ESTADO-PAR
               STOP RUN
           END-IF
           PERFORM 4010-ABIERTA-BANCO
               VARYING BX FROM 1 BY 1 UNTIL BX > WS-NUM-BAN
           PERFORM 4020-ABIERTA-LIBROS
               VARYING LX FROM 1 BY 1 UNTIL LX > WS-NUM-LIB
           CLOSE PARTIDAS.

       4010-ABIERTA-BANCO.
           IF TAB-BAN-PAREJA(BX) = ZEROS
               IF TAB-BAN-PERIODO(BX) = SPACES
                   MOVE WS-PERIODO TO TAB-BAN-PERIODO(BX)
               END-IF
               MOVE TAB-BAN-DATOS(BX) TO REG-PARTIDA
               WRITE REG-PARTIDA
               ADD 1 TO WS-TOT-ABIERTAS
               IF TAB-BAN-SENTIDO(BX) = 'E'
                   ADD TAB-BAN-VALOR(BX) TO WS-BAN-ABI-ENTRA
               ELSE
                   ADD TAB-BAN-VALOR(BX) TO WS-BAN-ABI-SALE
               END-IF
           END-IF.

       4020-ABIERTA-LIBROS.
           IF TAB-LIB-PAREJA(LX) = ZEROS
               IF TAB-LIB-PERIODO(LX) = SPACES
                   MOVE WS-PERIODO TO TAB-LIB-PERIODO(LX)
               END-IF
               MOVE TAB-LIB-DATOS(LX) TO REG-PARTIDA
               WRITE REG-PARTIDA
               ADD 1 TO WS-TOT-ABIERTAS
               IF TAB-LIB-SENTIDO(LX) = 'E'
                   ADD TAB-LIB-VALOR(LX) TO WS-LIB-ABI-ENTRA
               ELSE
                   ADD TAB-LIB-VALOR(LX) TO WS-LIB-ABI-SALE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONCILIACION EN LA FORMA DE SIEMPRE:
      *   SALDO SEGUN EXTRACTO + CONSIGNACIONES EN TRANSITO - PAGOS EN
      *   TRANSITO (LO DEL TALLER QUE EL BANCO NO TRAE)
      *   SALDO SEGUN LIBROS + ABONOS DEL BANCO SIN REGISTRAR - CARGOS
      *   DEL BANCO SIN REGISTRAR (LO DEL BANCO QUE EL TALLER NO TRAE)
      * Y LOS DOS SALDOS CONCILIADOS DEBEN SER IGUALES
      *----------------------------------------------------------------*
       5000-IMPRIMIR-CONCILIACION.
           COMPUTE WS-BANCO-CONCILIADO = WS-SALDO-BANCO
                   + WS-LIB-ABI-ENTRA - WS-LIB-ABI-SALE
           COMPUTE WS-LIBROS-CONCILIADO = WS-SALDO-LIBROS
                   + WS-BAN-ABI-ENTRA - WS-BAN-ABI-SALE
           COMPUTE WS-DIFERENCIA =
                   WS-BANCO-CONCILIADO - WS-LIBROS-CONCILIADO
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LA CONCILIACION'
               STOP RUN
           END-IF
           MOVE SPACES TO REG-IMPRESOR
           STRING 'CONCILIACION BANCARIA - CUENTA ' WS-CTA-BANCOS
                  ' - PERIODO ' WS-PERIODO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER PAGE
           IF SW-HAY-HISTORIA = 1 AND SW-HAY-SALDO-INICIAL = 1
              AND WS-SALDO-INICIAL NOT = WS-ULT-SALDO-BANCO
               MOVE '*** EL SALDO INICIAL DEL EXTRACTO NO ES EL FINAL'
                 & ' DEL MES ANTERIOR ***' TO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 1
           END-IF
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE 'SALDO SEGUN EXTRACTO' TO WS-LRE-CONCEPTO
           MOVE WS-SALDO-BANCO TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 2
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE '(+) CONSIGNACIONES EN TRANSITO' TO WS-LRE-CONCEPTO
           MOVE WS-LIB-ABI-ENTRA TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE 'E' TO WS-SENTIDO-IMP
           PERFORM 5020-DETALLE-LIBROS
               VARYING LX FROM 1 BY 1 UNTIL LX > WS-NUM-LIB
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE '(-) PAGOS EN TRANSITO' TO WS-LRE-CONCEPTO
           MOVE WS-LIB-ABI-SALE TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE 'S' TO WS-SENTIDO-IMP
           PERFORM 5020-DETALLE-LIBROS
               VARYING LX FROM 1 BY 1 UNTIL LX > WS-NUM-LIB
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE 'SALDO DEL BANCO CONCILIADO' TO WS-LRE-CONCEPTO
           MOVE WS-BANCO-CONCILIADO TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE 'SALDO DE LA CUENTA DE BANCOS EN EL MAYOR'
             TO WS-LRE-CONCEPTO
           MOVE WS-SALDO-MAYOR TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 2
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE '(+/-) NETO DE NOMINA, CUOTAS, DIVISAS Y PARROQUIA'
             TO WS-LRE-CONCEPTO
           MOVE WS-NETO-FUENTES TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE 'SALDO SEGUN LIBROS' TO WS-LRE-CONCEPTO
           MOVE WS-SALDO-LIBROS TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE '(+) ABONOS DEL BANCO SIN REGISTRAR' TO WS-LRE-CONCEPTO
           MOVE WS-BAN-ABI-ENTRA TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE 'E' TO WS-SENTIDO-IMP
           PERFORM 5010-DETALLE-BANCO
               VARYING BX FROM 1 BY 1 UNTIL BX > WS-NUM-BAN
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE '(-) CARGOS DEL BANCO SIN REGISTRAR' TO WS-LRE-CONCEPTO
           MOVE WS-BAN-ABI-SALE TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE 'S' TO WS-SENTIDO-IMP
           PERFORM 5010-DETALLE-BANCO
               VARYING BX FROM 1 BY 1 UNTIL BX > WS-NUM-BAN
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE 'SALDO EN LIBROS CONCILIADO' TO WS-LRE-CONCEPTO
           MOVE WS-LIBROS-CONCILIADO TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 1
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE 'DIFERENCIA' TO WS-LRE-CONCEPTO
           MOVE WS-DIFERENCIA TO WS-LRE-VALOR
           WRITE REG-IMPRESOR FROM WS-LIN-RESUMEN AFTER 2
           IF WS-DIFERENCIA = ZEROS
               MOVE 'LA CONCILIACION CUADRA' TO REG-IMPRESOR
           ELSE
               MOVE '*** LA CONCILIACION NO CUADRA, REVISAR ***'
                 TO REG-IMPRESOR
           END-IF
           WRITE REG-IMPRESOR AFTER 1
           PERFORM 5030-CONTROL-CORRIDA
           CLOSE IMPRESOR.

       5010-DETALLE-BANCO.
           IF TAB-BAN-PAREJA(BX) = ZEROS
              AND TAB-BAN-SENTIDO(BX) = WS-SENTIDO-IMP
               MOVE SPACES TO WS-LIN-DETALLE
               MOVE TAB-BAN-FECHA(BX)       TO WS-FEC-IMP
               MOVE TAB-BAN-FUENTE(BX)      TO WS-LDE-FUENTE
               MOVE TAB-BAN-REFERENCIA(BX)  TO WS-LDE-REFERENCIA
               MOVE TAB-BAN-DESCRIPCION(BX) TO WS-LDE-DESCRIPCION
               MOVE TAB-BAN-VALOR(BX)       TO WS-LDE-VALOR
               PERFORM 5040-FECHA-DETALLE
               WRITE REG-IMPRESOR FROM WS-LIN-DETALLE AFTER 1
           END-IF.

       5020-DETALLE-LIBROS.
           IF TAB-LIB-PAREJA(LX) = ZEROS
              AND TAB-LIB-SENTIDO(LX) = WS-SENTIDO-IMP
               MOVE SPACES TO WS-LIN-DETALLE
               MOVE TAB-LIB-FECHA(LX)       TO WS-FEC-IMP
               MOVE TAB-LIB-FUENTE(LX)      TO WS-LDE-FUENTE
               MOVE TAB-LIB-REFERENCIA(LX)  TO WS-LDE-REFERENCIA
               MOVE TAB-LIB-DESCRIPCION(LX) TO WS-LDE-DESCRIPCION
               MOVE TAB-LIB-VALOR(LX)       TO WS-LDE-VALOR
               PERFORM 5040-FECHA-DETALLE
               WRITE REG-IMPRESOR FROM WS-LIN-DETALLE AFTER 1
           END-IF.

       5030-CONTROL-CORRIDA.
           MOVE SPACES TO REG-IMPRESOR
           STRING 'MOVIMIENTOS DEL EXTRACTO: ' WS-TOT-MOVIMIENTOS
                  '  LINEAS ILEGIBLES: ' WS-TOT-ILEGIBLES
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 3
           MOVE SPACES TO REG-IMPRESOR
           STRING 'PARTIDAS QUE VENIAN ABIERTAS: ' WS-TOT-ARRASTRE
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING 'CONCILIADAS POR REFERENCIA: ' WS-TOT-POR-REFERENCIA
                  '  POR VALOR Y FECHA: ' WS-TOT-POR-FECHA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING 'PARTIDAS QUE PASAN AL MES SIGUIENTE: '
                  WS-TOT-ABIERTAS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           IF SW-NOMINA-DEL-MES = 0
               MOVE 'NO HUBO PAGO DE NOMINA LIBERADO EN EL MES'
                 TO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 1
           END-IF.

       5040-FECHA-DETALLE.
           STRING WS-FEC-IMP(7:2) '/' WS-FEC-IMP(5:2) '/'
                  WS-FEC-IMP(1:4)
                  DELIMITED BY SIZE INTO WS-LDE-FECHA.

      *----------------------------------------------------------------*
      * EL MES QUEDA CONCILIADO
      *----------------------------------------------------------------*
       6000-GRABAR-HISTORIA.
           MOVE WS-PERIODO           TO RCNC-PERIODO
           MOVE WS-FECHA-HOY         TO RCNC-FECHA
           MOVE WS-SALDO-BANCO       TO RCNC-SALDO-BANCO
           MOVE WS-SALDO-LIBROS      TO RCNC-SALDO-LIBROS
           MOVE WS-TOT-CONCILIADAS   TO RCNC-CONCILIADAS
           MOVE WS-TOT-ABIERTAS      TO RCNC-ABIERTAS
           MOVE WS-DIFERENCIA        TO RCNC-DIFERENCIA
           MOVE WS-NETO-FUENTES      TO RCNC-NETO-FUENTES
           OPEN EXTEND CONCILIA
      * SI LA HISTORIA NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-CNC = '35'
               OPEN OUTPUT CONCILIA
           END-IF
           IF WS-ESTADO-CNC = '00' OR WS-ESTADO-CNC = '05'
               WRITE REG-CONCILIA
               CLOSE CONCILIA
           ELSE
               DISPLAY 'ERROR GRABANDO LA HISTORIA: ' WS-ESTADO-CNC
           END-IF.

       END PROGRAM NO9CCONC.
