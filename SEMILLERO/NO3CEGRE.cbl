      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: EGRESOS DE LA PARROQUIA (SERVICIOS PUBLICOS, FLORES,
      * ORGANISTA, MANTENIMIENTO...), QUE ANTES SOLO SE ANOTABAN EN EL
      * LIBRO DE CAJA: CATALOGO DE CATEGORIAS, REGISTRO DEL GASTO CON
      * PROVEEDOR, DOCUMENTO SOPORTE Y FORMA DE PAGO (NUNCA EN UN
      * PERIODO YA CERRADO), CONSULTA POR PERIODO, PRESUPUESTO ANUAL
      * POR CATEGORIA Y LA PAGINA MENSUAL DE PRESUPUESTO CONTRA
      * EJECUCION PARA EL CONSEJO PARROQUIAL. EL CIERRE DE MES DE
      * NO1CSANM RESTA LOS EGRESOS DEL PERIODO DEL INGRESO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO3CEGRE.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CATALOGO DE CATEGORIAS DE EGRESOS
           SELECT CATEGEGR ASSIGN TO './FILES/SANMIGUEL/CATEGEGR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * EGRESOS DE LA PARROQUIA, COMPARTIDO CON NO1CSANM
           SELECT EGRESOS ASSIGN TO './FILES/SANMIGUEL/EGRESOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * PRESUPUESTO ANUAL DE EGRESOS POR CATEGORIA
           SELECT PRESUEGR ASSIGN TO './FILES/SANMIGUEL/PRESUEGR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CONTROL DE PERIODOS CERRADOS DEL CIERRE DE MES DE NO1CSANM:
      * NO SE REGISTRAN EGRESOS EN UN PERIODO YA CERRADO
           SELECT PERIODOS ASSIGN TO './FILES/SANMIGUEL/PERIODOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * PAGINA DE PRESUPUESTO CONTRA EJECUCION DEL CONSEJO
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/PRESUEJEC'
           FILE STATUS IS VAR-ESTADO.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CATEGEGR LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CATEGEGR.cpy'.

       FD  EGRESOS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/EGRESO.cpy'.

       FD  PRESUEGR LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESUEGR.cpy'.

       FD  PERIODOS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERIODO.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPC                  PIC 9(01) VALUE ZEROS.
       01  WS-ENTER                PIC A(01) VALUE SPACES.
       01  VAR-ESTADO              PIC X(02) VALUE SPACES.
       01  WS-SEGURO               PIC A(01) VALUE SPACES.
           88 SI-SEGURO            VALUE 's' 'S'.
           88 NO-SEGURO            VALUE 'n' 'N'.

      * PROCESO
       01  WS-FEC-SIS              PIC 9(06) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.
       01  LI                      PIC 9(02) VALUE ZEROS.
       01  WS-ENCONTRAR            PIC A(01) VALUE SPACES.
           88 SW-SI-ENCONTRO       VALUE 'S' 's'.
           88 SW-NO-ENCONTRO       VALUE 'N' 'n'.

      * FECHA DEL PAGO (DDMMAA), QUE NO PUEDE SER FUTURA
       01  WS-FEC.
           02 WS-FEC-DIA           PIC 99 VALUE ZEROS.
           02 WS-FEC-MES           PIC 99 VALUE ZEROS.
           02 WS-FEC-ANO           PIC 99 VALUE ZEROS.
       01  SW-FECHA                PIC 9 VALUE ZEROS.
           88 SW-FEC-OK            VALUE 1.
           88 SW-FEC-NOK           VALUE 0.
       01  WS-HOY-COMPARABLE       PIC 9(06) VALUE ZEROS.
       01  WS-EGR-COMPARABLE       PIC 9(06) VALUE ZEROS.

      * CATEGORIAS: CAPTURA Y TABLA EN MEMORIA PARA LOS REPORTES
       01  SW-FDA-CATEGEGR         PIC 9 VALUE ZEROS.
       01  WS-CAT                  PIC 9(02) VALUE ZEROS.
       01  WS-CAT-NOMBRE           PIC X(20) VALUE SPACES.
       01  WS-NUM-CATEGORIAS       PIC 9(02) VALUE ZEROS.
       01  TABLA-CATEGORIAS.
           02 TAB-CAT OCCURS 1 TO 60 TIMES
                      DEPENDING ON WS-NUM-CATEGORIAS.
              03 TAB-CAT-CODIGO    PIC 9(02).
              03 TAB-CAT-NOMBRE    PIC X(20).
              03 TAB-CAT-PRES-ANO  PIC 9(09).
              03 TAB-CAT-EJEC-MES  PIC 9(09).
              03 TAB-CAT-EJEC-ACUM PIC 9(09).
       01  C                       PIC 9(02) VALUE ZEROS.

      * EGRESO: DATOS CAPTURADOS
       01  SW-FDA-EGRESOS          PIC 9 VALUE ZEROS.
       01  WS-PROVEEDOR            PIC X(25) VALUE SPACES.
       01  WS-DOCUMENTO            PIC X(12) VALUE SPACES.
       01  WS-FORMA-PAGO           PIC A(01) VALUE SPACES.
           88 FORMA-VALIDA         VALUE 'E' 'C' 'T'.
       01  WS-VALOR                PIC 9(07) VALUE ZEROS.
       01  WS-CONCEPTO             PIC X(30) VALUE SPACES.

      * PRESUPUESTO: ANO, VALOR ANUAL Y CUOTAS DEL MES Y ACUMULADA
       01  SW-FDA-PRESUEGR         PIC 9 VALUE ZEROS.
       01  WS-ANO                  PIC 9(04) VALUE ZEROS.
       01  WS-PRES-VALOR           PIC 9(09) VALUE ZEROS.
       01  WS-PRES-MES             PIC 9(09) VALUE ZEROS.
       01  WS-PRES-ACUM            PIC 9(09) VALUE ZEROS.
       01  WS-VARIACION            PIC S9(09) VALUE ZEROS.
       01  WS-PORC-EJEC            PIC 9(04) VALUE ZEROS.

      * CONTROL DE PERIODOS: MANDA EL ULTIMO REGISTRO DEL PERIODO EN
      * EL ARCHIVO ('C' CERRADO, 'A' REABIERTO)
       01  SW-FDA-PERIODOS         PIC 9 VALUE ZEROS.
       01  WS-PER-CONSULTA         PIC 9(06) VALUE ZEROS.
       01  WS-PER-CERRADO          PIC 9 VALUE ZEROS.

      * CONSULTA Y PAGINA DEL CONSEJO: PERIODO PEDIDO Y TOTALES
       01  WS-PER-PEDIDO           PIC 9(06) VALUE ZEROS.
       01  WS-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
       01  WS-TOT-PERIODO          PIC 9(09) VALUE ZEROS.
       01  WS-TOT-PRES-MES         PIC 9(09) VALUE ZEROS.
       01  WS-TOT-EJEC-MES         PIC 9(09) VALUE ZEROS.
       01  WS-TOT-PRES-ACUM        PIC 9(09) VALUE ZEROS.
       01  WS-TOT-EJEC-ACUM        PIC 9(09) VALUE ZEROS.

       01  WS-MASCARA              PIC $$,$$$,$$9 VALUE ZEROS.
       01  WS-MASCARA-TOT          PIC $$$,$$$,$$9 VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * SALIDA
       01  REG-SAL-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
           02 RSAL-01-FEC-SIS      PIC X(53) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE 'HORA.SIS: '.
           02 RSAL-01-HOR-SIS      PIC X(08) VALUE SPACES.

       01  REG-SAL-ENC-02.
           02 FILLER               PIC X(80) VALUE ALL '*'.

       01  REG-SAL-ENC-03.
           02 FILLER               PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(20) VALUE 'PARROQUIA SAN MIGUEL
      -                                            ''.
           02 FILLER               PIC X(30) VALUE SPACES.

       01  REG-SAL-DET-01.
           02 FILLER               PIC X(11) VALUE 'FECHA'.
           02 FILLER               PIC X(13) VALUE 'CATEGORIA'.
           02 FILLER               PIC X(19) VALUE 'PROVEEDOR'.
           02 FILLER               PIC X(13) VALUE 'DOCUMENTO'.
           02 FILLER               PIC X(03) VALUE 'FP'.
           02 FILLER               PIC X(10) VALUE '     VALOR'.

       01  REG-EJE-TIT.
           02 FILLER               PIC X(12) VALUE SPACES.
           02 FILLER               PIC X(23) VALUE
              'PRESUPUESTO DE EGRESOS '.
           02 FILLER               PIC X(27) VALUE
              'CONTRA EJECUCION - PERIODO '.
           02 REJE-TIT-PERIODO     PIC 9(06) VALUE ZEROS.

       01  REG-EJE-DET-01.
           02 FILLER               PIC X(16) VALUE 'CATEGORIA'.
           02 FILLER               PIC X(11) VALUE '  PRES.MES'.
           02 FILLER               PIC X(11) VALUE '  EJEC.MES'.
           02 FILLER               PIC X(12) VALUE '  VARIACION'.
           02 FILLER               PIC X(12) VALUE '   PRES.ACUM'.
           02 FILLER               PIC X(12) VALUE '   EJEC.ACUM'.
           02 FILLER               PIC X(05) VALUE ' %EJ'.

       01  REG-EJE-DET-02.
           02 REJE-CATEGORIA       PIC X(15) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 REJE-PRES-MES        PIC ZZ,ZZZ,ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 REJE-EJEC-MES        PIC ZZ,ZZZ,ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 REJE-VARIACION       PIC -ZZ,ZZZ,ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 REJE-PRES-ACUM       PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 REJE-EJEC-ACUM       PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 REJE-PORC            PIC ZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1-MENU-PRINCIPAL UNTIL WS-OPC = 6
           STOP RUN.

       1-MENU-PRINCIPAL.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'EGRESOS DE LA PARROQUIA' LINE 06 POSITION 29
                   '1. CATEGORIAS         ' LINE 08 POSITION 10
                   '2. REGISTRAR EGRESO   ' LINE 09 POSITION 10
                   '3. CONSULTAR PERIODO  ' LINE 10 POSITION 10
                   '4. PRESUPUESTO ANUAL  ' LINE 11 POSITION 10
                   '5. PRESUP. VS EJECUCION' LINE 12 POSITION 10
                   '6. SALIR              ' LINE 13 POSITION 10
                   'OPCION ) '              LINE 15 POSITION 20
           MOVE ZEROS TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 7
               ACCEPT WS-OPC               LINE 15 POSITION 30
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-1-CATEGORIAS
               WHEN 2 PERFORM 1-2-REGISTRA-EGRESO
               WHEN 3 PERFORM 1-3-CONSULTA-PERIODO
               WHEN 4 PERFORM 1-4-PRESUPUESTO
               WHEN 5 PERFORM 1-5-PRESUPUESTO-VS-EJEC
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CATALOGO DE CATEGORIAS: MUESTRA LAS QUE HAY Y ADICIONA UNA
      * NUEVA (CODIGO EN CEROS = SOLO CONSULTA). EL ARCHIVO SE CREA
      * SOLO CON LA PRIMERA CATEGORIA.
      *----------------------------------------------------------------*
       1-1-CATEGORIAS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CATEGORIAS DE EGRESOS' LINE 06 POSITION 30
           PERFORM 1-1-1-CARGA-CATEGORIAS
           MOVE 8 TO LI
           PERFORM 1-1-2-MUESTRA-CATEGORIA VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CATEGORIAS
           DISPLAY 'NUEVA CATEGORIA (00 = SALIR):' LINE 21 POSITION 01
           MOVE ZEROS TO WS-CAT
           ACCEPT WS-CAT                           LINE 21 POSITION 32
           IF WS-CAT > ZEROS
               PERFORM 1-1-3-BUSCA-CATEGORIA
               IF SW-SI-ENCONTRO
                   DISPLAY 'ESA CATEGORIA YA EXISTE'
                                       LINE 24 POSITION 28
                   ACCEPT WS-ENTER     LINE 24 POSITION 55
               ELSE
                   DISPLAY 'NOMBRE:'   LINE 22 POSITION 01
                   MOVE SPACES TO WS-CAT-NOMBRE
                   PERFORM UNTIL WS-CAT-NOMBRE NOT = SPACES
                       ACCEPT WS-CAT-NOMBRE LINE 22 POSITION 32
                   END-PERFORM
                   MOVE WS-CAT         TO RCEG-CODIGO
                   MOVE WS-CAT-NOMBRE  TO RCEG-NOMBRE
                   OPEN EXTEND CATEGEGR
      * SI EL CATALOGO NO EXISTE TODAVIA, SE CREA AQUI
                   IF VAR-ESTADO = '35'
                       OPEN OUTPUT CATEGEGR
                   END-IF
                   IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
                       WRITE REG-CATEGEGR END-WRITE
                       CLOSE CATEGEGR
                       DISPLAY 'CATEGORIA REGISTRADA, OPRIMA ENTER'
                                       LINE 24 POSITION 01
                       ACCEPT WS-ENTER LINE 24 POSITION 40
                   ELSE
                       DISPLAY 'ERROR ABRIENDO EL CATALOGO'
                                       LINE 23 POSITION 10
                               VAR-ESTADO LINE 23 POSITION 40
                       ACCEPT WS-ENTER LINE 23 POSITION 45
                   END-IF
               END-IF
           END-IF.

       1-1-1-CARGA-CATEGORIAS.
           MOVE ZEROS TO WS-NUM-CATEGORIAS
           MOVE 0 TO SW-FDA-CATEGEGR
           OPEN INPUT CATEGEGR
           IF VAR-ESTADO = '00'
               PERFORM 1-1-1-1-LEER-CATEGORIA UNTIL SW-FDA-CATEGEGR = 1
               CLOSE CATEGEGR
           END-IF.

       1-1-1-1-LEER-CATEGORIA.
           READ CATEGEGR AT END MOVE 1 TO SW-FDA-CATEGEGR
                NOT AT END
                    IF WS-NUM-CATEGORIAS < 60
                        ADD 1 TO WS-NUM-CATEGORIAS
                        MOVE RCEG-CODIGO
                          TO TAB-CAT-CODIGO(WS-NUM-CATEGORIAS)
                        MOVE RCEG-NOMBRE
                          TO TAB-CAT-NOMBRE(WS-NUM-CATEGORIAS)
                        MOVE ZEROS
                          TO TAB-CAT-PRES-ANO(WS-NUM-CATEGORIAS)
                             TAB-CAT-EJEC-MES(WS-NUM-CATEGORIAS)
                             TAB-CAT-EJEC-ACUM(WS-NUM-CATEGORIAS)
                    END-IF
           END-READ.

      * EN DOS COLUMNAS, PARA QUE QUEPAN 24 EN LA PANTALLA
       1-1-2-MUESTRA-CATEGORIA.
           IF C < 13
               DISPLAY TAB-CAT-CODIGO(C)   LINE LI POSITION 05
                       TAB-CAT-NOMBRE(C)   LINE LI POSITION 09
           ELSE
               IF C < 25
                   COMPUTE LI = C - 5
                   DISPLAY TAB-CAT-CODIGO(C) LINE LI POSITION 41
                           TAB-CAT-NOMBRE(C) LINE LI POSITION 45
               END-IF
           END-IF
           IF C < 12
               ADD 1 TO LI
           END-IF.

      * DEJA EN C LA POSICION DE WS-CAT EN LA TABLA (CARGADA ANTES)
       1-1-3-BUSCA-CATEGORIA.
           SET SW-NO-ENCONTRO TO TRUE
           MOVE SPACES TO WS-CAT-NOMBRE
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CATEGORIAS OR SW-SI-ENCONTRO
               IF TAB-CAT-CODIGO(C) = WS-CAT
                   SET SW-SI-ENCONTRO TO TRUE
                   MOVE TAB-CAT-NOMBRE(C) TO WS-CAT-NOMBRE
               END-IF
           END-PERFORM
           IF SW-SI-ENCONTRO
               SUBTRACT 1 FROM C
           END-IF.

      *----------------------------------------------------------------*
      * REGISTRO DE UN EGRESO: LA FECHA DEL PAGO DEFINE EL PERIODO, Y
      * SI ESE PERIODO YA ESTA CERRADO POR EL CIERRE DE MES, NO SE
      * ACEPTA (IGUAL QUE LOS ABONOS Y LAS DONACIONES)
      *----------------------------------------------------------------*
       1-2-REGISTRA-EGRESO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'REGISTRO DE EGRESO' LINE 06 POSITION 31
           PERFORM 1-1-1-CARGA-CATEGORIAS
           IF WS-NUM-CATEGORIAS = ZEROS
               DISPLAY 'NO HAY CATEGORIAS, CREELAS EN LA OPCION 1'
                                   LINE 24 POSITION 15
               ACCEPT WS-ENTER     LINE 24 POSITION 60
           ELSE
               PERFORM 1-2-1-CAPTURA-FECHA
               MOVE 20         TO WS-PER-CONSULTA(1:2)
               MOVE WS-FEC-ANO TO WS-PER-CONSULTA(3:2)
               MOVE WS-FEC-MES TO WS-PER-CONSULTA(5:2)
               PERFORM 1-2-9-VALIDA-PERIODO
               IF WS-PER-CERRADO = 1
                   DISPLAY 'EL PERIODO DEL PAGO ESTA CERRADO, NO SE REGI
      -                    'STRAN EGRESOS'  LINE 24 POSITION 05
                   ACCEPT WS-ENTER         LINE 24 POSITION 65
               ELSE
                   PERFORM 1-2-2-CAPTURA-EGRESO
                   PERFORM 1-2-3-GRABAR-EGRESO
               END-IF
           END-IF.

       1-2-1-CAPTURA-FECHA.
           DISPLAY 'FECHA DEL PAGO (DDMMAA):' LINE 08 POSITION 01
           SET SW-FEC-NOK TO TRUE
           PERFORM UNTIL SW-FEC-OK
               ACCEPT WS-FEC                  LINE 08 POSITION 27
               PERFORM 1-2-1-1-VALIDA-FECHA
           END-PERFORM.

       1-2-1-1-VALIDA-FECHA.
           MOVE WS-FEC-SIS TO WS-HOY-COMPARABLE
           MOVE WS-FEC-ANO TO WS-EGR-COMPARABLE(1:2)
           MOVE WS-FEC-MES TO WS-EGR-COMPARABLE(3:2)
           MOVE WS-FEC-DIA TO WS-EGR-COMPARABLE(5:2)
           EVALUATE TRUE
               WHEN WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                   DISPLAY 'ERROR, DIA INVALIDO'
                                             LINE 24 POSITION 30
                   ACCEPT WS-ENTER           LINE 24 POSITION 52
               WHEN WS-FEC-MES < 1 OR WS-FEC-MES > 12
                   DISPLAY 'ERROR, MES INVALIDO'
                                             LINE 24 POSITION 30
                   ACCEPT WS-ENTER           LINE 24 POSITION 52
               WHEN WS-EGR-COMPARABLE > WS-HOY-COMPARABLE
                   DISPLAY 'ERROR, NO SE REGISTRAN PAGOS FUTUROS'
                                             LINE 24 POSITION 22
                   ACCEPT WS-ENTER           LINE 24 POSITION 60
               WHEN OTHER
                   SET SW-FEC-OK TO TRUE
           END-EVALUATE.

       1-2-2-CAPTURA-EGRESO.
           DISPLAY 'CATEGORIA      :'      LINE 09 POSITION 01
           SET SW-NO-ENCONTRO TO TRUE
           PERFORM UNTIL SW-SI-ENCONTRO
               MOVE ZEROS TO WS-CAT
               ACCEPT WS-CAT               LINE 09 POSITION 27
               PERFORM 1-1-3-BUSCA-CATEGORIA
           END-PERFORM
           DISPLAY WS-CAT-NOMBRE           LINE 09 POSITION 31
           DISPLAY 'PROVEEDOR      :'      LINE 10 POSITION 01
           MOVE SPACES TO WS-PROVEEDOR
           PERFORM UNTIL WS-PROVEEDOR NOT = SPACES
               ACCEPT WS-PROVEEDOR         LINE 10 POSITION 27
           END-PERFORM
           DISPLAY 'DOCUMENTO (FACT/CTA. COBRO):'
                                           LINE 11 POSITION 01
           MOVE SPACES TO WS-DOCUMENTO
           PERFORM UNTIL WS-DOCUMENTO NOT = SPACES
               ACCEPT WS-DOCUMENTO         LINE 11 POSITION 31
           END-PERFORM
           DISPLAY 'FORMA DE PAGO (E=EFECTIVO, C=CHEQUE, T=TRANSF.):'
                                           LINE 12 POSITION 01
           MOVE SPACES TO WS-FORMA-PAGO
           PERFORM UNTIL FORMA-VALIDA
               ACCEPT WS-FORMA-PAGO        LINE 12 POSITION 51
           END-PERFORM
           DISPLAY 'CONCEPTO       :'      LINE 13 POSITION 01
           MOVE SPACES TO WS-CONCEPTO
           ACCEPT WS-CONCEPTO              LINE 13 POSITION 27
           DISPLAY 'VALOR          :'      LINE 14 POSITION 01
           MOVE ZEROS TO WS-VALOR
           PERFORM UNTIL WS-VALOR > ZEROS
               ACCEPT WS-VALOR             LINE 14 POSITION 27
           END-PERFORM.

       1-2-3-GRABAR-EGRESO.
           MOVE WS-FEC-DIA            TO REGR-FECHA(1:2)
           MOVE '/'                   TO REGR-FECHA(3:1)
           MOVE WS-FEC-MES            TO REGR-FECHA(4:2)
           MOVE '/'                   TO REGR-FECHA(6:1)
           MOVE 20                    TO REGR-FECHA(7:2)
           MOVE WS-FEC-ANO            TO REGR-FECHA(9:2)
           MOVE WS-CAT                TO REGR-CATEGORIA
           MOVE WS-PROVEEDOR          TO REGR-PROVEEDOR
           MOVE WS-DOCUMENTO          TO REGR-DOCUMENTO
           MOVE WS-FORMA-PAGO         TO REGR-FORMA-PAGO
           MOVE WS-VALOR              TO REGR-VALOR
           MOVE WS-CONCEPTO           TO REGR-CONCEPTO
           OPEN EXTEND EGRESOS
      * SI EL ARCHIVO DE EGRESOS NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT EGRESOS
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-EGRESO END-WRITE
               CLOSE EGRESOS
               DISPLAY 'EGRESO REGISTRADO, OPRIMA ENTER'
                                   LINE 24 POSITION 01
               ACCEPT WS-ENTER     LINE 24 POSITION 40
           ELSE
               DISPLAY 'ERROR ABRIENDO EL ARCHIVO DE EGRESOS'
                                   LINE 23 POSITION 10
                       VAR-ESTADO  LINE 23 POSITION 50
               ACCEPT WS-ENTER     LINE 23 POSITION 56
           END-IF.

       1-2-9-VALIDA-PERIODO.
           MOVE 0 TO WS-PER-CERRADO
           MOVE 0 TO SW-FDA-PERIODOS
           OPEN INPUT PERIODOS
           IF VAR-ESTADO = '00'
               PERFORM 1-2-9-1-LEER-PERIODO UNTIL SW-FDA-PERIODOS = 1
               CLOSE PERIODOS
           END-IF.

       1-2-9-1-LEER-PERIODO.
           READ PERIODOS AT END MOVE 1 TO SW-FDA-PERIODOS
                NOT AT END
                    IF RPER-PERIODO = WS-PER-CONSULTA
                        IF RPER-ESTADO = 'C'
                            MOVE 1 TO WS-PER-CERRADO
                        ELSE
                            MOVE 0 TO WS-PER-CERRADO
                        END-IF
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CONSULTA DE LOS EGRESOS PAGADOS EN UN PERIODO (AAAAMM)
      *----------------------------------------------------------------*
       1-3-CONSULTA-PERIODO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'PERIODO (AAAAMM):'    LINE 06 POSITION 01
           MOVE ZEROS TO WS-PER-PEDIDO
           PERFORM UNTIL WS-PER-PEDIDO > 200000
               ACCEPT WS-PER-PEDIDO       LINE 06 POSITION 20
           END-PERFORM
           PERFORM 1-1-1-CARGA-CATEGORIAS
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY REG-SAL-DET-01         LINE 06 POSITION 01
           MOVE 7 TO LI
           MOVE ZEROS TO WS-TOT-PERIODO
           MOVE 0 TO SW-FDA-EGRESOS
           OPEN INPUT EGRESOS
           IF VAR-ESTADO = '00'
               PERFORM 1-3-1-LEER-EGRESO UNTIL SW-FDA-EGRESOS = 1
               CLOSE EGRESOS
           END-IF
           DISPLAY 'TOTAL EGRESOS DEL PERIODO:' LINE 22 POSITION 05
           MOVE WS-TOT-PERIODO TO WS-MASCARA-TOT
           DISPLAY WS-MASCARA-TOT         LINE 22 POSITION 35
           DISPLAY 'OPRIMA ENTER PARA SALIR:'
                                   LINE 24 POSITION 27
           ACCEPT WS-ENTER         LINE 24 POSITION 52.

       1-3-1-LEER-EGRESO.
           READ EGRESOS AT END MOVE 1 TO SW-FDA-EGRESOS
                NOT AT END
                    IF REGR-FECHA(7:4) = WS-PER-PEDIDO(1:4)
                       AND REGR-FECHA(4:2) = WS-PER-PEDIDO(5:2)
                        PERFORM 1-3-2-MUESTRA-EGRESO
                    END-IF
           END-READ.

       1-3-2-MUESTRA-EGRESO.
           MOVE REGR-CATEGORIA TO WS-CAT
           PERFORM 1-1-3-BUSCA-CATEGORIA
           DISPLAY REGR-FECHA               LINE LI POSITION 01
                   WS-CAT-NOMBRE(1:12)      LINE LI POSITION 12
                   REGR-PROVEEDOR(1:18)     LINE LI POSITION 25
                   REGR-DOCUMENTO           LINE LI POSITION 44
                   REGR-FORMA-PAGO          LINE LI POSITION 57
           MOVE REGR-VALOR TO WS-MASCARA
           DISPLAY WS-MASCARA               LINE LI POSITION 60
           ADD REGR-VALOR TO WS-TOT-PERIODO
           ADD 1 TO LI
           IF LI = 21
               DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                   LINE 24 POSITION 27
               ACCEPT WS-ENTER     LINE 24 POSITION 55
               PERFORM 999-ENCABEZADO-PAN
               DISPLAY REG-SAL-DET-01       LINE 06 POSITION 01
               MOVE 7 TO LI
           END-IF.

      *----------------------------------------------------------------*
      * PRESUPUESTO ANUAL DE UNA CATEGORIA: SI YA HAY VALOR PARA ESE
      * ANO Y CATEGORIA SE REEMPLAZA, SI NO SE ADICIONA
      *----------------------------------------------------------------*
       1-4-PRESUPUESTO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'PRESUPUESTO ANUAL DE EGRESOS' LINE 06 POSITION 27
           PERFORM 1-1-1-CARGA-CATEGORIAS
           DISPLAY 'ANO (AAAA)     :'      LINE 08 POSITION 01
           MOVE ZEROS TO WS-ANO
           PERFORM UNTIL WS-ANO > 2000
               ACCEPT WS-ANO               LINE 08 POSITION 20
           END-PERFORM
           DISPLAY 'CATEGORIA      :'      LINE 09 POSITION 01
           SET SW-NO-ENCONTRO TO TRUE
           PERFORM UNTIL SW-SI-ENCONTRO
               MOVE ZEROS TO WS-CAT
               ACCEPT WS-CAT               LINE 09 POSITION 20
               PERFORM 1-1-3-BUSCA-CATEGORIA
           END-PERFORM
           DISPLAY WS-CAT-NOMBRE           LINE 09 POSITION 24
           DISPLAY 'VALOR ANUAL    :'      LINE 10 POSITION 01
           MOVE ZEROS TO WS-PRES-VALOR
           ACCEPT WS-PRES-VALOR            LINE 10 POSITION 20
      * PRIMERO SE BUSCA PARA REEMPLAZAR EN SU LUGAR
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-PRESUEGR
           OPEN I-O PRESUEGR
           IF VAR-ESTADO = '00'
               PERFORM 1-4-1-BUSCA-Y-REEMPLAZA UNTIL SW-SI-ENCONTRO OR
                                                    SW-FDA-PRESUEGR = 1
               CLOSE PRESUEGR
           END-IF
           IF SW-NO-ENCONTRO
               MOVE WS-ANO         TO RPRE-ANO
               MOVE WS-CAT         TO RPRE-CATEGORIA
               MOVE WS-PRES-VALOR  TO RPRE-VALOR
               OPEN EXTEND PRESUEGR
      * SI EL ARCHIVO DE PRESUPUESTO NO EXISTE TODAVIA, SE CREA AQUI
               IF VAR-ESTADO = '35'
                   OPEN OUTPUT PRESUEGR
               END-IF
               IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
                   WRITE REG-PRESUEGR END-WRITE
                   CLOSE PRESUEGR
               END-IF
           END-IF
           DISPLAY 'PRESUPUESTO REGISTRADO, OPRIMA ENTER'
                                   LINE 24 POSITION 01
           ACCEPT WS-ENTER         LINE 24 POSITION 40.

       1-4-1-BUSCA-Y-REEMPLAZA.
           READ PRESUEGR AT END MOVE 1 TO SW-FDA-PRESUEGR
                NOT AT END
                    IF RPRE-ANO = WS-ANO AND RPRE-CATEGORIA = WS-CAT
                        SET SW-SI-ENCONTRO TO TRUE
                        MOVE WS-PRES-VALOR TO RPRE-VALOR
                        REWRITE REG-PRESUEGR END-REWRITE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * PAGINA DEL CONSEJO PARROQUIAL: POR CATEGORIA, LA CUOTA DEL MES
      * (DOCEAVA PARTE DEL ANUAL) CONTRA LO PAGADO EN EL MES, Y LO
      * PRESUPUESTADO HASTA EL MES CONTRA LO PAGADO EN EL ANO HASTA EL
      * MES, CON EL PORCENTAJE DE EJECUCION
      *----------------------------------------------------------------*
       1-5-PRESUPUESTO-VS-EJEC.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'PRESUPUESTO CONTRA EJECUCION' LINE 06 POSITION 27
           DISPLAY 'PERIODO (AAAAMM):'    LINE 08 POSITION 01
           MOVE ZEROS TO WS-PER-PEDIDO
           PERFORM UNTIL WS-PER-PEDIDO > 200000
                     AND WS-PER-PEDIDO(5:2) > '00'
                     AND WS-PER-PEDIDO(5:2) < '13'
               ACCEPT WS-PER-PEDIDO       LINE 08 POSITION 20
           END-PERFORM
           MOVE WS-PER-PEDIDO(5:2) TO WS-MES-PEDIDO
           PERFORM 1-1-1-CARGA-CATEGORIAS
           MOVE 0 TO SW-FDA-PRESUEGR
           OPEN INPUT PRESUEGR
           IF VAR-ESTADO = '00'
               PERFORM 1-5-1-LEER-PRESUPUESTO
                   UNTIL SW-FDA-PRESUEGR = 1
               CLOSE PRESUEGR
           END-IF
           MOVE 0 TO SW-FDA-EGRESOS
           OPEN INPUT EGRESOS
           IF VAR-ESTADO = '00'
               PERFORM 1-5-2-LEER-EGRESO UNTIL SW-FDA-EGRESOS = 1
               CLOSE EGRESOS
           END-IF
           MOVE ZEROS TO WS-TOT-PRES-MES WS-TOT-EJEC-MES
                         WS-TOT-PRES-ACUM WS-TOT-EJEC-ACUM
           OPEN OUTPUT IMPRESOR
           PERFORM 999-ENCABEZADO-IMP
           MOVE WS-PER-PEDIDO TO REJE-TIT-PERIODO
           WRITE REG-IMPRESOR FROM REG-EJE-TIT AFTER 2 END-WRITE
           WRITE REG-IMPRESOR FROM REG-EJE-DET-01 AFTER 2 END-WRITE
           PERFORM 1-5-3-LINEA-CATEGORIA VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CATEGORIAS
           PERFORM 1-5-4-LINEA-TOTAL
           CLOSE IMPRESOR
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'PRESUEJEC'                   TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/PRESUEJEC' TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL
           DISPLAY 'REPORTE GENERADO. EJECUTADO EN EL MES:'
                                   LINE 22 POSITION 01
           MOVE WS-TOT-EJEC-MES TO WS-MASCARA-TOT
           DISPLAY WS-MASCARA-TOT  LINE 22 POSITION 42
           ACCEPT WS-ENTER         LINE 22 POSITION 60.

       1-5-1-LEER-PRESUPUESTO.
           READ PRESUEGR AT END MOVE 1 TO SW-FDA-PRESUEGR
                NOT AT END
                    IF RPRE-ANO = WS-PER-PEDIDO(1:4)
                        MOVE RPRE-CATEGORIA TO WS-CAT
                        PERFORM 1-1-3-BUSCA-CATEGORIA
                        IF SW-SI-ENCONTRO
                            MOVE RPRE-VALOR TO TAB-CAT-PRES-ANO(C)
                        END-IF
                    END-IF
           END-READ.

      * LO PAGADO EN EL ANO DEL PERIODO HASTA ESE MES (REGR-FECHA
      * DD/MM/AAAA)
       1-5-2-LEER-EGRESO.
           READ EGRESOS AT END MOVE 1 TO SW-FDA-EGRESOS
                NOT AT END
                    IF REGR-FECHA(7:4) = WS-PER-PEDIDO(1:4)
                       AND REGR-FECHA(4:2) NOT > WS-PER-PEDIDO(5:2)
                        MOVE REGR-CATEGORIA TO WS-CAT
                        PERFORM 1-1-3-BUSCA-CATEGORIA
                        IF SW-SI-ENCONTRO
                            ADD REGR-VALOR TO TAB-CAT-EJEC-ACUM(C)
                            IF REGR-FECHA(4:2) = WS-PER-PEDIDO(5:2)
                                ADD REGR-VALOR TO TAB-CAT-EJEC-MES(C)
                            END-IF
                        END-IF
                    END-IF
           END-READ.

       1-5-3-LINEA-CATEGORIA.
           DIVIDE TAB-CAT-PRES-ANO(C) BY 12 GIVING WS-PRES-MES ROUNDED
           MULTIPLY TAB-CAT-PRES-ANO(C) BY WS-MES-PEDIDO
                    GIVING WS-PRES-ACUM
           DIVIDE WS-PRES-ACUM BY 12 GIVING WS-PRES-ACUM ROUNDED
           MOVE TAB-CAT-NOMBRE(C)     TO REJE-CATEGORIA
           MOVE WS-PRES-MES           TO REJE-PRES-MES
           MOVE TAB-CAT-EJEC-MES(C)   TO REJE-EJEC-MES
           COMPUTE WS-VARIACION = WS-PRES-MES - TAB-CAT-EJEC-MES(C)
           MOVE WS-VARIACION          TO REJE-VARIACION
           MOVE WS-PRES-ACUM          TO REJE-PRES-ACUM
           MOVE TAB-CAT-EJEC-ACUM(C)  TO REJE-EJEC-ACUM
           MOVE ZEROS TO WS-PORC-EJEC
           IF WS-PRES-ACUM > ZEROS
               COMPUTE WS-PORC-EJEC ROUNDED =
                       TAB-CAT-EJEC-ACUM(C) * 100 / WS-PRES-ACUM
           END-IF
           MOVE WS-PORC-EJEC          TO REJE-PORC
           WRITE REG-IMPRESOR FROM REG-EJE-DET-02 AFTER 1 END-WRITE
           ADD WS-PRES-MES            TO WS-TOT-PRES-MES
           ADD TAB-CAT-EJEC-MES(C)    TO WS-TOT-EJEC-MES
           ADD WS-PRES-ACUM           TO WS-TOT-PRES-ACUM
           ADD TAB-CAT-EJEC-ACUM(C)   TO WS-TOT-EJEC-ACUM.

      * LA VARIACION NEGATIVA ES GASTO POR ENCIMA DE LO PRESUPUESTADO
       1-5-4-LINEA-TOTAL.
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           MOVE 'TOTAL EGRESOS'       TO REJE-CATEGORIA
           MOVE WS-TOT-PRES-MES       TO REJE-PRES-MES
           MOVE WS-TOT-EJEC-MES       TO REJE-EJEC-MES
           COMPUTE WS-VARIACION = WS-TOT-PRES-MES - WS-TOT-EJEC-MES
           MOVE WS-VARIACION          TO REJE-VARIACION
           MOVE WS-TOT-PRES-ACUM      TO REJE-PRES-ACUM
           MOVE WS-TOT-EJEC-ACUM      TO REJE-EJEC-ACUM
           MOVE ZEROS TO WS-PORC-EJEC
           IF WS-TOT-PRES-ACUM > ZEROS
               COMPUTE WS-PORC-EJEC ROUNDED =
                       WS-TOT-EJEC-ACUM * 100 / WS-TOT-PRES-ACUM
           END-IF
           MOVE WS-PORC-EJEC          TO REJE-PORC
           WRITE REG-IMPRESOR FROM REG-EJE-DET-02 AFTER 1 END-WRITE.

       999-ENCABEZADO-IMP.
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-03 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE.

       999-ENCABEZADO-PAN.
           DISPLAY CLEAR-SCREEN
      * TOMAR FECHA DEL SISTEMA Y MODIFICAR EL FORMATO SOLICITADO
           ACCEPT WS-FEC-SIS       FROM DATE
           MOVE WS-FEC-SIS(5:2)    TO RSAL-01-FEC-SIS(1:2)
           MOVE '/'                TO RSAL-01-FEC-SIS(3:1)
           MOVE WS-FEC-SIS(3:2)    TO RSAL-01-FEC-SIS(4:2)
           MOVE '/'                TO RSAL-01-FEC-SIS(6:1)
           MOVE 20                 TO RSAL-01-FEC-SIS(7:2)
           MOVE WS-FEC-SIS(1:2)    TO RSAL-01-FEC-SIS(9:2)
      * TOMAR HORA DEL SISTEMA Y MODIFICAR EL FORMATO SOLICITADO
           ACCEPT WS-HOR-SIS       FROM TIME
           MOVE WS-HOR-SIS(1:2)    TO RSAL-01-HOR-SIS(1:2)
           MOVE ':'                TO RSAL-01-HOR-SIS(3:1)
           MOVE WS-HOR-SIS(3:2)    TO RSAL-01-HOR-SIS(4:2)
           MOVE ':'                TO RSAL-01-HOR-SIS(6:1)
           MOVE WS-HOR-SIS(5:2)    TO RSAL-01-HOR-SIS(7:2)
      * SE GENERA EL ENCABEZADO
           DISPLAY REG-SAL-ENC-01  LINE 01 POSITION 01
                   REG-SAL-ENC-02  LINE 02 POSITION 01
                   REG-SAL-ENC-03  LINE 03 POSITION 01
                   REG-SAL-ENC-02  LINE 04 POSITION 01.
