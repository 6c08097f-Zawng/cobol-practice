      * E IMPRIME EL BALANCE DE PRUEBA DE UN MES: POR CUENTA, LA SUMA
      * DEL DEBE, LA DEL HABER Y EL SALDO, CON LA VERIFICACION DE QUE
      * EL LIBRO ESTA BALANCEADO (DEBE TOTAL = HABER TOTAL).
      * MANTIENE TAMBIEN LAS REGLAS DE ASIENTO (REGLACON): PARA CADA
      * ORIGEN Y EVENTO, LA CUENTA DEL DEBE Y LA DEL HABER QUE USA
      * NO9CCONT; SE ADICIONAN, CAMBIAN, ELIMINAN Y LISTAN AQUI, Y SE
      * PUEDEN CARGAR LAS REGLAS DEL TALLER QUE FALTEN.
      * CADA CUENTA LLEVA SU CLASE (ACTIVO, PASIVO, PATRIMONIO,
      * INGRESO, GASTO U ORDEN) Y SU GRUPO DE ESTADO FINANCIERO; CON
      * ELLOS IMPRIME EL ESTADO DE RESULTADOS DEL MES POR ORIGEN (MES
      * Y ACUMULADO DEL ANO) Y EL BALANCE GENERAL A FIN DE MES. EL
      * CIERRE DEL ANO FISCAL LLEVA INGRESOS Y GASTOS A UTILIDADES
      * ACUMULADAS Y DEJA LOS SALDOS DE APERTURA DEL ANO SIGUIENTE,
      * PARA QUE LOS SALDOS SOLO SUMEN EL LIBRO DEL ANO EN CURSO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO9CMAYO.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MAY.
      * REGLAS DE ASIENTO POR ORIGEN Y EVENTO (LAS LEE NO9CCONT)
           SELECT REGLACON ASSIGN TO '../FILES/CONTAB/REGLACON'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-REG.
      * BALANCE DE PRUEBA IMPRESO
           SELECT IMPRESOR ASSIGN TO '../FILES/CONTAB/BALANCE'
           FILE STATUS IS WS-ESTADO-IMP.
      * SALDOS DE APERTURA QUE DEJA EL CIERRE DEL ANO FISCAL
           SELECT SALDOS ASSIGN TO '../FILES/CONTAB/SALDOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SAL.
      * ESTADO DE RESULTADOS IMPRESO
           SELECT IMPRESUL ASSIGN TO '../FILES/CONTAB/RESULTADOS'
           FILE STATUS IS WS-ESTADO-RES.
      * BALANCE GENERAL IMPRESO
           SELECT IMPBALGE ASSIGN TO '../FILES/CONTAB/BALGENERAL'
           FILE STATUS IS WS-ESTADO-BGE.

      *----------------------------------------------------------------*
      *                           DATA                                 *
       FILE SECTION.
       FD  CUENTAS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CUENTAS.cpy'.

       FD  LIBROMAYOR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/LIBROMAYOR.cpy'.

       FD  REGLACON LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/REGLACON.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       FD  SALDOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SALDOS.cpy'.

       FD  IMPRESUL LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESUL              PIC X(80).

       FD  IMPBALGE LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPBALGE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CUE             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-MAY             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REG             PIC X(02) VALUE SPACES.
       01  SW-FDA-REGLACON           PIC 9 VALUE ZEROS.
       01  SW-FDA-CUENTAS            PIC 9 VALUE ZEROS.
       01  SW-FDA-LIBROMAYOR         PIC 9 VALUE ZEROS.
       01  WS-OPC                    PIC 9(02) VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  WS-CODIGO                 PIC 9(04) VALUE ZEROS.
       01  WS-NOMBRE                 PIC X(25) VALUE SPACES.
       01  WS-PERIODO                PIC X(06) VALUE SPACES.
       01  WS-PERIODO-R              REDEFINES WS-PERIODO.
           02 WS-PER-ANO             PIC 9(04).
           02 WS-PER-MES             PIC 9(02).
       01  WS-ESTADO-SAL             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RES             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-BGE             PIC X(02) VALUE SPACES.
       01  SW-FDA-SALDOS             PIC 9 VALUE ZEROS.
       01  WS-CLASE                  PIC X(01) VALUE SPACES.
           88 WS-CLASE-VALIDA        VALUE 'A' 'P' 'T' 'I' 'G' 'O'.
       01  WS-GRUPO                  PIC X(20) VALUE SPACES.
      * EL PLAN NO CUPO EN LA TABLA (NO SE PUEDE REESCRIBIR NI CERRAR)
       01  SW-TABLA-LLENA            PIC 9 VALUE ZEROS.
       01  SW-HAY-LIBRO              PIC 9 VALUE ZEROS.

      * PLAN DE CUENTAS EN MEMORIA Y ACUMULADO DEBE/HABER POR CUENTA
       01  WS-NUM-CUENTAS            PIC 9(03) VALUE ZEROS.
                                     DEPENDING ON WS-NUM-CUENTAS.
              03 TAB-CUE-CODIGO      PIC 9(04).
              03 TAB-CUE-NOMBRE      PIC X(25).
              03 TAB-CUE-CLASE       PIC X(01).
              03 TAB-CUE-GRUPO       PIC X(20).
              03 TAB-CUE-DEBE        PIC 9(15)V99.
              03 TAB-CUE-HABER       PIC 9(15)V99.
      * SALDO A FIN DEL PERIODO (DEBE POSITIVO) Y MOVIMIENTO DEL MES Y
      * DEL ANO POR ORIGEN, PARA EL ESTADO DE RESULTADOS
              03 TAB-CUE-SALDO       PIC S9(15)V99.
              03 TAB-CUE-MES         PIC S9(15)V99 OCCURS 5 TIMES.
              03 TAB-CUE-ANO         PIC S9(15)V99 OCCURS 5 TIMES.
       01  CX                        PIC 9(03) VALUE ZEROS.
       01  SW-CUE-HALLADA            PIC 9 VALUE ZEROS.
       01  WS-TOT-DEBE               PIC 9(15)V99 VALUE ZEROS.
       01  WS-MASCARA                PIC -$$$,$$$,$$$,$$$,$$9.99.
       01  LI                        PIC 9(02) VALUE ZEROS.

      * RENGLON DEL BALANCE DE PRUEBA: MOVIMIENTO DEL MES Y SALDO A
      * FIN DE MES
       01  WS-LIN-PRUEBA.
           02 WS-LBP-CODIGO          PIC 9(04).
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 WS-LBP-NOMBRE          PIC X(25).
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 WS-LBP-MOVIMIENTO      PIC -$$$,$$$,$$$,$$9.99.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 WS-LBP-SALDO           PIC -$$$,$$$,$$$,$$9.99.
           02 FILLER                 PIC X(10) VALUE SPACES.

      * RENGLON DE LOS ESTADOS FINANCIEROS: CONCEPTO, MES Y ACUMULADO
      * (EL BALANCE GENERAL SOLO USA LA PRIMERA COLUMNA)
       01  WS-LIN-ESTADO.
           02 WS-LES-CONCEPTO        PIC X(28).
           02 WS-LES-MES             PIC -$$$,$$$,$$$,$$$,$$9.99.
           02 FILLER                 PIC X(02).
           02 WS-LES-ANO             PIC -$$$,$$$,$$$,$$$,$$9.99.
           02 FILLER                 PIC X(04).

      * ORIGENES DEL ESTADO DE RESULTADOS; EL ULTIMO RECOGE LOS
      * ASIENTOS DE CUALQUIER OTRO ORIGEN
       01  WS-TABLA-ORIGENES.
           02 WS-LISTA-ORIGENES.
              05 FILLER              PIC X(28) VALUE
              'SANMIGUEPARROQUIA SAN MIGUEL'.
              05 FILLER              PIC X(28)
                                     VALUE 'MONEY   CASA DE CAMBIO'.
              05 FILLER              PIC X(28)
                                     VALUE 'CREDITO CREDITO'.
              05 FILLER              PIC X(28)
                                     VALUE 'NOMINA  NOMINA'.
              05 FILLER              PIC X(28)
                                     VALUE '        OTROS ORIGENES'.
           02 WS-ORIGENES            REDEFINES WS-LISTA-ORIGENES.
              05 ORI-ORIGEN          OCCURS 5 TIMES.
                 10 ORI-CODIGO       PIC X(08).
                 10 ORI-NOMBRE       PIC X(20).
       01  OX                        PIC 9(01) VALUE ZEROS.
       01  SW-ORI-HALLADO            PIC 9 VALUE ZEROS.
       01  SW-ORI-CON-MOV            PIC 9 VALUE ZEROS.
       01  SW-PRIMERO-GRUPO          PIC 9 VALUE ZEROS.
       01  WS-CLASE-IMP              PIC X(01) VALUE SPACES.
       01  WS-VALOR                  PIC S9(15)V99 VALUE ZEROS.
       01  WS-GRP-MES                PIC S9(15)V99 VALUE ZEROS.
       01  WS-GRP-ANO                PIC S9(15)V99 VALUE ZEROS.
       01  WS-CLA-MES                PIC S9(15)V99 VALUE ZEROS.
       01  WS-CLA-ANO                PIC S9(15)V99 VALUE ZEROS.
       01  WS-ING-MES                PIC S9(15)V99 VALUE ZEROS.
       01  WS-ING-ANO                PIC S9(15)V99 VALUE ZEROS.
       01  WS-CIN-MES                PIC S9(15)V99 VALUE ZEROS.
       01  WS-CIN-ANO                PIC S9(15)V99 VALUE ZEROS.
       01  WS-CGA-MES                PIC S9(15)V99 VALUE ZEROS.
       01  WS-CGA-ANO                PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOT-ACTIVO             PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOT-PASIVO             PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOT-PATRIMONIO         PIC S9(15)V99 VALUE ZEROS.
       01  WS-RESULTADO              PIC S9(15)V99 VALUE ZEROS.

      * SALDOS DE APERTURA Y CIERRE DEL ANO FISCAL
       01  WS-ANO-BASE               PIC 9(04) VALUE ZEROS.
       01  WS-PERIODO-DESDE          PIC X(06) VALUE SPACES.
       01  SW-HAY-SALDOS             PIC 9 VALUE ZEROS.
       01  SW-ANO-CERRADO            PIC 9 VALUE ZEROS.
       01  WS-ANO-CIERRE             PIC 9(04) VALUE ZEROS.
       01  WS-ANO-SIGUIENTE          PIC 9(04) VALUE ZEROS.
       01  WS-CTA-UTILIDADES         PIC 9(04) VALUE ZEROS.
       01  WS-UTILIDAD               PIC S9(15)V99 VALUE ZEROS.
       01  WS-FECHA-HOY              PIC 9(08) VALUE ZEROS.
       01  WS-CTA-APERTURA           PIC 9(03) VALUE ZEROS.
       01  WS-CX-UTILIDADES          PIC 9(03) VALUE ZEROS.

      * REGLAS DE ASIENTO EN MEMORIA; EL ARCHIVO SE REESCRIBE ENTERO
      * DESPUES DE CADA CAMBIO
       01  WS-NUM-REGLAS             PIC 9(03) VALUE ZEROS.
       01  TABLA-REGLAS.
           02 TAB-REG                OCCURS 1 TO 100 TIMES
                                     DEPENDING ON WS-NUM-REGLAS.
              03 TAB-REG-ORIGEN      PIC X(08).
              03 TAB-REG-EVENTO      PIC X(08).
              03 TAB-REG-CTA-DEBE    PIC 9(04).
              03 TAB-REG-CTA-HABER   PIC 9(04).
              03 TAB-REG-DESCRIPCION PIC X(30).
       01  RX                        PIC 9(03) VALUE ZEROS.
       01  DX                        PIC 9(03) VALUE ZEROS.
       01  SW-REG-HALLADA            PIC 9 VALUE ZEROS.
       01  SW-DEBE-EN-PLAN           PIC 9 VALUE ZEROS.
       01  SW-HABER-EN-PLAN          PIC 9 VALUE ZEROS.
       01  WS-ORIGEN                 PIC X(08) VALUE SPACES.
       01  WS-EVENTO                 PIC X(08) VALUE SPACES.
       01  WS-CTA-DEBE               PIC 9(04) VALUE ZEROS.
       01  WS-CTA-HABER              PIC 9(04) VALUE ZEROS.
       01  WS-DESCRIPCION            PIC X(30) VALUE SPACES.
       01  WS-CONFIRMA               PIC X(01) VALUE SPACES.
       01  WS-REG-CARGADAS           PIC 9(03) VALUE ZEROS.
       01  WS-MARCA-PLAN             PIC X(14) VALUE SPACES.

      * REGLAS DEL TALLER: LAS CUENTAS QUE USABA CADA CIERRE ANTES DE
      * QUE EXISTIERA REGLACON (ORIGEN, EVENTO, DEBE, HABER, NOMBRE)
       01  WS-TABLA-REGLAS-TALLER.
           02 WS-LISTA-REGLAS-TALLER.
              05 FILLER              PIC X(54) VALUE
              'SANMIGUESERVICIO11054105INGRESO DE SERVICIOS DEL MES  '.
              05 FILLER              PIC X(54) VALUE
              'SANMIGUEDONACION11054105DONACIONES DEL MES            '.
              05 FILLER              PIC X(54) VALUE
              'SANMIGUEDEVOLUC 51051105DEVOLUCIONES PAGADAS          '.
              05 FILLER              PIC X(54) VALUE
              'SANMIGUENICHOS  11054110ABONOS DEL COLUMBARIO         '.
              05 FILLER              PIC X(54) VALUE
              'SANMIGUEEGRESOS 51101105EGRESOS PAGADOS               '.
              05 FILLER              PIC X(54) VALUE
              'MONEY   COMPRA  13051105COMPRA DE DIVISAS             '.
              05 FILLER              PIC X(54) VALUE
              'MONEY   VENTA   11051305VENTA DE DIVISAS              '.
              05 FILLER              PIC X(54) VALUE
              'MONEY   MARGEN  13054205UTILIDAD EN CAMBIO            '.
              05 FILLER              PIC X(54) VALUE
              'CREDITO RECUPERA11054255RECUPERACION DE CASTIGADOS    '.
              05 FILLER              PIC X(54) VALUE
              'CREDITO ORDENREC86208120RECUPERACION EN CTAS DE ORDEN '.
              05 FILLER              PIC X(54) VALUE
              'CREDITO CASTIGO 14991410CASTIGO DE CARTERA            '.
              05 FILLER              PIC X(54) VALUE
              'CREDITO ORDENCAS81208620CASTIGO EN CTAS DE ORDEN      '.
              05 FILLER              PIC X(54) VALUE
              'CREDITO PROVGAST51991499AUMENTO DE LA PROVISION       '.
              05 FILLER              PIC X(54) VALUE
              'CREDITO PROVREIN14994250REINTEGRO DE LA PROVISION     '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  SALARIOS52052505NETO DE LA NOMINA POR PAGAR   '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  SALUD   52052510APORTE A SALUD DEL EMPLEADO   '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  PENSION 52052510APORTE A PENSION DEL EMPLEADO '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  CUOTAPRE52052510CUOTAS DE PRESTAMOS           '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  APORTES 52052515APORTES PATRONALES            '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  RETENCIO52052365RETENCION EN LA FUENTE        '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  RECOBRO 13805205RECOBRO DE INCAPACIDADES      '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  RECOBPAG11101380RECOBRO PAGADO POR EPS/ARL    '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  RECOBREC52051380RECOBRO RECHAZADO POR EPS/ARL '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  CESANTIA52052505CESANTIAS CONSIGNADAS AL FONDO'.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  LIQUIDA 52052505NETO DE LA LIQUIDACION FINAL  '.
              05 FILLER              PIC X(54) VALUE
              'NOMINA  PRESTLIQ52051365PRESTAMO DESCONTADO AL RETIRO '.
           02 WS-REGLAS-TALLER       REDEFINES WS-LISTA-REGLAS-TALLER.
              05 RTA-REGLA           OCCURS 26 TIMES.
                 10 RTA-ORIGEN       PIC X(08).
                 10 RTA-EVENTO       PIC X(08).
                 10 RTA-CTA-DEBE     PIC 9(04).
                 10 RTA-CTA-HABER    PIC 9(04).
                 10 RTA-DESCRIPCION  PIC X(30).

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 2010-MENU-PRINCIPAL UNTIL WS-OPC = 12
           STOP RUN.

       2010-MENU-PRINCIPAL.
                                            LINE 06 POSITION 25
                   '3. BALANCE DE PRUEBA DE UN MES'
                                            LINE 07 POSITION 25
                   '4. ADICIONAR O CAMBIAR UNA REGLA DE ASIENTO'
                                            LINE 08 POSITION 25
                   '5. ELIMINAR UNA REGLA DE ASIENTO'
                                            LINE 09 POSITION 25
                   '6. LISTAR LAS REGLAS DE ASIENTO'
                                            LINE 10 POSITION 25
                   '7. CARGAR LAS REGLAS DEL TALLER QUE FALTEN'
                                            LINE 11 POSITION 25
                   '8. CLASIFICAR UNA CUENTA (CLASE Y GRUPO)'
                                            LINE 12 POSITION 25
                   '9. ESTADO DE RESULTADOS DE UN MES'
                                            LINE 13 POSITION 25
                   '10. BALANCE GENERAL A FIN DE MES'
                                            LINE 14 POSITION 24
                   '11. CIERRE DEL ANO FISCAL'
                                            LINE 15 POSITION 24
                   '12. SALIR'              LINE 16 POSITION 24
                   'QUE OPCION DESEA?: '    LINE 18 POSITION 25
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 13
               ACCEPT WS-OPC                LINE 18 POSITION 45
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2020-ADICIONAR-CUENTA
               WHEN 2 PERFORM 2030-LISTAR-CUENTAS
               WHEN 3 PERFORM 2040-BALANCE-DE-PRUEBA
               WHEN 4 PERFORM 2050-GRABAR-REGLA
               WHEN 5 PERFORM 2060-ELIMINAR-REGLA
               WHEN 6 PERFORM 2070-LISTAR-REGLAS
               WHEN 7 PERFORM 2075-CARGAR-REGLAS-TALLER
               WHEN 8 PERFORM 2025-CLASIFICAR-CUENTA
               WHEN 9 PERFORM 2200-ESTADO-RESULTADOS
               WHEN 10 PERFORM 2300-BALANCE-GENERAL
               WHEN 11 PERFORM 2400-CIERRE-ANO
           END-EVALUATE.

       2020-ADICIONAR-CUENTA.
           PERFORM UNTIL WS-NOMBRE > SPACES
               ACCEPT WS-NOMBRE             LINE 05 POSITION 23
           END-PERFORM
           PERFORM 2021-CAPTURA-CLASE
           MOVE WS-CODIGO TO RCUE-CODIGO
           MOVE WS-NOMBRE TO RCUE-NOMBRE
           MOVE WS-CLASE  TO RCUE-CLASE
           MOVE WS-GRUPO  TO RCUE-GRUPO
           OPEN EXTEND CUENTAS
      * SI EL PLAN NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-CUE = '35'
           IF WS-ESTADO-CUE = '00' OR WS-ESTADO-CUE = '05'
               WRITE REG-CUENTA
               CLOSE CUENTAS
               DISPLAY 'CUENTA REGISTRADA'  LINE 11 POSITION 01
               ACCEPT WS-ENTER              LINE 11 POSITION 20
           END-IF.

       2021-CAPTURA-CLASE.
           DISPLAY 'CLASE (A=ACTIVO P=PASIVO T=PATRIMONIO I=INGRESO'
                                            LINE 07 POSITION 01
                   ' G=GASTO O=ORDEN):'     LINE 07 POSITION 49
           MOVE SPACES TO WS-CLASE
           PERFORM UNTIL WS-CLASE-VALIDA
               ACCEPT WS-CLASE              LINE 07 POSITION 68
           END-PERFORM
           DISPLAY 'GRUPO EN LOS ESTADOS (EJ. DISPONIBLE):'
                                            LINE 09 POSITION 01
           MOVE SPACES TO WS-GRUPO
           PERFORM UNTIL WS-GRUPO > SPACES
               ACCEPT WS-GRUPO              LINE 09 POSITION 41
           END-PERFORM.

      *----------------------------------------------------------------*
      * CAMBIA LA CLASE Y EL GRUPO DE UNA CUENTA DEL PLAN (LAS QUE
      * VENIAN SIN CLASIFICAR, O UN CAMBIO DE PRESENTACION); EL PLAN
      * SE REESCRIBE ENTERO
      *----------------------------------------------------------------*
       2025-CLASIFICAR-CUENTA.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CODIGO DE LA CUENTA:'   LINE 03 POSITION 01
           MOVE ZEROS TO WS-CODIGO
           PERFORM UNTIL WS-CODIGO > ZEROS
               ACCEPT WS-CODIGO             LINE 03 POSITION 23
           END-PERFORM
           PERFORM 2041-CARGAR-PLAN
           MOVE WS-CODIGO TO RMAY-CUENTA
           PERFORM 2043-BUSCAR-CUENTA
           EVALUATE TRUE
               WHEN SW-CUE-HALLADA = 0
                   DISPLAY 'LA CUENTA NO ESTA EN EL PLAN'
                                            LINE 11 POSITION 01
               WHEN SW-TABLA-LLENA = 1
                   DISPLAY 'EL PLAN NO CABE EN LA TABLA; NO SE GRABA'
                                            LINE 11 POSITION 01
               WHEN OTHER
                   DISPLAY TAB-CUE-NOMBRE(CX)
                                            LINE 03 POSITION 30
                           'ACTUAL:'        LINE 05 POSITION 01
                           TAB-CUE-CLASE(CX)
                                            LINE 05 POSITION 09
                           TAB-CUE-GRUPO(CX)
                                            LINE 05 POSITION 11
                   PERFORM 2021-CAPTURA-CLASE
                   MOVE WS-CLASE TO TAB-CUE-CLASE(CX)
                   MOVE WS-GRUPO TO TAB-CUE-GRUPO(CX)
                   PERFORM 2026-REESCRIBIR-PLAN
           END-EVALUATE
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.

       2026-REESCRIBIR-PLAN.
           OPEN OUTPUT CUENTAS
           IF WS-ESTADO-CUE = '00'
               PERFORM 2027-GRABAR-CUENTA
                   VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
               CLOSE CUENTAS
               DISPLAY 'CUENTA CLASIFICADA'     LINE 11 POSITION 01
           ELSE
               DISPLAY 'ERROR GRABANDO EL PLAN: '
                                                LINE 11 POSITION 01
                       WS-ESTADO-CUE            LINE 11 POSITION 25
           END-IF.

       2027-GRABAR-CUENTA.
           MOVE TAB-CUE-CODIGO(CX) TO RCUE-CODIGO
           MOVE TAB-CUE-NOMBRE(CX) TO RCUE-NOMBRE
           MOVE TAB-CUE-CLASE(CX)  TO RCUE-CLASE
           MOVE TAB-CUE-GRUPO(CX)  TO RCUE-GRUPO
           WRITE REG-CUENTA.

       2030-LISTAR-CUENTAS.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CODIGO  NOMBRE'         LINE 02 POSITION 01
           END-READ.

      *----------------------------------------------------------------*
      * BALANCE DE PRUEBA: POR CUENTA, EL MOVIMIENTO DEL MES PEDIDO
      * (DEBE MENOS HABER) Y EL SALDO A FIN DE ESE MES (APERTURA DEL
      * ULTIMO CIERRE MAS LO ASENTADO DESDE ENTONCES); LAS CUENTAS QUE
      * APARECEN EN EL LIBRO SIN ESTAR EN EL PLAN SALEN COMO (SIN
      * CATALOGO)
      *----------------------------------------------------------------*
       2040-BALANCE-DE-PRUEBA.
           PERFORM 2099-CAPTURA-PERIODO
           PERFORM 2100-ACUMULAR-LIBRO
           IF SW-HAY-LIBRO = 1
               PERFORM 2044-IMPRIMIR-BALANCE
           ELSE
               DISPLAY 'EL LIBRO MAYOR ESTA VACIO'

       2041-CARGAR-PLAN.
           MOVE ZEROS TO WS-NUM-CUENTAS
           MOVE 0 TO SW-FDA-CUENTAS SW-TABLA-LLENA
           OPEN INPUT CUENTAS
           IF WS-ESTADO-CUE = '00'
               PERFORM 2041-1-LEE-PLAN UNTIL SW-FDA-CUENTAS = 1
                NOT AT END
                    IF WS-NUM-CUENTAS < 100
                        ADD 1 TO WS-NUM-CUENTAS
                        MOVE WS-NUM-CUENTAS TO CX
                        PERFORM 2041-2-LIMPIA-CUENTA
                        MOVE RCUE-CODIGO TO TAB-CUE-CODIGO(CX)
                        MOVE RCUE-NOMBRE TO TAB-CUE-NOMBRE(CX)
                        MOVE RCUE-CLASE  TO TAB-CUE-CLASE(CX)
                        MOVE RCUE-GRUPO  TO TAB-CUE-GRUPO(CX)
                    ELSE
                        MOVE 1 TO SW-TABLA-LLENA
                    END-IF
           END-READ.

       2041-2-LIMPIA-CUENTA.
           MOVE ZEROS TO TAB-CUE-DEBE(CX) TAB-CUE-HABER(CX)
                         TAB-CUE-SALDO(CX)
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > 5
               MOVE ZEROS TO TAB-CUE-MES(CX, OX) TAB-CUE-ANO(CX, OX)
           END-PERFORM.

      *----------------------------------------------------------------*
      * CADA ASIENTO HASTA EL PERIODO PEDIDO: AL SALDO SI ES POSTERIOR
      * A LA APERTURA, AL DEBE/HABER DEL MES SI ES DEL PERIODO, Y AL
      * MES/ACUMULADO DE SU ORIGEN SI ES DEL ANO (LOS ASIENTOS DEL
      * CIERRE NO CUENTAN EN EL ESTADO DE RESULTADOS)
      *----------------------------------------------------------------*
       2042-LEE-ASIENTO.
           READ LIBROMAYOR AT END MOVE 1 TO SW-FDA-LIBROMAYOR
                NOT AT END
                    IF RMAY-PERIODO NOT > WS-PERIODO
                        PERFORM 2042-1-ACUMULA-ASIENTO
                    END-IF
           END-READ.

       2042-1-ACUMULA-ASIENTO.
           PERFORM 2043-1-UBICAR-CUENTA
           IF RMAY-NATURALEZA = 'D'
               MOVE RMAY-VALOR TO WS-VALOR
           ELSE
               COMPUTE WS-VALOR = ZEROS - RMAY-VALOR
           END-IF
           IF RMAY-PERIODO NOT < WS-PERIODO-DESDE
               ADD WS-VALOR TO TAB-CUE-SALDO(CX)
           END-IF
           IF RMAY-PERIODO = WS-PERIODO
               IF RMAY-NATURALEZA = 'D'
                   ADD RMAY-VALOR TO TAB-CUE-DEBE(CX)
                   ADD RMAY-VALOR TO WS-TOT-DEBE
               ELSE
                   ADD RMAY-VALOR TO TAB-CUE-HABER(CX)
                   ADD RMAY-VALOR TO WS-TOT-HABER
               END-IF
           END-IF
           IF RMAY-PERIODO(1:4) = WS-PERIODO(1:4)
              AND RMAY-ORIGEN NOT = 'CIERRE'
               PERFORM 2042-2-UBICAR-ORIGEN
               ADD WS-VALOR TO TAB-CUE-ANO(CX, OX)
               IF RMAY-PERIODO = WS-PERIODO
                   ADD WS-VALOR TO TAB-CUE-MES(CX, OX)
               END-IF
           END-IF.

       2042-2-UBICAR-ORIGEN.
           MOVE 0 TO SW-ORI-HALLADO
           PERFORM VARYING OX FROM 1 BY 1
                   UNTIL OX > 4 OR SW-ORI-HALLADO = 1
               IF ORI-CODIGO(OX) = RMAY-ORIGEN
                   MOVE 1 TO SW-ORI-HALLADO
               END-IF
           END-PERFORM
           IF SW-ORI-HALLADO = 1
               SUBTRACT 1 FROM OX
           ELSE
               MOVE 5 TO OX
           END-IF.

       2043-BUSCAR-CUENTA.
           MOVE 0 TO SW-CUE-HALLADA
           PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > WS-NUM-CUENTAS OR SW-CUE-HALLADA = 1
           END-PERFORM
           IF SW-CUE-HALLADA = 1
               SUBTRACT 1 FROM CX
           END-IF.

      *----------------------------------------------------------------*
      * UNA CUENTA DEL LIBRO QUE NO ESTA EN EL PLAN SE AGREGA A LA
      * TABLA COMO (SIN CATALOGO), CON LA CLASE DE SU PRIMER DIGITO
      *----------------------------------------------------------------*
       2043-1-UBICAR-CUENTA.
           PERFORM 2043-BUSCAR-CUENTA
           IF SW-CUE-HALLADA = 0
               IF WS-NUM-CUENTAS < 100
                   ADD 1 TO WS-NUM-CUENTAS
                   MOVE WS-NUM-CUENTAS TO CX
                   PERFORM 2041-2-LIMPIA-CUENTA
                   MOVE RMAY-CUENTA TO TAB-CUE-CODIGO(CX)
                   MOVE '(SIN CATALOGO)' TO TAB-CUE-NOMBRE(CX)
                                            TAB-CUE-GRUPO(CX)
                   PERFORM 2043-2-CLASE-POR-CODIGO
               ELSE
                   MOVE 1 TO SW-TABLA-LLENA
                   MOVE WS-NUM-CUENTAS TO CX
               END-IF
           END-IF.

       2043-2-CLASE-POR-CODIGO.
           EVALUATE TAB-CUE-CODIGO(CX)(1:1)
               WHEN '1'              MOVE 'A' TO TAB-CUE-CLASE(CX)
               WHEN '2'              MOVE 'P' TO TAB-CUE-CLASE(CX)
               WHEN '3'              MOVE 'T' TO TAB-CUE-CLASE(CX)
               WHEN '4'              MOVE 'I' TO TAB-CUE-CLASE(CX)
               WHEN '5' THRU '7'     MOVE 'G' TO TAB-CUE-CLASE(CX)
               WHEN OTHER            MOVE 'O' TO TAB-CUE-CLASE(CX)
           END-EVALUATE.

       2044-IMPRIMIR-BALANCE.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
           STRING 'BALANCE DE PRUEBA - PERIODO ' WS-PERIODO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER PAGE
           MOVE SPACES TO REG-IMPRESOR
           MOVE 'CTA  NOMBRE'        TO REG-IMPRESOR(1:11)
           MOVE 'MOVIMIENTO MES'     TO REG-IMPRESOR(37:14)
           MOVE 'SALDO FIN DE MES'   TO REG-IMPRESOR(55:16)
           WRITE REG-IMPRESOR AFTER 2
           PERFORM 2045-LINEA-CUENTA
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
           MOVE WS-TOT-DEBE TO WS-MASCARA

       2045-LINEA-CUENTA.
           IF TAB-CUE-DEBE(CX) > ZEROS OR TAB-CUE-HABER(CX) > ZEROS
              OR TAB-CUE-SALDO(CX) NOT = ZEROS
               COMPUTE WS-SALDO =
                       TAB-CUE-DEBE(CX) - TAB-CUE-HABER(CX)
               MOVE TAB-CUE-CODIGO(CX) TO WS-LBP-CODIGO
               MOVE TAB-CUE-NOMBRE(CX) TO WS-LBP-NOMBRE
               MOVE WS-SALDO           TO WS-LBP-MOVIMIENTO
               MOVE TAB-CUE-SALDO(CX)  TO WS-LBP-SALDO
               WRITE REG-IMPRESOR FROM WS-LIN-PRUEBA AFTER 1
           END-IF.

      *----------------------------------------------------------------*
      * ADICIONA LA REGLA DE UN ORIGEN Y EVENTO, O LE CAMBIA LAS
      * CUENTAS SI YA EXISTE. LAS DOS CUENTAS TIENEN QUE ESTAR EN EL
      * PLAN Y SER DISTINTAS
      *----------------------------------------------------------------*
       2050-GRABAR-REGLA.
           PERFORM 2051-CAPTURA-LLAVE
           PERFORM 2041-CARGAR-PLAN
           PERFORM 2080-CARGAR-REGLAS
           PERFORM 2081-BUSCAR-REGLA
           IF SW-REG-HALLADA = 1
               DISPLAY 'REGLA ACTUAL: DEBE'     LINE 07 POSITION 01
                       TAB-REG-CTA-DEBE(RX)     LINE 07 POSITION 20
                       'HABER'                  LINE 07 POSITION 26
                       TAB-REG-CTA-HABER(RX)    LINE 07 POSITION 32
                       TAB-REG-DESCRIPCION(RX)  LINE 07 POSITION 38
           END-IF
           DISPLAY 'CUENTA DEL DEBE:'           LINE 09 POSITION 01
           MOVE ZEROS TO WS-CTA-DEBE
           PERFORM UNTIL WS-CTA-DEBE > ZEROS
               ACCEPT WS-CTA-DEBE               LINE 09 POSITION 19
           END-PERFORM
           DISPLAY 'CUENTA DEL HABER:'          LINE 11 POSITION 01
           MOVE ZEROS TO WS-CTA-HABER
           PERFORM UNTIL WS-CTA-HABER > ZEROS
               ACCEPT WS-CTA-HABER              LINE 11 POSITION 19
           END-PERFORM
           DISPLAY 'DESCRIPCION:'               LINE 13 POSITION 01
           MOVE SPACES TO WS-DESCRIPCION
           PERFORM UNTIL WS-DESCRIPCION > SPACES
               ACCEPT WS-DESCRIPCION            LINE 13 POSITION 19
           END-PERFORM
           PERFORM 2082-CUENTAS-EN-PLAN
           EVALUATE TRUE
               WHEN SW-DEBE-EN-PLAN = 0
                   DISPLAY 'LA CUENTA DEL DEBE NO ESTA EN EL PLAN'
                                                LINE 15 POSITION 01
               WHEN SW-HABER-EN-PLAN = 0
                   DISPLAY 'LA CUENTA DEL HABER NO ESTA EN EL PLAN'
                                                LINE 15 POSITION 01
               WHEN WS-CTA-DEBE = WS-CTA-HABER
                   DISPLAY 'EL DEBE Y EL HABER NO PUEDEN SER LA MISMA'
                                                LINE 15 POSITION 01
               WHEN SW-REG-HALLADA = 0 AND WS-NUM-REGLAS = 100
                   DISPLAY 'NO CABEN MAS REGLAS' LINE 15 POSITION 01
               WHEN OTHER
                   IF SW-REG-HALLADA = 0
                       ADD 1 TO WS-NUM-REGLAS
                       MOVE WS-NUM-REGLAS TO RX
                       MOVE WS-ORIGEN  TO TAB-REG-ORIGEN(RX)
                       MOVE WS-EVENTO  TO TAB-REG-EVENTO(RX)
                   END-IF
                   MOVE WS-CTA-DEBE    TO TAB-REG-CTA-DEBE(RX)
                   MOVE WS-CTA-HABER   TO TAB-REG-CTA-HABER(RX)
                   MOVE WS-DESCRIPCION TO TAB-REG-DESCRIPCION(RX)
                   PERFORM 2083-REESCRIBIR-REGLAS
                   IF WS-ESTADO-REG = '00'
                       DISPLAY 'REGLA REGISTRADA'
                                                LINE 15 POSITION 01
                   END-IF
           END-EVALUATE
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                                LINE 24 POSITION 30
           ACCEPT WS-ENTER                      LINE 24 POSITION 60.

       2051-CAPTURA-LLAVE.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ORIGEN (NOMINA, SANMIGUE, MONEY, CREDITO):'
                                                LINE 03 POSITION 01
           MOVE SPACES TO WS-ORIGEN
           PERFORM UNTIL WS-ORIGEN > SPACES
               ACCEPT WS-ORIGEN                 LINE 03 POSITION 45
           END-PERFORM
           DISPLAY 'EVENTO:'                    LINE 05 POSITION 01
           MOVE SPACES TO WS-EVENTO
           PERFORM UNTIL WS-EVENTO > SPACES
               ACCEPT WS-EVENTO                 LINE 05 POSITION 45
           END-PERFORM.

      *----------------------------------------------------------------*
      * QUITA LA REGLA DE UN ORIGEN Y EVENTO, CON CONFIRMACION; LOS
      * ASIENTOS DE ESE EVENTO QUEDAN RECHAZADOS HASTA QUE SE VUELVA
      * A DEFINIR
      *----------------------------------------------------------------*
       2060-ELIMINAR-REGLA.
           PERFORM 2051-CAPTURA-LLAVE
           PERFORM 2080-CARGAR-REGLAS
           PERFORM 2081-BUSCAR-REGLA
           IF SW-REG-HALLADA = 0
               DISPLAY 'NO EXISTE ESA REGLA'    LINE 09 POSITION 01
           ELSE
               DISPLAY 'DEBE'                   LINE 07 POSITION 01
                       TAB-REG-CTA-DEBE(RX)     LINE 07 POSITION 06
                       'HABER'                  LINE 07 POSITION 12
                       TAB-REG-CTA-HABER(RX)    LINE 07 POSITION 18
                       TAB-REG-DESCRIPCION(RX)  LINE 07 POSITION 24
               DISPLAY 'CONFIRMA LA ELIMINACION (S/N)?:'
                                                LINE 09 POSITION 01
               MOVE SPACES TO WS-CONFIRMA
               PERFORM UNTIL WS-CONFIRMA = 'S' OR WS-CONFIRMA = 'N'
                   ACCEPT WS-CONFIRMA           LINE 09 POSITION 34
               END-PERFORM
               IF WS-CONFIRMA = 'S'
                   PERFORM VARYING DX FROM RX BY 1
                           UNTIL DX NOT < WS-NUM-REGLAS
                       MOVE TAB-REG(DX + 1) TO TAB-REG(DX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NUM-REGLAS
                   PERFORM 2083-REESCRIBIR-REGLAS
                   IF WS-ESTADO-REG = '00'
                       DISPLAY 'REGLA ELIMINADA'
                                                LINE 11 POSITION 01
                   END-IF
               END-IF
           END-IF
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                                LINE 24 POSITION 30
           ACCEPT WS-ENTER                      LINE 24 POSITION 60.

      *----------------------------------------------------------------*
      * LISTA LAS REGLAS; LAS QUE USAN UNA CUENTA QUE NO ESTA EN EL
      * PLAN SALEN MARCADAS, PORQUE SUS ASIENTOS SE RECHAZAN
      *----------------------------------------------------------------*
       2070-LISTAR-REGLAS.
           PERFORM 2041-CARGAR-PLAN
           PERFORM 2080-CARGAR-REGLAS
           PERFORM 2071-TITULO-REGLAS
           PERFORM 2072-LINEA-REGLA
               VARYING RX FROM 1 BY 1 UNTIL RX > WS-NUM-REGLAS
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                                LINE 24 POSITION 30
           ACCEPT WS-ENTER                      LINE 24 POSITION 60.

       2071-TITULO-REGLAS.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ORIGEN   EVENTO   DEBE HABER DESCRIPCION'
                                                LINE 02 POSITION 01
           MOVE 3 TO LI.

       2072-LINEA-REGLA.
           MOVE TAB-REG-CTA-DEBE(RX)  TO WS-CTA-DEBE
           MOVE TAB-REG-CTA-HABER(RX) TO WS-CTA-HABER
           PERFORM 2082-CUENTAS-EN-PLAN
           IF SW-DEBE-EN-PLAN = 1 AND SW-HABER-EN-PLAN = 1
               MOVE SPACES TO WS-MARCA-PLAN
           ELSE
               MOVE '*FUERA DE PLAN' TO WS-MARCA-PLAN
           END-IF
           DISPLAY TAB-REG-ORIGEN(RX)           LINE LI POSITION 01
                   TAB-REG-EVENTO(RX)           LINE LI POSITION 10
                   TAB-REG-CTA-DEBE(RX)         LINE LI POSITION 19
                   TAB-REG-CTA-HABER(RX)        LINE LI POSITION 24
                   TAB-REG-DESCRIPCION(RX)      LINE LI POSITION 29
                   WS-MARCA-PLAN                LINE LI POSITION 60
           ADD 1 TO LI
           IF LI = 23
               DISPLAY 'OPRIMA ENTER PARA SEGUIR'
                                                LINE 23 POSITION 30
               ACCEPT WS-ENTER                  LINE 23 POSITION 56
               PERFORM 2071-TITULO-REGLAS
           END-IF.

      *----------------------------------------------------------------*
      * AGREGA LAS REGLAS DEL TALLER QUE NO ESTEN EN REGLACON; LAS
      * QUE YA EXISTEN NO SE TOCAN, PARA NO PISAR UN CAMBIO DEL
      * CONTADOR
      *----------------------------------------------------------------*
       2075-CARGAR-REGLAS-TALLER.
           DISPLAY CLEAR-SCREEN
           PERFORM 2080-CARGAR-REGLAS
           MOVE ZEROS TO WS-REG-CARGADAS
           PERFORM 2076-AGREGAR-REGLA-TALLER
               VARYING DX FROM 1 BY 1 UNTIL DX > 26
           IF WS-REG-CARGADAS > ZEROS
               PERFORM 2083-REESCRIBIR-REGLAS
           END-IF
           DISPLAY 'REGLAS AGREGADAS:'          LINE 05 POSITION 01
                   WS-REG-CARGADAS              LINE 05 POSITION 19
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                                LINE 24 POSITION 30
           ACCEPT WS-ENTER                      LINE 24 POSITION 60.

       2076-AGREGAR-REGLA-TALLER.
           MOVE RTA-ORIGEN(DX) TO WS-ORIGEN
           MOVE RTA-EVENTO(DX) TO WS-EVENTO
           PERFORM 2081-BUSCAR-REGLA
           IF SW-REG-HALLADA = 0 AND WS-NUM-REGLAS < 100
               ADD 1 TO WS-NUM-REGLAS
               MOVE RTA-REGLA(DX) TO TAB-REG(WS-NUM-REGLAS)
               ADD 1 TO WS-REG-CARGADAS
           END-IF.

       2080-CARGAR-REGLAS.
           MOVE ZEROS TO WS-NUM-REGLAS
           MOVE 0 TO SW-FDA-REGLACON
           OPEN INPUT REGLACON
           IF WS-ESTADO-REG = '00'
               PERFORM 2080-1-LEE-REGLA UNTIL SW-FDA-REGLACON = 1
               CLOSE REGLACON
           END-IF.

       2080-1-LEE-REGLA.
           READ REGLACON AT END MOVE 1 TO SW-FDA-REGLACON
                NOT AT END
                    IF WS-NUM-REGLAS < 100
                        ADD 1 TO WS-NUM-REGLAS
                        MOVE REG-REGLACON TO TAB-REG(WS-NUM-REGLAS)
                    END-IF
           END-READ.

       2081-BUSCAR-REGLA.
           MOVE 0 TO SW-REG-HALLADA
           PERFORM VARYING RX FROM 1 BY 1
                   UNTIL RX > WS-NUM-REGLAS OR SW-REG-HALLADA = 1
               IF TAB-REG-ORIGEN(RX) = WS-ORIGEN
                  AND TAB-REG-EVENTO(RX) = WS-EVENTO
                   MOVE 1 TO SW-REG-HALLADA
               END-IF
           END-PERFORM
           IF SW-REG-HALLADA = 1
               SUBTRACT 1 FROM RX
           END-IF.

       2082-CUENTAS-EN-PLAN.
           MOVE 0 TO SW-DEBE-EN-PLAN SW-HABER-EN-PLAN
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
               IF TAB-CUE-CODIGO(CX) = WS-CTA-DEBE
                   MOVE 1 TO SW-DEBE-EN-PLAN
               END-IF
               IF TAB-CUE-CODIGO(CX) = WS-CTA-HABER
                   MOVE 1 TO SW-HABER-EN-PLAN
               END-IF
           END-PERFORM.

       2083-REESCRIBIR-REGLAS.
           OPEN OUTPUT REGLACON
           IF WS-ESTADO-REG NOT = '00'
               DISPLAY 'ERROR GRABANDO LAS REGLAS: '
                                                LINE 20 POSITION 01
                       WS-ESTADO-REG            LINE 20 POSITION 28
           ELSE
               PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > WS-NUM-REGLAS
                   WRITE REG-REGLACON FROM TAB-REG(RX)
               END-PERFORM
               CLOSE REGLACON
           END-IF.

      *----------------------------------------------------------------*
      * PERIODO AAAAMM CON MES DE 01 A 12
      *----------------------------------------------------------------*
       2099-CAPTURA-PERIODO.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PERIODO (AAAAMM):'      LINE 03 POSITION 01
           MOVE 0 TO SW-CUE-HALLADA
           PERFORM 2099-1-ACEPTA-PERIODO UNTIL SW-CUE-HALLADA = 1.

       2099-1-ACEPTA-PERIODO.
           MOVE SPACES TO WS-PERIODO
           ACCEPT WS-PERIODO                LINE 03 POSITION 20
           IF WS-PERIODO IS NUMERIC
               IF WS-PER-MES > ZEROS AND WS-PER-MES < 13
                   MOVE 1 TO SW-CUE-HALLADA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SALDOS A FIN DEL PERIODO PEDIDO: ARRANCA DE LOS SALDOS DE
      * APERTURA DEL ULTIMO ANO ABIERTO POR UN CIERRE (SI LO HAY) Y
      * SOLO SUMA LOS ASIENTOS DESDE ENERO DE ESE ANO; SIN CIERRES,
      * SUMA TODO EL LIBRO HASTA EL PERIODO
      *----------------------------------------------------------------*
       2100-ACUMULAR-LIBRO.
           PERFORM 2041-CARGAR-PLAN
           PERFORM 2101-BUSCAR-APERTURA
           MOVE ZEROS TO WS-TOT-DEBE WS-TOT-HABER
           IF WS-ANO-BASE > ZEROS
               PERFORM 2102-CARGAR-APERTURA
               MOVE WS-ANO-BASE TO WS-PERIODO-DESDE(1:4)
               MOVE '01'        TO WS-PERIODO-DESDE(5:2)
           ELSE
               MOVE '000000'    TO WS-PERIODO-DESDE
           END-IF
           MOVE 0 TO SW-FDA-LIBROMAYOR SW-HAY-LIBRO
           OPEN INPUT LIBROMAYOR
           IF WS-ESTADO-MAY = '00'
               MOVE 1 TO SW-HAY-LIBRO
               PERFORM 2042-LEE-ASIENTO UNTIL SW-FDA-LIBROMAYOR = 1
               CLOSE LIBROMAYOR
           END-IF.

      * ANO BASE: EL MAYOR ANO CON SALDOS DE APERTURA QUE NO PASE DEL
      * ANO DEL PERIODO; SI HAY SALDOS DE UN ANO POSTERIOR, EL ANO DEL
      * PERIODO YA ESTA CERRADO
       2101-BUSCAR-APERTURA.
           MOVE ZEROS TO WS-ANO-BASE
           MOVE 0 TO SW-HAY-SALDOS SW-ANO-CERRADO SW-FDA-SALDOS
           OPEN INPUT SALDOS
           IF WS-ESTADO-SAL = '00'
               PERFORM 2101-1-LEE-SALDO UNTIL SW-FDA-SALDOS = 1
               CLOSE SALDOS
           END-IF.

       2101-1-LEE-SALDO.
           READ SALDOS AT END MOVE 1 TO SW-FDA-SALDOS
                NOT AT END
                    MOVE 1 TO SW-HAY-SALDOS
                    IF RSAL-ANO > WS-PER-ANO
                        MOVE 1 TO SW-ANO-CERRADO
                    ELSE
                        IF RSAL-ANO > WS-ANO-BASE
                            MOVE RSAL-ANO TO WS-ANO-BASE
                        END-IF
                    END-IF
           END-READ.

       2102-CARGAR-APERTURA.
           MOVE 0 TO SW-FDA-SALDOS
           OPEN INPUT SALDOS
           IF WS-ESTADO-SAL = '00'
               PERFORM 2102-1-LEE-APERTURA UNTIL SW-FDA-SALDOS = 1
               CLOSE SALDOS
           END-IF.

       2102-1-LEE-APERTURA.
           READ SALDOS AT END MOVE 1 TO SW-FDA-SALDOS
                NOT AT END
                    IF RSAL-ANO = WS-ANO-BASE AND RSAL-CUENTA > ZEROS
                        MOVE RSAL-CUENTA TO RMAY-CUENTA
                        PERFORM 2043-1-UBICAR-CUENTA
                        ADD RSAL-SALDO TO TAB-CUE-SALDO(CX)
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * ESTADO DE RESULTADOS DEL MES POR ORIGEN (PARROQUIA, CASA DE
      * CAMBIO, CREDITO, NOMINA Y OTROS): INGRESOS Y GASTOS POR GRUPO,
      * CON EL MES Y EL ACUMULADO DEL ANO, Y EL CONSOLIDADO DEL TALLER
      *----------------------------------------------------------------*
       2200-ESTADO-RESULTADOS.
           PERFORM 2099-CAPTURA-PERIODO
           PERFORM 2100-ACUMULAR-LIBRO
           OPEN OUTPUT IMPRESUL
           IF WS-ESTADO-RES NOT = '00'
               DISPLAY 'ERROR GENERANDO EL ESTADO: '
                                            LINE 05 POSITION 01
                       WS-ESTADO-RES        LINE 05 POSITION 30
               ACCEPT WS-ENTER              LINE 05 POSITION 35
           ELSE
               MOVE SPACES TO REG-IMPRESUL
               STRING 'ESTADO DE RESULTADOS - PERIODO ' WS-PERIODO
                      DELIMITED BY SIZE INTO REG-IMPRESUL
               WRITE REG-IMPRESUL AFTER PAGE
               MOVE SPACES TO REG-IMPRESUL
               MOVE 'CONCEPTO'          TO REG-IMPRESUL(1:8)
               MOVE 'MES'               TO REG-IMPRESUL(49:3)
               MOVE 'ACUMULADO DEL ANO' TO REG-IMPRESUL(60:17)
               WRITE REG-IMPRESUL AFTER 2
               MOVE ZEROS TO WS-CIN-MES WS-CIN-ANO
                             WS-CGA-MES WS-CGA-ANO
               PERFORM 2201-UN-ORIGEN
                   VARYING OX FROM 1 BY 1 UNTIL OX > 5
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE 'TOTAL INGRESOS DEL TALLER' TO WS-LES-CONCEPTO
               MOVE WS-CIN-MES TO WS-LES-MES
               MOVE WS-CIN-ANO TO WS-LES-ANO
               WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 3
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE 'TOTAL GASTOS DEL TALLER' TO WS-LES-CONCEPTO
               MOVE WS-CGA-MES TO WS-LES-MES
               MOVE WS-CGA-ANO TO WS-LES-ANO
               WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 1
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE 'UTILIDAD (PERDIDA) TALLER' TO WS-LES-CONCEPTO
               COMPUTE WS-LES-MES = WS-CIN-MES - WS-CGA-MES
               COMPUTE WS-LES-ANO = WS-CIN-ANO - WS-CGA-ANO
               WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 1
               CLOSE IMPRESUL
               DISPLAY 'ESTADO EN ../FILES/CONTAB/RESULTADOS'
                                            LINE 05 POSITION 01
               ACCEPT WS-ENTER              LINE 05 POSITION 40
           END-IF.

      * UN ORIGEN SALE SOLO SI TUVO INGRESOS O GASTOS EN EL ANO
       2201-UN-ORIGEN.
           MOVE 0 TO SW-ORI-CON-MOV
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
               IF (TAB-CUE-CLASE(CX) = 'I' OR TAB-CUE-CLASE(CX) = 'G')
                  AND TAB-CUE-ANO(CX, OX) NOT = ZEROS
                   MOVE 1 TO SW-ORI-CON-MOV
               END-IF
           END-PERFORM
           IF SW-ORI-CON-MOV = 1
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE ORI-NOMBRE(OX) TO WS-LES-CONCEPTO
               WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 2
               MOVE 'I' TO WS-CLASE-IMP
               PERFORM 2202-UNA-CLASE
               MOVE WS-CLA-MES TO WS-ING-MES
               MOVE WS-CLA-ANO TO WS-ING-ANO
               ADD WS-CLA-MES TO WS-CIN-MES
               ADD WS-CLA-ANO TO WS-CIN-ANO
               MOVE 'G' TO WS-CLASE-IMP
               PERFORM 2202-UNA-CLASE
               ADD WS-CLA-MES TO WS-CGA-MES
               ADD WS-CLA-ANO TO WS-CGA-ANO
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE '  UTILIDAD (PERDIDA)' TO WS-LES-CONCEPTO
               COMPUTE WS-LES-MES = WS-ING-MES - WS-CLA-MES
               COMPUTE WS-LES-ANO = WS-ING-ANO - WS-CLA-ANO
               WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 1
           END-IF.

       2202-UNA-CLASE.
           MOVE SPACES TO WS-LIN-ESTADO
           IF WS-CLASE-IMP = 'I'
               MOVE '  INGRESOS' TO WS-LES-CONCEPTO
           ELSE
               MOVE '  GASTOS'   TO WS-LES-CONCEPTO
           END-IF
           WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 1
           MOVE ZEROS TO WS-CLA-MES WS-CLA-ANO
           PERFORM 2203-UN-GRUPO
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
           MOVE SPACES TO WS-LIN-ESTADO
           IF WS-CLASE-IMP = 'I'
               MOVE '  TOTAL INGRESOS' TO WS-LES-CONCEPTO
           ELSE
               MOVE '  TOTAL GASTOS'   TO WS-LES-CONCEPTO
           END-IF
           MOVE WS-CLA-MES TO WS-LES-MES
           MOVE WS-CLA-ANO TO WS-LES-ANO
           WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 1.

      * UN RENGLON POR GRUPO: SE IMPRIME EN LA PRIMERA CUENTA DEL
      * GRUPO CON LA SUMA DE TODAS LAS CUENTAS DE LA CLASE Y EL GRUPO
       2203-UN-GRUPO.
           IF TAB-CUE-CLASE(CX) = WS-CLASE-IMP
               PERFORM 2290-PRIMERO-DEL-GRUPO
               IF SW-PRIMERO-GRUPO = 1
                   MOVE ZEROS TO WS-GRP-MES WS-GRP-ANO
                   PERFORM VARYING DX FROM CX BY 1
                           UNTIL DX > WS-NUM-CUENTAS
                       IF TAB-CUE-CLASE(DX) = WS-CLASE-IMP
                          AND TAB-CUE-GRUPO(DX) = TAB-CUE-GRUPO(CX)
                           ADD TAB-CUE-MES(DX, OX) TO WS-GRP-MES
                           ADD TAB-CUE-ANO(DX, OX) TO WS-GRP-ANO
                       END-IF
                   END-PERFORM
      * LOS INGRESOS SON DE NATURALEZA HABER
                   IF WS-CLASE-IMP = 'I'
                       COMPUTE WS-GRP-MES = ZEROS - WS-GRP-MES
                       COMPUTE WS-GRP-ANO = ZEROS - WS-GRP-ANO
                   END-IF
                   IF WS-GRP-MES NOT = ZEROS OR WS-GRP-ANO NOT = ZEROS
                       ADD WS-GRP-MES TO WS-CLA-MES
                       ADD WS-GRP-ANO TO WS-CLA-ANO
                       MOVE SPACES TO WS-LIN-ESTADO
                       MOVE TAB-CUE-GRUPO(CX) TO WS-LES-CONCEPTO(5:20)
                       MOVE WS-GRP-MES TO WS-LES-MES
                       MOVE WS-GRP-ANO TO WS-LES-ANO
                       WRITE REG-IMPRESUL FROM WS-LIN-ESTADO AFTER 1
                   END-IF
               END-IF
           END-IF.

       2290-PRIMERO-DEL-GRUPO.
           MOVE 1 TO SW-PRIMERO-GRUPO
           PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX NOT < CX OR SW-PRIMERO-GRUPO = 0
               IF TAB-CUE-CLASE(DX) = TAB-CUE-CLASE(CX)
                  AND TAB-CUE-GRUPO(DX) = TAB-CUE-GRUPO(CX)
                   MOVE 0 TO SW-PRIMERO-GRUPO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * BALANCE GENERAL A FIN DE MES: ACTIVOS, PASIVOS Y PATRIMONIO
      * POR GRUPO; EL RESULTADO DE LO QUE NO SE HA CERRADO (INGRESOS
      * MENOS GASTOS) ENTRA AL PATRIMONIO. LAS CUENTAS DE ORDEN NO
      * SALEN
      *----------------------------------------------------------------*
       2300-BALANCE-GENERAL.
           PERFORM 2099-CAPTURA-PERIODO
           PERFORM 2100-ACUMULAR-LIBRO
           OPEN OUTPUT IMPBALGE
           IF WS-ESTADO-BGE NOT = '00'
               DISPLAY 'ERROR GENERANDO EL BALANCE: '
                                            LINE 05 POSITION 01
                       WS-ESTADO-BGE        LINE 05 POSITION 30
               ACCEPT WS-ENTER              LINE 05 POSITION 35
           ELSE
               MOVE SPACES TO REG-IMPBALGE
               STRING 'BALANCE GENERAL A FIN DE ' WS-PERIODO
                      DELIMITED BY SIZE INTO REG-IMPBALGE
               WRITE REG-IMPBALGE AFTER PAGE
               MOVE 'A' TO WS-CLASE-IMP
               PERFORM 2301-UNA-CLASE-BALANCE
               MOVE WS-CLA-MES TO WS-TOT-ACTIVO
               MOVE 'P' TO WS-CLASE-IMP
               PERFORM 2301-UNA-CLASE-BALANCE
               MOVE WS-CLA-MES TO WS-TOT-PASIVO
               MOVE 'T' TO WS-CLASE-IMP
               PERFORM 2301-UNA-CLASE-BALANCE
               MOVE WS-CLA-MES TO WS-TOT-PATRIMONIO
               MOVE ZEROS TO WS-RESULTADO
               PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
                   IF TAB-CUE-CLASE(CX) = 'I'
                      OR TAB-CUE-CLASE(CX) = 'G'
                       SUBTRACT TAB-CUE-SALDO(CX) FROM WS-RESULTADO
                   END-IF
               END-PERFORM
               ADD WS-RESULTADO TO WS-TOT-PATRIMONIO
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE '    RESULTADO DEL EJERCICIO' TO WS-LES-CONCEPTO
               MOVE WS-RESULTADO TO WS-LES-MES
               WRITE REG-IMPBALGE FROM WS-LIN-ESTADO AFTER 1
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE 'TOTAL PATRIMONIO' TO WS-LES-CONCEPTO
               MOVE WS-TOT-PATRIMONIO TO WS-LES-MES
               WRITE REG-IMPBALGE FROM WS-LIN-ESTADO AFTER 1
               MOVE SPACES TO WS-LIN-ESTADO
               MOVE 'TOTAL PASIVO Y PATRIMONIO' TO WS-LES-CONCEPTO
               COMPUTE WS-LES-MES = WS-TOT-PASIVO + WS-TOT-PATRIMONIO
               WRITE REG-IMPBALGE FROM WS-LIN-ESTADO AFTER 2
               IF WS-TOT-ACTIVO = WS-TOT-PASIVO + WS-TOT-PATRIMONIO
                   MOVE 'EL BALANCE CUADRA' TO REG-IMPBALGE
               ELSE
                   MOVE '*** EL BALANCE NO CUADRA, REVISAR ***'
                     TO REG-IMPBALGE
               END-IF
               WRITE REG-IMPBALGE AFTER 2
               CLOSE IMPBALGE
               DISPLAY 'BALANCE EN ../FILES/CONTAB/BALGENERAL'
                                            LINE 05 POSITION 01
               ACCEPT WS-ENTER              LINE 05 POSITION 40
           END-IF.

       2301-UNA-CLASE-BALANCE.
           MOVE SPACES TO WS-LIN-ESTADO
           EVALUATE WS-CLASE-IMP
               WHEN 'A' MOVE 'ACTIVOS'    TO WS-LES-CONCEPTO
               WHEN 'P' MOVE 'PASIVOS'    TO WS-LES-CONCEPTO
               WHEN 'T' MOVE 'PATRIMONIO' TO WS-LES-CONCEPTO
           END-EVALUATE
           WRITE REG-IMPBALGE FROM WS-LIN-ESTADO AFTER 2
           MOVE ZEROS TO WS-CLA-MES
           PERFORM 2302-UN-GRUPO-BALANCE
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
           IF WS-CLASE-IMP NOT = 'T'
               MOVE SPACES TO WS-LIN-ESTADO
               IF WS-CLASE-IMP = 'A'
                   MOVE 'TOTAL ACTIVOS' TO WS-LES-CONCEPTO
               ELSE
                   MOVE 'TOTAL PASIVOS' TO WS-LES-CONCEPTO
               END-IF
               MOVE WS-CLA-MES TO WS-LES-MES
               WRITE REG-IMPBALGE FROM WS-LIN-ESTADO AFTER 1
           END-IF.

      * PASIVO Y PATRIMONIO SON DE NATURALEZA HABER
       2302-UN-GRUPO-BALANCE.
           IF TAB-CUE-CLASE(CX) = WS-CLASE-IMP
               PERFORM 2290-PRIMERO-DEL-GRUPO
               IF SW-PRIMERO-GRUPO = 1
                   MOVE ZEROS TO WS-GRP-MES
                   PERFORM VARYING DX FROM CX BY 1
                           UNTIL DX > WS-NUM-CUENTAS
                       IF TAB-CUE-CLASE(DX) = WS-CLASE-IMP
                          AND TAB-CUE-GRUPO(DX) = TAB-CUE-GRUPO(CX)
                           ADD TAB-CUE-SALDO(DX) TO WS-GRP-MES
                       END-IF
                   END-PERFORM
                   IF WS-CLASE-IMP NOT = 'A'
                       COMPUTE WS-GRP-MES = ZEROS - WS-GRP-MES
                   END-IF
                   IF WS-GRP-MES NOT = ZEROS
                       ADD WS-GRP-MES TO WS-CLA-MES
                       MOVE SPACES TO WS-LIN-ESTADO
                       MOVE TAB-CUE-GRUPO(CX) TO WS-LES-CONCEPTO(5:20)
                       MOVE WS-GRP-MES TO WS-LES-MES
                       WRITE REG-IMPBALGE FROM WS-LIN-ESTADO AFTER 1
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CIERRE DEL ANO FISCAL: CADA CUENTA DE INGRESO Y GASTO QUEDA EN
      * CERO CON UN ASIENTO DE ORIGEN CIERRE EN DICIEMBRE, CONTRA LA
      * CUENTA DE UTILIDADES ACUMULADAS (PATRIMONIO), Y LOS SALDOS DE
      * LAS DEMAS CUENTAS QUEDAN COMO APERTURA DEL ANO SIGUIENTE. LOS
      * ANOS SE CIERRAN EN ORDEN Y UNA SOLA VEZ; DESPUES NO9CCONT NO
      * ASIENTA EN EL ANO CERRADO
      *----------------------------------------------------------------*
       2400-CIERRE-ANO.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ANO FISCAL A CERRAR (AAAA):'
                                            LINE 03 POSITION 01
           MOVE ZEROS TO WS-ANO-CIERRE
           PERFORM UNTIL WS-ANO-CIERRE > 1999
               ACCEPT WS-ANO-CIERRE         LINE 03 POSITION 30
           END-PERFORM
           MOVE WS-ANO-CIERRE TO WS-PER-ANO
           MOVE 12            TO WS-PER-MES
           PERFORM 2101-BUSCAR-APERTURA
           EVALUATE TRUE
               WHEN SW-ANO-CERRADO = 1
                   DISPLAY 'ESE ANO YA ESTA CERRADO'
                                            LINE 05 POSITION 01
               WHEN SW-HAY-SALDOS = 1
                AND WS-ANO-BASE NOT = WS-ANO-CIERRE
                   DISPLAY 'PRIMERO HAY QUE CERRAR EL ANO'
                                            LINE 05 POSITION 01
                           WS-ANO-BASE      LINE 05 POSITION 31
               WHEN OTHER
                   PERFORM 2401-CIERRA-ANO
           END-EVALUATE
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.

       2401-CIERRA-ANO.
           DISPLAY 'CUENTA DE UTILIDADES ACUMULADAS:'
                                            LINE 05 POSITION 01
           MOVE ZEROS TO WS-CTA-UTILIDADES
           PERFORM UNTIL WS-CTA-UTILIDADES > ZEROS
               ACCEPT WS-CTA-UTILIDADES     LINE 05 POSITION 35
           END-PERFORM
           PERFORM 2100-ACUMULAR-LIBRO
           MOVE WS-CTA-UTILIDADES TO RMAY-CUENTA
           PERFORM 2043-BUSCAR-CUENTA
           EVALUATE TRUE
               WHEN SW-TABLA-LLENA = 1
                   DISPLAY 'LAS CUENTAS NO CABEN EN LA TABLA'
                                            LINE 07 POSITION 01
               WHEN SW-CUE-HALLADA = 0
               WHEN TAB-CUE-NOMBRE(CX) = '(SIN CATALOGO)'
                   DISPLAY 'ESA CUENTA NO ESTA EN EL PLAN'
                                            LINE 07 POSITION 01
               WHEN TAB-CUE-CLASE(CX) NOT = 'T'
                   DISPLAY 'LA CUENTA DEBE SER DE PATRIMONIO'
                                            LINE 07 POSITION 01
               WHEN OTHER
                   MOVE CX TO WS-CX-UTILIDADES
                   DISPLAY TAB-CUE-NOMBRE(CX)
                                            LINE 05 POSITION 41
                   DISPLAY 'CONFIRMA EL CIERRE DEL ANO (S/N)?:'
                                            LINE 07 POSITION 01
                   MOVE SPACES TO WS-CONFIRMA
                   PERFORM UNTIL WS-CONFIRMA = 'S' OR WS-CONFIRMA = 'N'
                       ACCEPT WS-CONFIRMA   LINE 07 POSITION 37
                   END-PERFORM
                   IF WS-CONFIRMA = 'S'
                       PERFORM 2402-ASIENTOS-CIERRE
                       PERFORM 2403-GRABAR-APERTURA
                       MOVE WS-UTILIDAD TO WS-MASCARA
                       DISPLAY 'ANO CERRADO. UTILIDAD (PERDIDA):'
                                            LINE 09 POSITION 01
                               WS-MASCARA   LINE 09 POSITION 34
                       DISPLAY 'CUENTAS CON SALDO DE APERTURA:'
                                            LINE 10 POSITION 01
                               WS-CTA-APERTURA
                                            LINE 10 POSITION 34
                   END-IF
           END-EVALUATE.

       2402-ASIENTOS-CIERRE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-UTILIDAD
           OPEN EXTEND LIBROMAYOR
      * SI EL LIBRO NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-MAY = '35'
               OPEN OUTPUT LIBROMAYOR
           END-IF
           IF WS-ESTADO-MAY = '00' OR WS-ESTADO-MAY = '05'
               PERFORM 2402-1-CERRAR-CUENTA
                   VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
               IF WS-UTILIDAD NOT = ZEROS
                   MOVE WS-CX-UTILIDADES  TO CX
                   MOVE WS-FECHA-HOY      TO RMAY-FECHA
                   MOVE WS-PERIODO        TO RMAY-PERIODO
                   MOVE 'CIERRE'          TO RMAY-ORIGEN
                   MOVE WS-CTA-UTILIDADES TO RMAY-CUENTA
                   IF WS-UTILIDAD > ZEROS
                       MOVE 'C' TO RMAY-NATURALEZA
                       MOVE WS-UTILIDAD TO RMAY-VALOR
                   ELSE
                       MOVE 'D' TO RMAY-NATURALEZA
                       COMPUTE RMAY-VALOR = ZEROS - WS-UTILIDAD
                   END-IF
                   WRITE REG-LIBROMAYOR
                   SUBTRACT WS-UTILIDAD FROM TAB-CUE-SALDO(CX)
               END-IF
               CLOSE LIBROMAYOR
           END-IF.

      * SALDO DEUDOR SE CANCELA AL HABER, SALDO ACREEDOR AL DEBE
       2402-1-CERRAR-CUENTA.
           IF (TAB-CUE-CLASE(CX) = 'I' OR TAB-CUE-CLASE(CX) = 'G')
              AND TAB-CUE-SALDO(CX) NOT = ZEROS
               MOVE WS-FECHA-HOY       TO RMAY-FECHA
               MOVE WS-PERIODO         TO RMAY-PERIODO
               MOVE 'CIERRE'           TO RMAY-ORIGEN
               MOVE TAB-CUE-CODIGO(CX) TO RMAY-CUENTA
               IF TAB-CUE-SALDO(CX) > ZEROS
                   MOVE 'C' TO RMAY-NATURALEZA
                   MOVE TAB-CUE-SALDO(CX) TO RMAY-VALOR
               ELSE
                   MOVE 'D' TO RMAY-NATURALEZA
                   COMPUTE RMAY-VALOR = ZEROS - TAB-CUE-SALDO(CX)
               END-IF
               WRITE REG-LIBROMAYOR
               SUBTRACT TAB-CUE-SALDO(CX) FROM WS-UTILIDAD
               MOVE ZEROS TO TAB-CUE-SALDO(CX)
           END-IF.

      * EL REGISTRO DE CUENTA 0 MARCA EL ANO NUEVO Y GUARDA LA
      * UTILIDAD DEL ANO CERRADO
       2403-GRABAR-APERTURA.
           COMPUTE WS-ANO-SIGUIENTE = WS-ANO-CIERRE + 1
           MOVE ZEROS TO WS-CTA-APERTURA
           OPEN EXTEND SALDOS
      * SI NO HAY SALDOS TODAVIA, SE CREA AQUI
           IF WS-ESTADO-SAL = '35'
               OPEN OUTPUT SALDOS
           END-IF
           IF WS-ESTADO-SAL = '00' OR WS-ESTADO-SAL = '05'
               MOVE WS-ANO-SIGUIENTE TO RSAL-ANO
               MOVE ZEROS            TO RSAL-CUENTA
               MOVE WS-UTILIDAD      TO RSAL-SALDO
               WRITE REG-SALDO
               PERFORM 2403-1-SALDO-CUENTA
                   VARYING CX FROM 1 BY 1 UNTIL CX > WS-NUM-CUENTAS
               CLOSE SALDOS
           ELSE
               DISPLAY 'ERROR GRABANDO LOS SALDOS: '
                                            LINE 20 POSITION 01
                       WS-ESTADO-SAL        LINE 20 POSITION 28
           END-IF.

       2403-1-SALDO-CUENTA.
           IF TAB-CUE-CLASE(CX) NOT = 'I'
              AND TAB-CUE-CLASE(CX) NOT = 'G'
              AND TAB-CUE-SALDO(CX) NOT = ZEROS
               MOVE WS-ANO-SIGUIENTE   TO RSAL-ANO
               MOVE TAB-CUE-CODIGO(CX) TO RSAL-CUENTA
               MOVE TAB-CUE-SALDO(CX)  TO RSAL-SALDO
               WRITE REG-SALDO
               ADD 1 TO WS-CTA-APERTURA
           END-IF.

       END PROGRAM NO9CMAYO.
