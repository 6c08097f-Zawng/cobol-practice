      * deja un registro por empleado en NOMINA.data, imprime un
      * desprendible individual por persona y una pagina de totales de
      * la compania (al estilo del listado de READ-FILES), y se niega
      * a correr dos veces el mismo periodo. El pago al banco queda
      * retenido hasta que PAGOCTL lo libere o reverse la corrida.
      ******************************************************************

      *----------------------------------------------------------------*
       ASSIGN TO "../GENERADOS/EMPLOAN.data"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-ELO.
      * TABLA DE RETENCION EN LA FUENTE POR ANO (LA MANTIENE RETEFUEN)
       SELECT OPTIONAL RETEFUEN-ARCHIVO
       ASSIGN TO "../GENERADOS/RETEFUENTE.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-RET.
      * INCAPACIDADES (LAS REGISTRA INCAPACI): SE LIQUIDAN AQUI Y
      * QUEDAN CON SU VALOR A RECOBRAR A LA EPS O LA ARL
       SELECT OPTIONAL INCAPAC-ARCHIVO
       ASSIGN TO "../GENERADOS/INCAPACIDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-INC.
      * CONTROL DEL PAGO: LA CORRIDA DEJA EL PERIODO RETENIDO HASTA
      * QUE PAGOCTL LO LIBERE AL BANCO O LO REVERSE
       SELECT OPTIONAL PAGOCTL-ARCHIVO
       ASSIGN TO "../GENERADOS/PAGOCTL.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PCT.
      * CUENTA CON LA QUE SE LE PAGO A CADA EMPLEADO EN EL PERIODO,
      * PARA EL REPORTE DE VARIACIONES DE PAGOCTL
       SELECT OPTIONAL PAGOCTA-ARCHIVO
       ASSIGN TO "../GENERADOS/PAGOCTA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PCU.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       FD EMPLOAN-ARCHIVO.
       COPY '../COPYS/EMPLOAN.cpy'.

       FD RETEFUEN-ARCHIVO.
       COPY '../COPYS/RETEFUEN.cpy'.

       FD INCAPAC-ARCHIVO.
       COPY '../COPYS/INCAPAC.cpy'.

       FD PAGOCTL-ARCHIVO.
       COPY '../COPYS/PAGOCTL.cpy'.

       FD PAGOCTA-ARCHIVO.
       COPY '../COPYS/PAGOCTA.cpy'.

       FD APORTESPAR-ARCHIVO.
       01  REG-APORTESPAR.
           05 RAPO-TASA-PENSION       PIC 9V9(5).
      * NOVEDADES DEL PERIODO, CARGADAS EN MEMORIA PARA APLICARLAS
      * EMPLEADO POR EMPLEADO: LAS HORAS EXTRA SE PAGAN AL VALOR HORA
      * (SALARIO/240) CON EL RECARGO CONFIGURADO, LAS AUSENCIAS
      * DESCUENTAN SALARIO DIARIO (SALARIO/30) Y LOS BONOS SUMAN.
      * LAS EXTRA NOCTURNAS ('N') Y LAS DE DOMINGO O FESTIVO ('F')
      * LLEVAN SU PROPIO RECARGO
       01  VAR-ESTADO-NOV             PIC X(02) VALUE SPACES.
       01  FIN-NOVEDADES              PIC X VALUE "0".
       01  WS-MULT-EXTRA              PIC 9V99 VALUE 1.25.
       01  WS-MULT-EXTRA-NOC          PIC 9V99 VALUE 1.75.
       01  WS-MULT-EXTRA-FES          PIC 9V99 VALUE 2.00.
       01  WS-NUM-NOVEDADES           PIC 9(03) VALUE ZEROES.
       01  TABLA-NOVEDADES.
           05 TAB-NOV OCCURS 1 TO 300 TIMES
       01  WS-EXTRAS                  PIC 9(9)V99 VALUE ZEROES.
       01  WS-AUSENCIAS               PIC 9(9)V99 VALUE ZEROES.
       01  WS-BONOS                   PIC 9(9)V99 VALUE ZEROES.
      * RETROACTIVO DE UN AUMENTO CON FECHA EFECTIVA ANTERIOR (LA
      * NOVEDAD 'R' LA GENERA AUMENTOS); EN EL REGISTRO VA CON BONOS
       01  WS-RETROACTIVO             PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOT-RETROACTIVO         PIC 9(11)V99 VALUE ZEROES.
      * INTERESES DE CESANTIAS DEL ANO ANTERIOR (NOVEDAD 'C' QUE
      * GENERA CESANTIA): NO SON SALARIO, SOLO SUMAN AL NETO
       01  WS-INT-CESANTIAS           PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOT-INT-CESANTIAS       PIC 9(11)V99 VALUE ZEROES.
       01  WS-VALOR-HORA              PIC 9(9)V99 VALUE ZEROES.
       01  WS-VALOR-DIA               PIC 9(9)V99 VALUE ZEROES.

       01  WS-CUOTA-PRESTAMO          PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOT-CUOTAS-PRES         PIC 9(11)V99 VALUE ZEROES.

      * RETENCION EN LA FUENTE (PROCEDIMIENTO 1): AL DEVENGADO SE LE
      * RESTAN SALUD Y PENSION, LUEGO LA RENTA EXENTA (PORCENTAJE
      * CON TOPE EN UVT); LA BASE SE LLEVA A UVT, SE UBICA SU TRAMO
      * Y EL IMPUESTO SE REDONDEA AL MIL. SIN UVT DEL ANO NO HAY
      * RETENCION; SIN TRAMOS DEL ANO RIGE LA TABLA DE LEY.
       01  VAR-ESTADO-RET             PIC X(02) VALUE SPACES.
       01  FIN-RETEFUEN               PIC X VALUE "0".
       01  WS-ANO-RETE                PIC 9(4) VALUE ZEROES.
       01  WS-VALOR-UVT               PIC 9(7)V99 VALUE ZEROES.
       01  WS-PCT-EXENTO              PIC 9V9(4) VALUE 0.2500.
       01  WS-TOPE-EXENTO-UVT         PIC 9(5) VALUE 65.
       01  WS-NUM-TRAMOS              PIC 9(02) VALUE ZEROES.
       01  TABLA-TRAMOS.
           05 TAB-TRA OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-NUM-TRAMOS.
              10 TAB-TRA-DESDE        PIC 9(5).
              10 TAB-TRA-HASTA        PIC 9(5).
              10 TAB-TRA-TARIFA       PIC 9V9(4).
              10 TAB-TRA-FIJOS        PIC 9(5).
       01  TR                         PIC 9(02) VALUE ZEROES.
       01  TABLA-LEY-VALORES.
           05 FILLER          PIC X(20) VALUE "00000000950000000000".
           05 FILLER          PIC X(20) VALUE "00095001500190000000".
           05 FILLER          PIC X(20) VALUE "00150003600280000010".
           05 FILLER          PIC X(20) VALUE "00360006400330000069".
           05 FILLER          PIC X(20) VALUE "00640009450350000162".
           05 FILLER          PIC X(20) VALUE "00945023000370000268".
           05 FILLER          PIC X(20) VALUE "02300999990390000770".
       01  TABLA-LEY REDEFINES TABLA-LEY-VALORES.
           05 TAB-LEY OCCURS 7 TIMES.
              10 TAB-LEY-DESDE        PIC 9(5).
              10 TAB-LEY-HASTA        PIC 9(5).
              10 TAB-LEY-TARIFA       PIC 9V9(4).
              10 TAB-LEY-FIJOS        PIC 9(5).
       01  WS-BASE-RETE               PIC 9(9)V99 VALUE ZEROES.
       01  WS-EXENTA                  PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOPE-EXENTA             PIC 9(9)V99 VALUE ZEROES.
       01  WS-BASE-UVT                PIC 9(5)V9(4) VALUE ZEROES.
       01  WS-RETE-UVT                PIC 9(5)V9(4) VALUE ZEROES.
       01  WS-RETE-MILES              PIC 9(7) VALUE ZEROES.
       01  WS-RETENCION               PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOT-RETENCION           PIC 9(11)V99 VALUE ZEROES.

      * INCAPACIDADES: LOS PRIMEROS DIAS VAN A CARGO DE LA COMPANIA
      * (2 EN ENFERMEDAD GENERAL, 1 EN ACCIDENTE DE TRABAJO, NINGUNO
      * EN MATERNIDAD); EL RESTO SE PAGA AL PORCENTAJE DE LEY (66.67%
      * EPS, 100% ARL Y MATERNIDAD), EL EMPLEADO PIERDE LA DIFERENCIA
      * Y ESE VALOR QUEDA POR COBRAR A LA ENTIDAD. TODO EL ARCHIVO SE
      * CARGA EN MEMORIA Y SE REESCRIBE AL FINAL DE LA CORRIDA.
       01  VAR-ESTADO-INC             PIC X(02) VALUE SPACES.
       01  FIN-INCAPAC                PIC X VALUE "0".
       01  WS-DIAS-CARGO-GRAL         PIC 9(2) VALUE 2.
       01  WS-DIAS-CARGO-ARL          PIC 9(2) VALUE 1.
       01  WS-PCT-GRAL                PIC 9V9(4) VALUE 0.6667.
       01  WS-PCT-ARL                 PIC 9V9(4) VALUE 1.0000.
       01  WS-PCT-MATERNIDAD          PIC 9V9(4) VALUE 1.0000.
       01  WS-NUM-INCAP               PIC 9(03) VALUE ZEROES.
       01  TABLA-INCAPACIDADES.
           05 TAB-INC OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-INCAP.
              10 TAB-INC-REG          PIC X(81).
       01  IC                         PIC 9(03) VALUE ZEROES.
       01  WS-DIAS-CARGO              PIC 9(2) VALUE ZEROES.
       01  WS-PCT-INCAP               PIC 9V9(4) VALUE ZEROES.
       01  WS-DIAS-EMPRESA            PIC 9(3) VALUE ZEROES.
       01  WS-DIAS-ENTIDAD            PIC 9(3) VALUE ZEROES.
       01  WS-DIAS-INCAP              PIC 9(3) VALUE ZEROES.
       01  WS-VALOR-ENTIDAD           PIC 9(9)V99 VALUE ZEROES.
       01  WS-RECOBRO-UNA             PIC 9(9)V99 VALUE ZEROES.
       01  WS-RECOBRO-INCAP           PIC 9(9)V99 VALUE ZEROES.
       01  WS-DESC-INCAP              PIC 9(9)V99 VALUE ZEROES.
       01  WS-TOT-RECOBRO             PIC 9(11)V99 VALUE ZEROES.

      * CONTROL DEL PAGO: MIENTRAS UN PERIODO SIGA RETENIDO NO SE
      * CORRE OTRO, PORQUE PAGOBANCO.data ES UNO SOLO
       01  VAR-ESTADO-PCT             PIC X(02) VALUE SPACES.
       01  FIN-PAGOCTL                PIC X VALUE "0".
       01  WS-PERIODO-RETENIDO        PIC X(06) VALUE SPACES.
       01  VAR-ESTADO-PCU             PIC X(02) VALUE SPACES.

      * TOTALES DE LA COMPANIA
       01  WS-TOT-EMPLEADOS           PIC 9(05) VALUE ZEROES.
       01  WS-TOT-SALARIO             PIC 9(11)V99 VALUE ZEROES.
           PERFORM 2000-FECHAS
           PERFORM 2001-PEDIR-PERIODO
           PERFORM 2002-VALIDAR-PERIODO
           PERFORM 2028-VALIDAR-RETENIDO
           IF PERIODO-YA-CORRIDO
               DISPLAY "La nomina del periodo " WS-PERIODO
                       " ya fue corrida, no se repite"
           ELSE
               IF WS-PERIODO-RETENIDO NOT = SPACES
                   DISPLAY "El pago del periodo " WS-PERIODO-RETENIDO
                           " sigue retenido: liberelo o reverselo en "
                           "PAGOCTL antes de correr otro periodo"
               ELSE
                   PERFORM 2003-CORRER-NOMINA
               END-IF
           END-IF
           PERFORM 3000-FINAL.

           PERFORM 2011-CARGAR-TASAS-PATRONALES
           PERFORM 2016-CARGAR-VACACIONES
           PERFORM 2017-CARGAR-PRESTAMOS
           PERFORM 2023-CARGAR-RETENCION
           PERFORM 2025-CARGAR-INCAPACIDADES
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "
               PERFORM 3000-FINAL.
           OPEN EXTEND NOMINA-ARCHIVO
           OPEN OUTPUT PAGOBANCO-ARCHIVO
           OPEN EXTEND PAGOCTA-ARCHIVO
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP NOT = "00"
               DISPLAY "Error al abrir el reporte, estado: "
           PERFORM 2013-PAGINA-COSTO
           PERFORM 2015-CONTROL-PAGO-BANCO
           PERFORM 2018-GRABAR-PRESTAMOS
           PERFORM 2027-GRABAR-INCAPACIDADES
           PERFORM 2022-ASIENTA-LIBRO
           CLOSE EMPLEADOS-ARCHIVO NOMINA-ARCHIVO IMPRESOR
                 PAGOBANCO-ARCHIVO PAGOCTA-ARCHIVO
           PERFORM 2029-REGISTRA-RETENIDO
           DISPLAY "Nomina del periodo " WS-PERIODO " corrida para "
                   WS-TOT-EMPLEADOS " empleados"
           DISPLAY "El pago al banco queda retenido hasta que se "
                   "libere en PAGOCTL".

       2004-LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
      * LAS NOVEDADES DEL PERIODO ENTRAN AL DEVENGADO ANTES DE LAS
      * DEDUCCIONES DE LEY
           PERFORM 2009-1-APLICAR-NOVEDADES
      * LA PARTE DE LA INCAPACIDAD QUE NO PAGA LA ENTIDAD SALE DEL
      * DEVENGADO; EN EL REGISTRO VA SUMADA A LAS AUSENCIAS
           PERFORM 2026-APLICAR-INCAPACIDADES
           COMPUTE WS-DEVENGADO = EMPLEADOS-SALARIO + WS-EXTRAS
                 + WS-BONOS + WS-RETROACTIVO
                 - WS-AUSENCIAS - WS-DESC-INCAP
               ON SIZE ERROR MOVE ZEROES TO WS-DEVENGADO
           END-COMPUTE
           COMPUTE WS-SALUD ROUNDED =
           COMPUTE WS-PENSION ROUNDED =
                   WS-DEVENGADO * WS-TASA-PENSION
           COMPUTE WS-NETO = WS-DEVENGADO - WS-SALUD - WS-PENSION
      * LA RETENCION EN LA FUENTE SALE DEL PAGO YA DEPURADO
           PERFORM 2024-CALCULA-RETENCION
           SUBTRACT WS-RETENCION FROM WS-NETO
      * LA CUOTA DEL PRESTAMO DE EMPLEADO SE DESCUENTA DEL NETO,
      * SIN DEJAR QUE EL TOTAL DE DEDUCCIONES PASE DEL TOPE LEGAL
           PERFORM 2019-DESCUENTA-PRESTAMO
           SUBTRACT WS-CUOTA-PRESTAMO FROM WS-NETO
      * LOS INTERESES DE CESANTIAS SE PAGAN CON EL NETO, POR FUERA
      * DEL DEVENGADO, LAS DEDUCCIONES Y LOS APORTES
           ADD WS-INT-CESANTIAS TO WS-NETO
      * LOS APORTES PATRONALES NO TOCAN EL NETO DEL EMPLEADO, PERO
      * SON COSTO REAL DE LA COMPANIA Y QUEDAN EN EL REGISTRO
           COMPUTE WS-APORTES ROUNDED = WS-DEVENGADO *
           MOVE WS-NETO             TO RNOM-NETO
           MOVE EMPLEADOS-DEPARTAMENTO TO RNOM-DEPARTAMENTO
           MOVE WS-EXTRAS           TO RNOM-EXTRAS
           COMPUTE RNOM-AUSENCIAS = WS-AUSENCIAS + WS-DESC-INCAP
           COMPUTE RNOM-BONOS = WS-BONOS + WS-RETROACTIVO
           MOVE WS-APORTES          TO RNOM-APORTES
           MOVE WS-CUOTA-PRESTAMO   TO RNOM-CUOTA-PRESTAMO
           MOVE WS-RETENCION        TO RNOM-RETENCION
           MOVE WS-INT-CESANTIAS    TO RNOM-INT-CESANTIAS
           WRITE REG-NOMINA
           ADD WS-CUOTA-PRESTAMO    TO WS-TOT-CUOTAS-PRES
           ADD WS-RETENCION         TO WS-TOT-RETENCION
           ADD WS-RECOBRO-INCAP     TO WS-TOT-RECOBRO
           ADD WS-APORTES           TO WS-TOT-APORTES
           PERFORM 2012-ACUMULA-DEPARTAMENTO
           ADD 1                    TO WS-TOT-EMPLEADOS
           ADD WS-EXTRAS            TO WS-TOT-EXTRAS
           ADD WS-AUSENCIAS         TO WS-TOT-AUSENCIAS
           ADD WS-BONOS             TO WS-TOT-BONOS
           ADD WS-RETROACTIVO       TO WS-TOT-RETROACTIVO
           ADD WS-INT-CESANTIAS     TO WS-TOT-INT-CESANTIAS
           PERFORM 2014-PAGO-BANCO
           PERFORM 2007-DESPRENDIBLE.

      *----------------------------------------------------------------*
      * EL EMPLEADO CON CUENTA VA AL ARCHIVO DEL BANCO; EL QUE NO,
      * SE CUENTA PARA LOS SOBRES DEL CAJERO. LA CUENTA DE CADA UNO
      * (O EN BLANCO) QUEDA EN PAGOCTA.data
      *----------------------------------------------------------------*
       2014-PAGO-BANCO.
           MOVE SPACES                 TO REG-PAGOCTA
           MOVE WS-PERIODO             TO RPCU-PERIODO
           MOVE EMPLEADOS-ID           TO RPCU-ID
           MOVE EMPLEADOS-CUENTA-BANCO TO RPCU-CUENTA
           WRITE REG-PAGOCTA
           IF EMPLEADOS-CUENTA-BANCO > SPACES
               ADD 1 TO WS-TOT-BANCO
               ADD WS-NETO TO WS-VAL-BANCO
      *----------------------------------------------------------------*
      * SUMA LAS NOVEDADES DEL EMPLEADO EN PROCESO: HORAS EXTRA AL
      * VALOR HORA CON RECARGO, AUSENCIAS AL SALARIO DIARIO, BONOS
      * E INTERESES DE CESANTIAS POR SU VALOR
      *----------------------------------------------------------------*
       2009-1-APLICAR-NOVEDADES.
           MOVE ZEROES TO WS-EXTRAS WS-AUSENCIAS WS-BONOS
                          WS-RETROACTIVO WS-INT-CESANTIAS
           COMPUTE WS-VALOR-HORA ROUNDED = EMPLEADOS-SALARIO / 240
           COMPUTE WS-VALOR-DIA  ROUNDED = EMPLEADOS-SALARIO / 30
           PERFORM VARYING NV FROM 1 BY 1
                           COMPUTE WS-EXTRAS ROUNDED = WS-EXTRAS
                                 + TAB-NOV-CANTIDAD(NV)
                                 * WS-VALOR-HORA * WS-MULT-EXTRA
                       WHEN "N"
                           COMPUTE WS-EXTRAS ROUNDED = WS-EXTRAS
                                 + TAB-NOV-CANTIDAD(NV)
                                 * WS-VALOR-HORA * WS-MULT-EXTRA-NOC
                       WHEN "F"
                           COMPUTE WS-EXTRAS ROUNDED = WS-EXTRAS
                                 + TAB-NOV-CANTIDAD(NV)
                                 * WS-VALOR-HORA * WS-MULT-EXTRA-FES
                       WHEN "A"
                           COMPUTE WS-AUSENCIAS ROUNDED = WS-AUSENCIAS
                                 + TAB-NOV-CANTIDAD(NV)
                                 * WS-VALOR-DIA
                       WHEN "B"
                           ADD TAB-NOV-VALOR(NV) TO WS-BONOS
                       WHEN "R"
                           ADD TAB-NOV-VALOR(NV) TO WS-RETROACTIVO
                       WHEN "C"
                           ADD TAB-NOV-VALOR(NV) TO WS-INT-CESANTIAS
                   END-EVALUATE
               END-IF
           END-PERFORM.
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           IF WS-RETROACTIVO > ZEROES
               MOVE WS-RETROACTIVO TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
               STRING "RETROACTIVO:      " WS-MASCARA
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           IF WS-DIAS-INCAP > ZEROES
               MOVE SPACES TO REG-IMPRESOR
               STRING "DIAS DE INCAPACIDAD: " WS-DIAS-INCAP
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE WS-DESC-INCAP TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
               STRING "INCAPACIDAD (-):  " WS-MASCARA
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           MOVE WS-SALUD TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "DEDUCCION SALUD:  " WS-MASCARA
           STRING "DEDUCCION PENSION:" WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           IF WS-RETENCION > ZEROES
               MOVE WS-RETENCION TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
               STRING "RETENCION FUENTE: " WS-MASCARA
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           IF WS-CUOTA-PRESTAMO > ZEROES
               MOVE WS-CUOTA-PRESTAMO TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           IF WS-INT-CESANTIAS > ZEROES
               MOVE WS-INT-CESANTIAS TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
               STRING "INT. CESANTIAS:   " WS-MASCARA
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           MOVE WS-NETO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "NETO A PAGAR:     " WS-MASCARA
           STRING "TOTAL PENSION:    " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-RETENCION TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL RETENCION:  " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-NETO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL NETO:       " WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL BONOS:      " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-RETROACTIVO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL RETROACTIVO:" WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-INT-CESANTIAS TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL INT. CESANT:" WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR.

      *----------------------------------------------------------------*
           ADD WS-DEVENGADO TO TAB-DEP-DEVENGADO(DP)
           ADD WS-SALUD     TO TAB-DEP-DEDUCCIONES(DP)
           ADD WS-PENSION   TO TAB-DEP-DEDUCCIONES(DP)
           ADD WS-RETENCION TO TAB-DEP-DEDUCCIONES(DP)
           ADD WS-APORTES   TO TAB-DEP-APORTES(DP).

      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CUOTA DEL PERIODO: LA PACTADA, SIN PASAR DEL SALDO NI DEL
      * TOPE LEGAL (SALUD + PENSION + RETENCION + CUOTA <= MITAD DEL
      * DEVENGADO); AL LLEGAR EL SALDO A CERO EL PRESTAMO SE CIERRA
      *----------------------------------------------------------------*
       2019-DESCUENTA-PRESTAMO.
           MOVE ZEROES TO WS-CUOTA-PRESTAMO
                   END-IF
                   COMPUTE WS-TOPE-DEDU ROUNDED =
                           WS-DEVENGADO * WS-TASA-TOPE-DEDU
                         - WS-SALUD - WS-PENSION - WS-RETENCION
                       ON SIZE ERROR MOVE ZEROES TO WS-TOPE-DEDU
                   END-COMPUTE
                   IF WS-CUOTA-PRESTAMO > WS-TOPE-DEDU

      *----------------------------------------------------------------*
      * ASIENTOS DE LA CORRIDA: EL GASTO DE NOMINA (5205) CONTRA LOS
      * NETOS POR PAGAR (2505), LAS DEDUCCIONES POR PAGAR (2510),
      * LOS APORTES PATRONALES POR PAGAR (2515) Y LA RETENCION EN LA
      * FUENTE POR PAGAR (2365). LAS CUENTAS SALEN DE LA REGLA DE
      * CADA EVENTO EN REGLACON (SALARIOS, SALUD, PENSION, CUOTAPRE,
      * APORTES, RETENCIO, RECOBRO)
      *----------------------------------------------------------------*
       2022-ASIENTA-LIBRO.
           INITIALIZE NOCOCONT
           MOVE "SALARIOS"  TO CCON-E-EVENTO
           MOVE WS-TOT-NETO TO CCON-E-VALOR
           PERFORM 2022-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "SALUD"      TO CCON-E-EVENTO
           MOVE WS-TOT-SALUD TO CCON-E-VALOR
           PERFORM 2022-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "PENSION"      TO CCON-E-EVENTO
           MOVE WS-TOT-PENSION TO CCON-E-VALOR
           PERFORM 2022-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "CUOTAPRE"         TO CCON-E-EVENTO
           MOVE WS-TOT-CUOTAS-PRES TO CCON-E-VALOR
           PERFORM 2022-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "APORTES"      TO CCON-E-EVENTO
           MOVE WS-TOT-APORTES TO CCON-E-VALOR
           PERFORM 2022-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "RETENCIO"       TO CCON-E-EVENTO
           MOVE WS-TOT-RETENCION TO CCON-E-VALOR
           PERFORM 2022-1-LLAMA-CONTABLE
      * LO QUE LA EPS/ARL DEBE POR INCAPACIDADES SALE DEL GASTO Y
      * QUEDA COMO CUENTA POR COBRAR (1380)
           INITIALIZE NOCOCONT
           MOVE "RECOBRO"        TO CCON-E-EVENTO
           MOVE WS-TOT-RECOBRO   TO CCON-E-VALOR
           PERFORM 2022-1-LLAMA-CONTABLE.

      *----------------------------------------------------------------*
      * SI NO HAY REGLA PARA EL EVENTO, O SI LA REGLA USA UNA CUENTA
      * QUE NO ESTA EN EL PLAN, EL ASIENTO NO SE HACE Y SE AVISA
      *----------------------------------------------------------------*
       2022-1-LLAMA-CONTABLE.
           MOVE "NOMINA"    TO CCON-E-ORIGEN
           MOVE WS-PERIODO  TO CCON-E-PERIODO
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = "00" AND CCON-R-CODRETO NOT = "01"
               DISPLAY "Asiento rechazado: " CCON-R-MENSAJE
           END-IF.

      *----------------------------------------------------------------*
      * TABLA DE RETENCION DEL ANO DEL PERIODO: EL ULTIMO REGISTRO DE
      * PARAMETROS GRABADO PARA EL ANO, Y SUS TRAMOS; SI EL ANO NO
      * TIENE TRAMOS PROPIOS SE CARGAN LOS DE LEY
      *----------------------------------------------------------------*
       2023-CARGAR-RETENCION.
           MOVE WS-PERIODO(1:4) TO WS-ANO-RETE
           MOVE ZEROES TO WS-VALOR-UVT WS-NUM-TRAMOS
           MOVE "0" TO FIN-RETEFUEN
           OPEN INPUT RETEFUEN-ARCHIVO
           IF VAR-ESTADO-RET = "00" OR VAR-ESTADO-RET = "05"
               PERFORM 2023-1-LEE-RETEFUEN UNTIL FIN-RETEFUEN = "1"
               CLOSE RETEFUEN-ARCHIVO
           END-IF
           IF WS-NUM-TRAMOS = ZEROES
               PERFORM 2023-2-TRAMO-DE-LEY
                   VARYING TR FROM 1 BY 1 UNTIL TR > 7
           END-IF
           IF WS-VALOR-UVT = ZEROES
               DISPLAY "No hay UVT registrada para el ano "
                       WS-ANO-RETE ": la nomina sale sin retencion"
           END-IF.

       2023-1-LEE-RETEFUEN.
           READ RETEFUEN-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-RETEFUEN
               NOT AT END
                   IF RRET-ANO = WS-ANO-RETE
                       IF RRET-TIPO = "P"
                           MOVE RRET-VALOR-UVT  TO WS-VALOR-UVT
                           MOVE RRET-PCT-EXENTO TO WS-PCT-EXENTO
                           MOVE RRET-TOPE-EXENTO-UVT
                             TO WS-TOPE-EXENTO-UVT
                       END-IF
                       IF RRET-TIPO = "T" AND WS-NUM-TRAMOS < 20
                           ADD 1 TO WS-NUM-TRAMOS
                           MOVE RRET-DESDE-UVT
                             TO TAB-TRA-DESDE(WS-NUM-TRAMOS)
                           MOVE RRET-HASTA-UVT
                             TO TAB-TRA-HASTA(WS-NUM-TRAMOS)
                           MOVE RRET-TARIFA
                             TO TAB-TRA-TARIFA(WS-NUM-TRAMOS)
                           MOVE RRET-UVT-FIJOS
                             TO TAB-TRA-FIJOS(WS-NUM-TRAMOS)
                       END-IF
                   END-IF
           END-READ.

       2023-2-TRAMO-DE-LEY.
           ADD 1 TO WS-NUM-TRAMOS
           MOVE TAB-LEY-DESDE(TR)  TO TAB-TRA-DESDE(TR)
           MOVE TAB-LEY-HASTA(TR)  TO TAB-TRA-HASTA(TR)
           MOVE TAB-LEY-TARIFA(TR) TO TAB-TRA-TARIFA(TR)
           MOVE TAB-LEY-FIJOS(TR)  TO TAB-TRA-FIJOS(TR).

      *----------------------------------------------------------------*
      * RETENCION DEL EMPLEADO EN PROCESO SOBRE EL PAGO DEPURADO
      *----------------------------------------------------------------*
       2024-CALCULA-RETENCION.
           MOVE ZEROES TO WS-RETENCION
           IF WS-VALOR-UVT > ZEROES
               COMPUTE WS-BASE-RETE = WS-DEVENGADO - WS-SALUD
                     - WS-PENSION
                   ON SIZE ERROR MOVE ZEROES TO WS-BASE-RETE
               END-COMPUTE
               COMPUTE WS-EXENTA ROUNDED = WS-BASE-RETE * WS-PCT-EXENTO
               COMPUTE WS-TOPE-EXENTA =
                       WS-TOPE-EXENTO-UVT * WS-VALOR-UVT
               IF WS-TOPE-EXENTA > ZEROES
                  AND WS-EXENTA > WS-TOPE-EXENTA
                   MOVE WS-TOPE-EXENTA TO WS-EXENTA
               END-IF
               SUBTRACT WS-EXENTA FROM WS-BASE-RETE
               COMPUTE WS-BASE-UVT ROUNDED =
                       WS-BASE-RETE / WS-VALOR-UVT
                   ON SIZE ERROR MOVE 99999 TO WS-BASE-UVT
               END-COMPUTE
               MOVE ZEROES TO WS-RETE-UVT
               PERFORM VARYING TR FROM 1 BY 1
                       UNTIL TR > WS-NUM-TRAMOS
                   IF WS-BASE-UVT > TAB-TRA-DESDE(TR)
                      AND WS-BASE-UVT NOT > TAB-TRA-HASTA(TR)
                       COMPUTE WS-RETE-UVT ROUNDED =
                             ( WS-BASE-UVT - TAB-TRA-DESDE(TR) )
                             * TAB-TRA-TARIFA(TR) + TAB-TRA-FIJOS(TR)
                   END-IF
               END-PERFORM
               COMPUTE WS-RETE-MILES ROUNDED =
                       WS-RETE-UVT * WS-VALOR-UVT / 1000
               COMPUTE WS-RETENCION = WS-RETE-MILES * 1000
           END-IF.

      *----------------------------------------------------------------*
      * INCAPACIDADES EN MEMORIA: SE LIQUIDAN LAS QUE AUN NO TIENEN
      * PERIODO Y EMPIEZAN EN EL PERIODO O ANTES
      *----------------------------------------------------------------*
       2025-CARGAR-INCAPACIDADES.
           MOVE ZEROES TO WS-NUM-INCAP
           MOVE "0" TO FIN-INCAPAC
           OPEN INPUT INCAPAC-ARCHIVO
           IF VAR-ESTADO-INC = "00" OR VAR-ESTADO-INC = "05"
               PERFORM 2025-1-LEE-INCAPACIDAD UNTIL FIN-INCAPAC = "1"
               CLOSE INCAPAC-ARCHIVO
           END-IF.

       2025-1-LEE-INCAPACIDAD.
           READ INCAPAC-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-INCAPAC
               NOT AT END
                   IF WS-NUM-INCAP < 500
                       ADD 1 TO WS-NUM-INCAP
                       MOVE REG-INCAPAC TO TAB-INC-REG(WS-NUM-INCAP)
                   END-IF
           END-READ.

       2026-APLICAR-INCAPACIDADES.
           MOVE ZEROES TO WS-DIAS-INCAP WS-DESC-INCAP WS-RECOBRO-INCAP
           PERFORM 2026-1-LIQUIDA-UNA
               VARYING IC FROM 1 BY 1 UNTIL IC > WS-NUM-INCAP.

       2026-1-LIQUIDA-UNA.
           MOVE TAB-INC-REG(IC) TO REG-INCAPAC
           IF RINC-ID = EMPLEADOS-ID AND RINC-ESTADO = SPACE
              AND RINC-FECHA-INICIO(1:6) NOT > WS-PERIODO
               EVALUATE RINC-TIPO
                   WHEN "L"
                       MOVE WS-DIAS-CARGO-ARL TO WS-DIAS-CARGO
                       MOVE WS-PCT-ARL        TO WS-PCT-INCAP
                   WHEN "M"
                       MOVE ZEROES            TO WS-DIAS-CARGO
                       MOVE WS-PCT-MATERNIDAD TO WS-PCT-INCAP
                   WHEN OTHER
                       MOVE WS-DIAS-CARGO-GRAL TO WS-DIAS-CARGO
                       MOVE WS-PCT-GRAL        TO WS-PCT-INCAP
               END-EVALUATE
               IF RINC-DIAS > WS-DIAS-CARGO
                   MOVE WS-DIAS-CARGO TO WS-DIAS-EMPRESA
                   COMPUTE WS-DIAS-ENTIDAD = RINC-DIAS - WS-DIAS-CARGO
               ELSE
                   MOVE RINC-DIAS TO WS-DIAS-EMPRESA
                   MOVE ZEROES    TO WS-DIAS-ENTIDAD
               END-IF
               COMPUTE WS-VALOR-ENTIDAD ROUNDED =
                       WS-DIAS-ENTIDAD * WS-VALOR-DIA
               COMPUTE WS-RECOBRO-UNA ROUNDED =
                       WS-VALOR-ENTIDAD * WS-PCT-INCAP
               COMPUTE RINC-VALOR-EMPRESA ROUNDED =
                       WS-DIAS-EMPRESA * WS-VALOR-DIA
               MOVE WS-RECOBRO-UNA TO RINC-VALOR-RECOBRO
               MOVE WS-PERIODO     TO RINC-PERIODO
               MOVE WS-FECHA-ACT   TO RINC-FECHA-ESTADO
               IF WS-RECOBRO-UNA > ZEROES
                   MOVE "P" TO RINC-ESTADO
               ELSE
                   MOVE "N" TO RINC-ESTADO
               END-IF
               MOVE REG-INCAPAC TO TAB-INC-REG(IC)
               ADD RINC-DIAS      TO WS-DIAS-INCAP
               ADD WS-RECOBRO-UNA TO WS-RECOBRO-INCAP
               COMPUTE WS-DESC-INCAP = WS-DESC-INCAP
                     + WS-VALOR-ENTIDAD - WS-RECOBRO-UNA
           END-IF.

       2027-GRABAR-INCAPACIDADES.
           IF WS-NUM-INCAP > ZEROES
               OPEN OUTPUT INCAPAC-ARCHIVO
               IF VAR-ESTADO-INC = "00"
                   PERFORM VARYING IC FROM 1 BY 1
                           UNTIL IC > WS-NUM-INCAP
                       MOVE TAB-INC-REG(IC) TO REG-INCAPAC
                       WRITE REG-INCAPAC
                   END-PERFORM
                   CLOSE INCAPAC-ARCHIVO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONTROL DEL PAGO: EL ULTIMO REGISTRO DE PAGOCTL.data DICE SI
      * HAY UN PERIODO CORRIDO CON EL PAGO AUN RETENIDO
      *----------------------------------------------------------------*
       2028-VALIDAR-RETENIDO.
           MOVE SPACES TO WS-PERIODO-RETENIDO
           MOVE "0" TO FIN-PAGOCTL
           OPEN INPUT PAGOCTL-ARCHIVO
           IF VAR-ESTADO-PCT = "00" OR VAR-ESTADO-PCT = "05"
               PERFORM 2028-1-LEE-CONTROL UNTIL FIN-PAGOCTL = "1"
               CLOSE PAGOCTL-ARCHIVO
           END-IF.

       2028-1-LEE-CONTROL.
           READ PAGOCTL-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PAGOCTL
               NOT AT END
                   IF RPCT-ESTADO = "R" OR RPCT-ESTADO = "F"
                       MOVE RPCT-PERIODO TO WS-PERIODO-RETENIDO
                   ELSE
                       MOVE SPACES TO WS-PERIODO-RETENIDO
                   END-IF
           END-READ.

       2029-REGISTRA-RETENIDO.
           MOVE SPACES       TO REG-PAGOCTL
           MOVE WS-PERIODO   TO RPCT-PERIODO
           MOVE "R"          TO RPCT-ESTADO
           MOVE WS-FECHA-ACT TO RPCT-FECHA-CORRIDA
           MOVE WS-FECHA-ACT TO RPCT-FECHA-ESTADO
           MOVE "NOMINA"     TO RPCT-USUARIO
           OPEN EXTEND PAGOCTL-ARCHIVO
           IF VAR-ESTADO-PCT = "00" OR VAR-ESTADO-PCT = "05"
               WRITE REG-PAGOCTL
               CLOSE PAGOCTL-ARCHIVO
           END-IF.

       3000-FINAL.
           STOP RUN.
