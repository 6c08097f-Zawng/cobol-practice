      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Planilla integrada de aportes (PILA) de un periodo de nomina
      * ya corrido: un registro de encabezado y una linea de ancho
      * fijo por empleado con el IBC, los dias cotizados, salud y
      * pension del empleado y del empleador, ARL y caja, y las
      * novedades del periodo (retiro del maestro, vacaciones de
      * VACMOV.data, incapacidad del registro de INCAPACI o de
      * NOVEDADES.data y licencia no remunerada). La pagina de
      * control debe cuadrar con la pagina de costo laboral de la
      * corrida de NOMINA. Antes la planilla se digitaba a mano desde
      * el impreso de la nomina.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 PILA.
       AUTHOR.                     EDWIN PAEZ.
       INSTALLATION.               NOVATEC.
       DATE-WRITTEN.               15-10-26.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      *                        ENVIRONMENT DIVISION                    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "../GENERADOS/EMPLEADOS.data"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-TELEFONO
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VAR-ESTADO.
      * REGISTROS DE NOMINA DEL PERIODO A REPORTAR
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOM.
      * NOVEDADES DEL PERIODO: AUSENCIAS ('A') E INCAPACIDADES ('I')
       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "../GENERADOS/NOVEDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOV.
      * INCAPACIDADES LIQUIDADAS EN EL PERIODO (LAS REGISTRA INCAPACI)
       SELECT OPTIONAL INCAPAC-ARCHIVO
       ASSIGN TO "../GENERADOS/INCAPACIDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-INC.
      * DIAS DE VACACIONES TOMADOS EN EL PERIODO
       SELECT OPTIONAL VACMOV-ARCHIVO
       ASSIGN TO "../GENERADOS/VACMOV.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-VAC.
      * TASAS PATRONALES, LAS MISMAS QUE APLICA LA CORRIDA DE NOMINA
       SELECT OPTIONAL APORTESPAR-ARCHIVO
       ASSIGN TO "../GENERADOS/APORTES-PAR.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-APO.
      * ARCHIVO PLANO DE LA PLANILLA PARA SUBIR AL OPERADOR
       SELECT PILA-ARCHIVO
       ASSIGN TO "../GENERADOS/PILA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PIL.
      * PAGINA DE CONTROL DE LA PLANILLA
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/PILA-RPT.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD NOVEDADES-ARCHIVO.
       COPY '../COPYS/NOVEDAD.cpy'.

       FD INCAPAC-ARCHIVO.
       COPY '../COPYS/INCAPAC.cpy'.

       FD VACMOV-ARCHIVO.
       COPY '../COPYS/VACMOV.cpy'.

       FD APORTESPAR-ARCHIVO.
       01  REG-APORTESPAR.
           05 RAPO-TASA-PENSION       PIC 9V9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RAPO-TASA-SALUD         PIC 9V9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RAPO-TASA-ARL           PIC 9V9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RAPO-TASA-CAJA          PIC 9V9(5).

      * PLANILLA DE ANCHO FIJO, SIN SEPARADORES: TIPO '01' ES EL
      * ENCABEZADO DEL PERIODO Y TIPO '02' LA LINEA DEL COTIZANTE.
      * NOVEDADES: 'X' EN RET (RETIRO), VAC (VACACIONES), IGE
      * (INCAPACIDAD) Y SLN (LICENCIA NO REMUNERADA)
       FD PILA-ARCHIVO.
       01  REG-PILA.
           05 RPIL-TIPO-REG           PIC X(02).
           05 RPIL-SECUENCIA          PIC 9(05).
           05 RPIL-TIPO-DOC           PIC X(02).
           05 RPIL-ID                 PIC 9(06).
           05 RPIL-NOMBRE             PIC X(25).
           05 RPIL-DEPARTAMENTO       PIC 9(03).
           05 RPIL-NOV-RET            PIC X(01).
           05 RPIL-NOV-VAC            PIC X(01).
           05 RPIL-NOV-IGE            PIC X(01).
           05 RPIL-NOV-SLN            PIC X(01).
           05 RPIL-DIAS               PIC 9(02).
           05 RPIL-IBC                PIC 9(09)V99.
           05 RPIL-SAL-EMPLEADO       PIC 9(09)V99.
           05 RPIL-SAL-EMPLEADOR      PIC 9(09)V99.
           05 RPIL-PEN-EMPLEADO       PIC 9(09)V99.
           05 RPIL-PEN-EMPLEADOR      PIC 9(09)V99.
           05 RPIL-ARL                PIC 9(09)V99.
           05 RPIL-CAJA               PIC 9(09)V99.
       01  REG-PILA-ENCABEZADO.
           05 RPIE-TIPO-REG           PIC X(02).
           05 RPIE-PERIODO            PIC X(06).
           05 RPIE-FECHA              PIC 9(08).
           05 RPIE-COTIZANTES         PIC 9(05).
           05 RPIE-TOTAL-IBC          PIC 9(11)V99.
           05 RPIE-TOTAL-APORTES      PIC 9(11)V99.
           05 FILLER                  PIC X(80).

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR               PIC X(90).

       WORKING-STORAGE SECTION.
       01  VAR-ESTADO                 PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOM             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOV             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-VAC             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-INC             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-APO             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PIL             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  FIN-NOMINA                 PIC X VALUE "0".
       01  FIN-NOVEDADES              PIC X VALUE "0".
       01  FIN-VACMOV                 PIC X VALUE "0".
       01  FIN-INCAPAC                PIC X VALUE "0".

      * PERIODO A REPORTAR (AAAAMM); SOLO SE REPORTA UN PERIODO QUE
      * LA CORRIDA DE NOMINA YA CERRO
       01  WS-PERIODO                 PIC X(06) VALUE SPACES.

      * TASAS PATRONALES: LAS DE LEY POR DEFECTO, REEMPLAZABLES POR
      * EL ARCHIVO DE PARAMETROS (IGUAL QUE EN NOMINA)
       01  WS-TASA-PEN-PATRON         PIC 9V9(5) VALUE 0.12000.
       01  WS-TASA-SAL-PATRON         PIC 9V9(5) VALUE 0.08500.
       01  WS-TASA-ARL                PIC 9V9(5) VALUE 0.00522.
       01  WS-TASA-CAJA               PIC 9V9(5) VALUE 0.04000.

      * NOVEDADES Y VACACIONES DEL PERIODO EN MEMORIA
       01  WS-NUM-NOVEDADES           PIC 9(03) VALUE ZEROES.
       01  TABLA-NOVEDADES.
           05 TAB-NOV OCCURS 1 TO 300 TIMES
                      DEPENDING ON WS-NUM-NOVEDADES.
              10 TAB-NOV-ID           PIC 9(6).
              10 TAB-NOV-TIPO         PIC X(1).
              10 TAB-NOV-CANTIDAD     PIC 9(3)V99.
       01  NV                         PIC 9(03) VALUE ZEROES.
       01  WS-NUM-VACAS               PIC 9(03) VALUE ZEROES.
       01  TABLA-VACACIONES.
           05 TAB-VAC OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NUM-VACAS.
              10 TAB-VAC-ID           PIC 9(6).
       01  VC                         PIC 9(03) VALUE ZEROES.

      * LINEA DEL COTIZANTE EN PROCESO
       01  WS-IBC                     PIC 9(9)V99 VALUE ZEROES.
       01  WS-DIAS                    PIC S9(3) VALUE ZEROES.
       01  WS-DIAS-AUSENCIA           PIC 9(3)V99 VALUE ZEROES.
       01  WS-PEN-PATRON              PIC 9(9)V99 VALUE ZEROES.
       01  WS-SAL-PATRON              PIC 9(9)V99 VALUE ZEROES.
       01  WS-ARL                     PIC 9(9)V99 VALUE ZEROES.
       01  WS-CAJA                    PIC 9(9)V99 VALUE ZEROES.

      * APORTES POR DEPARTAMENTO, PARA CUADRAR CONTRA LA PAGINA DE
      * COSTO LABORAL DE LA NOMINA
       01  WS-NUM-DEPTOS              PIC 9(02) VALUE ZEROES.
       01  TABLA-COSTO-DEPTO.
           05 TAB-DEP OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-NUM-DEPTOS.
              10 TAB-DEP-CODIGO       PIC 9(3).
              10 TAB-DEP-CUANTOS      PIC 9(4).
              10 TAB-DEP-IBC          PIC 9(11)V99.
              10 TAB-DEP-APORTES      PIC 9(11)V99.
       01  DP                         PIC 9(02) VALUE ZEROES.
       01  SW-DEP-HALLADO             PIC X VALUE "0".
       01  WS-COSTO-DEP               PIC 9(12)V99 VALUE ZEROES.

      * TOTALES DE LA PLANILLA
       01  WS-TOT-COTIZANTES          PIC 9(05) VALUE ZEROES.
       01  WS-TOT-IBC                 PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-SAL-EMPLEADO        PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-SAL-EMPLEADOR       PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-PEN-EMPLEADO        PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-PEN-EMPLEADOR       PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-ARL                 PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-CAJA                PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-APORTES             PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-PAGAR               PIC 9(12)V99 VALUE ZEROES.
       01  WS-TOT-RETIROS             PIC 9(04) VALUE ZEROES.
       01  WS-TOT-VACACIONES          PIC 9(04) VALUE ZEROES.
       01  WS-TOT-INCAPACIDADES       PIC 9(04) VALUE ZEROES.
       01  WS-TOT-LICENCIAS           PIC 9(04) VALUE ZEROES.

       01  WS-MASCARA                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FECHA-ACT               PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-SIS.
           05 WS-DIA-SIS              PIC 9(02) VALUE ZEROES.
           05 FILLER                  PIC X(01) VALUE '/'.
           05 WS-MES-SIS              PIC 9(02) VALUE ZEROES.
           05 FILLER                  PIC X(01) VALUE '/'.
           05 WS-ANO-SIS              PIC 9(04) VALUE ZEROES.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 2000-FECHAS
           DISPLAY "Periodo a reportar (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           PERFORM 2001-TOTALIZAR-PERIODO
           IF WS-TOT-COTIZANTES = ZEROES
               DISPLAY "La nomina del periodo " WS-PERIODO
                       " no ha sido corrida, no hay planilla"
           ELSE
               PERFORM 2003-GENERAR-PLANILLA
           END-IF
           PERFORM 3000-FINAL.

       2000-FECHAS.
           ACCEPT WS-FECHA-ACT          FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACT(7:2)       TO WS-DIA-SIS
           MOVE WS-FECHA-ACT(5:2)       TO WS-MES-SIS
           MOVE WS-FECHA-ACT(1:4)       TO WS-ANO-SIS.

      *----------------------------------------------------------------*
      * PRIMERA PASADA: COTIZANTES, IBC Y APORTES DEL PERIODO, PARA EL
      * REGISTRO DE ENCABEZADO (SIN REGISTROS, EL PERIODO NO ESTA
      * CERRADO)
      *----------------------------------------------------------------*
       2001-TOTALIZAR-PERIODO.
           MOVE ZEROES TO WS-TOT-COTIZANTES WS-TOT-IBC WS-TOT-APORTES
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2002-LEER-NOMINA UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF.

       2002-LEER-NOMINA.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO = WS-PERIODO
                       PERFORM 2005-CALCULA-IBC
                       ADD 1            TO WS-TOT-COTIZANTES
                       ADD WS-IBC       TO WS-TOT-IBC
                       ADD RNOM-APORTES TO WS-TOT-APORTES
                   END-IF
           END-READ.

       2003-GENERAR-PLANILLA.
           PERFORM 2010-CARGAR-TASAS-PATRONALES
           PERFORM 2011-CARGAR-NOVEDADES
           PERFORM 2012-CARGAR-VACACIONES
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "
                       VAR-ESTADO
               PERFORM 3000-FINAL.
           OPEN OUTPUT PILA-ARCHIVO
           IF VAR-ESTADO-PIL NOT = "00"
               DISPLAY "Error al abrir PILA.data, estado: "
                       VAR-ESTADO-PIL
               PERFORM 3000-FINAL.
           MOVE SPACES             TO REG-PILA-ENCABEZADO
           MOVE "01"               TO RPIE-TIPO-REG
           MOVE WS-PERIODO         TO RPIE-PERIODO
           MOVE WS-FECHA-ACT       TO RPIE-FECHA
           MOVE WS-TOT-COTIZANTES  TO RPIE-COTIZANTES
           MOVE WS-TOT-IBC         TO RPIE-TOTAL-IBC
           MOVE WS-TOT-APORTES     TO RPIE-TOTAL-APORTES
           WRITE REG-PILA-ENCABEZADO
           MOVE ZEROES TO WS-TOT-COTIZANTES WS-TOT-IBC WS-TOT-APORTES
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           PERFORM 2004-LINEA-COTIZANTE UNTIL FIN-NOMINA = "1"
           CLOSE NOMINA-ARCHIVO PILA-ARCHIVO EMPLEADOS-ARCHIVO
           PERFORM 2020-PAGINA-CONTROL
           DISPLAY "Planilla del periodo " WS-PERIODO " generada para "
                   WS-TOT-COTIZANTES " cotizantes".

      *----------------------------------------------------------------*
      * SEGUNDA PASADA: UNA LINEA POR REGISTRO DE NOMINA DEL PERIODO
      *----------------------------------------------------------------*
       2004-LINEA-COTIZANTE.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO = WS-PERIODO
                       PERFORM 2006-ARMA-LINEA
                   END-IF
           END-READ.

      * EL IBC ES EL DEVENGADO DEL PERIODO, EL MISMO SOBRE EL QUE LA
      * NOMINA CALCULO SALUD, PENSION Y APORTES
       2005-CALCULA-IBC.
           COMPUTE WS-IBC = RNOM-SALARIO + RNOM-EXTRAS
                 + RNOM-BONOS - RNOM-AUSENCIAS
               ON SIZE ERROR MOVE ZEROES TO WS-IBC
           END-COMPUTE.

       2006-ARMA-LINEA.
           PERFORM 2005-CALCULA-IBC
           MOVE SPACES             TO REG-PILA
           ADD 1                   TO WS-TOT-COTIZANTES
           MOVE "02"               TO RPIL-TIPO-REG
           MOVE WS-TOT-COTIZANTES  TO RPIL-SECUENCIA
           MOVE "CC"               TO RPIL-TIPO-DOC
           MOVE RNOM-ID            TO RPIL-ID
           MOVE RNOM-NOMBRE        TO RPIL-NOMBRE
           MOVE RNOM-DEPARTAMENTO  TO RPIL-DEPARTAMENTO
           MOVE 30                 TO WS-DIAS
           PERFORM 2007-NOVEDAD-RETIRO
           PERFORM 2008-NOVEDADES-EMPLEADO
           SUBTRACT WS-DIAS-AUSENCIA FROM WS-DIAS
           IF WS-DIAS < ZEROES
               MOVE ZEROES TO WS-DIAS
           END-IF
           MOVE WS-DIAS            TO RPIL-DIAS
      * LOS APORTES PATRONALES SE REPARTEN POR TASA; LA CAJA TOMA LA
      * DIFERENCIA DE REDONDEO PARA QUE LA SUMA SEA EXACTAMENTE EL
      * APORTE QUE LA NOMINA GRABO Y LLEVO A LA PAGINA DE COSTO
           COMPUTE WS-PEN-PATRON ROUNDED = WS-IBC * WS-TASA-PEN-PATRON
           COMPUTE WS-SAL-PATRON ROUNDED = WS-IBC * WS-TASA-SAL-PATRON
           COMPUTE WS-ARL ROUNDED = WS-IBC * WS-TASA-ARL
           COMPUTE WS-CAJA = RNOM-APORTES - WS-PEN-PATRON
                 - WS-SAL-PATRON - WS-ARL
               ON SIZE ERROR MOVE ZEROES TO WS-CAJA
           END-COMPUTE
           MOVE WS-IBC             TO RPIL-IBC
           MOVE RNOM-SALUD         TO RPIL-SAL-EMPLEADO
           MOVE WS-SAL-PATRON      TO RPIL-SAL-EMPLEADOR
           MOVE RNOM-PENSION       TO RPIL-PEN-EMPLEADO
           MOVE WS-PEN-PATRON      TO RPIL-PEN-EMPLEADOR
           MOVE WS-ARL             TO RPIL-ARL
           MOVE WS-CAJA            TO RPIL-CAJA
           WRITE REG-PILA
           ADD WS-IBC              TO WS-TOT-IBC
           ADD RNOM-SALUD          TO WS-TOT-SAL-EMPLEADO
           ADD WS-SAL-PATRON       TO WS-TOT-SAL-EMPLEADOR
           ADD RNOM-PENSION        TO WS-TOT-PEN-EMPLEADO
           ADD WS-PEN-PATRON       TO WS-TOT-PEN-EMPLEADOR
           ADD WS-ARL              TO WS-TOT-ARL
           ADD WS-CAJA             TO WS-TOT-CAJA
           ADD RNOM-APORTES        TO WS-TOT-APORTES
           PERFORM 2009-ACUMULA-DEPARTAMENTO.

      * RETIRO EN EL PERIODO: COTIZA HASTA EL DIA DEL RETIRO
       2007-NOVEDAD-RETIRO.
           MOVE RNOM-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADOS-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EMPLEADOS-ESTADO = "R"
                      AND EMPLEADOS-FECHA-RETIRO(1:6) = WS-PERIODO
                       MOVE "X" TO RPIL-NOV-RET
                       ADD 1 TO WS-TOT-RETIROS
                       IF EMPLEADOS-FECHA-RETIRO(7:2) < 30
                           MOVE EMPLEADOS-FECHA-RETIRO(7:2) TO WS-DIAS
                       END-IF
                   END-IF
           END-READ.

       2008-NOVEDADES-EMPLEADO.
           MOVE ZEROES TO WS-DIAS-AUSENCIA
           PERFORM VARYING NV FROM 1 BY 1
                   UNTIL NV > WS-NUM-NOVEDADES
               IF TAB-NOV-ID(NV) = RNOM-ID
                   EVALUATE TAB-NOV-TIPO(NV)
                       WHEN "A"
                           MOVE "X" TO RPIL-NOV-SLN
                           ADD TAB-NOV-CANTIDAD(NV) TO WS-DIAS-AUSENCIA
                       WHEN "I"
                           MOVE "X" TO RPIL-NOV-IGE
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING VC FROM 1 BY 1
                   UNTIL VC > WS-NUM-VACAS
               IF TAB-VAC-ID(VC) = RNOM-ID
                   MOVE "X" TO RPIL-NOV-VAC
               END-IF
           END-PERFORM
           IF RPIL-NOV-SLN = "X"
               ADD 1 TO WS-TOT-LICENCIAS
           END-IF
           IF RPIL-NOV-IGE = "X"
               ADD 1 TO WS-TOT-INCAPACIDADES
           END-IF
           IF RPIL-NOV-VAC = "X"
               ADD 1 TO WS-TOT-VACACIONES
           END-IF.

       2009-ACUMULA-DEPARTAMENTO.
           MOVE "0" TO SW-DEP-HALLADO
           PERFORM VARYING DP FROM 1 BY 1
                   UNTIL DP > WS-NUM-DEPTOS OR SW-DEP-HALLADO = "1"
               IF TAB-DEP-CODIGO(DP) = RNOM-DEPARTAMENTO
                   MOVE "1" TO SW-DEP-HALLADO
               END-IF
           END-PERFORM
           IF SW-DEP-HALLADO = "1"
               SUBTRACT 1 FROM DP
           ELSE
               IF WS-NUM-DEPTOS < 20
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-NUM-DEPTOS TO DP
                   MOVE RNOM-DEPARTAMENTO TO TAB-DEP-CODIGO(DP)
                   MOVE ZEROES TO TAB-DEP-CUANTOS(DP)
                                  TAB-DEP-IBC(DP)
                                  TAB-DEP-APORTES(DP)
               ELSE
                   MOVE WS-NUM-DEPTOS TO DP
               END-IF
           END-IF
           ADD 1            TO TAB-DEP-CUANTOS(DP)
           ADD WS-IBC       TO TAB-DEP-IBC(DP)
           ADD RNOM-APORTES TO TAB-DEP-APORTES(DP).

      *----------------------------------------------------------------*
      * TASAS PATRONALES DEL ARCHIVO DE PARAMETROS, SI EXISTE
      *----------------------------------------------------------------*
       2010-CARGAR-TASAS-PATRONALES.
           OPEN INPUT APORTESPAR-ARCHIVO
           IF VAR-ESTADO-APO = "00" OR VAR-ESTADO-APO = "05"
               READ APORTESPAR-ARCHIVO NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE RAPO-TASA-PENSION TO WS-TASA-PEN-PATRON
                       MOVE RAPO-TASA-SALUD   TO WS-TASA-SAL-PATRON
                       MOVE RAPO-TASA-ARL     TO WS-TASA-ARL
                       MOVE RAPO-TASA-CAJA    TO WS-TASA-CAJA
               END-READ
               CLOSE APORTESPAR-ARCHIVO
           END-IF.

       2011-CARGAR-NOVEDADES.
           MOVE ZEROES TO WS-NUM-NOVEDADES
           MOVE "0" TO FIN-NOVEDADES
           OPEN INPUT NOVEDADES-ARCHIVO
           IF VAR-ESTADO-NOV = "00" OR VAR-ESTADO-NOV = "05"
               PERFORM 2011-1-LEE-NOVEDAD UNTIL FIN-NOVEDADES = "1"
               CLOSE NOVEDADES-ARCHIVO
           END-IF
      * LAS INCAPACIDADES DEL REGISTRO LIQUIDADAS EN EL PERIODO
      * ENTRAN A LA TABLA COMO NOVEDAD 'I'
           MOVE "0" TO FIN-INCAPAC
           OPEN INPUT INCAPAC-ARCHIVO
           IF VAR-ESTADO-INC = "00" OR VAR-ESTADO-INC = "05"
               PERFORM 2011-2-LEE-INCAPACIDAD UNTIL FIN-INCAPAC = "1"
               CLOSE INCAPAC-ARCHIVO
           END-IF.

       2011-1-LEE-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOVEDADES
               NOT AT END
                   IF RNOV-PERIODO = WS-PERIODO
                      AND (RNOV-TIPO = "A" OR RNOV-TIPO = "I")
                      AND WS-NUM-NOVEDADES < 300
                       ADD 1 TO WS-NUM-NOVEDADES
                       MOVE RNOV-ID
                         TO TAB-NOV-ID(WS-NUM-NOVEDADES)
                       MOVE RNOV-TIPO
                         TO TAB-NOV-TIPO(WS-NUM-NOVEDADES)
                       MOVE RNOV-CANTIDAD
                         TO TAB-NOV-CANTIDAD(WS-NUM-NOVEDADES)
                   END-IF
           END-READ.

       2011-2-LEE-INCAPACIDAD.
           READ INCAPAC-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-INCAPAC
               NOT AT END
                   IF RINC-PERIODO = WS-PERIODO
                      AND WS-NUM-NOVEDADES < 300
                       ADD 1 TO WS-NUM-NOVEDADES
                       MOVE RINC-ID
                         TO TAB-NOV-ID(WS-NUM-NOVEDADES)
                       MOVE "I"
                         TO TAB-NOV-TIPO(WS-NUM-NOVEDADES)
                       MOVE RINC-DIAS
                         TO TAB-NOV-CANTIDAD(WS-NUM-NOVEDADES)
                   END-IF
           END-READ.

       2012-CARGAR-VACACIONES.
           MOVE ZEROES TO WS-NUM-VACAS
           MOVE "0" TO FIN-VACMOV
           OPEN INPUT VACMOV-ARCHIVO
           IF VAR-ESTADO-VAC = "00" OR VAR-ESTADO-VAC = "05"
               PERFORM 2012-1-LEE-VACMOV UNTIL FIN-VACMOV = "1"
               CLOSE VACMOV-ARCHIVO
           END-IF.

       2012-1-LEE-VACMOV.
           READ VACMOV-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-VACMOV
               NOT AT END
                   IF RVAC-PERIODO = WS-PERIODO AND RVAC-TIPO = "T"
                      AND WS-NUM-VACAS < 200
                       ADD 1 TO WS-NUM-VACAS
                       MOVE RVAC-ID   TO TAB-VAC-ID(WS-NUM-VACAS)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * PAGINA DE CONTROL: POR DEPARTAMENTO, IBC (DEVENGADO), APORTES
      * Y COSTO REAL, QUE DEBEN SER LOS DE LA PAGINA DE COSTO LABORAL
      * DE LA NOMINA; LUEGO LOS TOTALES POR SUBSISTEMA
      *----------------------------------------------------------------*
       2020-PAGINA-CONTROL.
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP NOT = "00"
               DISPLAY "Error al abrir el reporte, estado: "
                       VAR-ESTADO-IMP
               PERFORM 3000-FINAL.
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "CONTROL PLANILLA PILA - PERIODO " WS-PERIODO
                  "   FECHA: " WS-FECHA-SIS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           PERFORM 2021-LINEA-DEPTO
               VARYING DP FROM 1 BY 1 UNTIL DP > WS-NUM-DEPTOS
           MOVE ALL "-" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "COTIZANTES: " WS-TOT-COTIZANTES
                  "  RETIROS: " WS-TOT-RETIROS
                  "  VACACIONES: " WS-TOT-VACACIONES
                  "  INCAPACIDADES: " WS-TOT-INCAPACIDADES
                  "  LICENCIAS: " WS-TOT-LICENCIAS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-IBC TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL IBC:                " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-SAL-EMPLEADO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "SALUD EMPLEADO:           " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-PEN-EMPLEADO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "PENSION EMPLEADO:         " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-SAL-EMPLEADOR TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "SALUD EMPLEADOR:          " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-PEN-EMPLEADOR TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "PENSION EMPLEADOR:        " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-ARL TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "ARL:                      " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-CAJA TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "CAJA DE COMPENSACION:     " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-APORTES TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL APORTES PATRONALES: " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           COMPUTE WS-TOT-PAGAR = WS-TOT-APORTES
                 + WS-TOT-SAL-EMPLEADO + WS-TOT-PEN-EMPLEADO
           MOVE WS-TOT-PAGAR TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL A PAGAR AL OPERADOR:" WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           CLOSE IMPRESOR.

       2021-LINEA-DEPTO.
           MOVE SPACES TO REG-IMPRESOR
           STRING "DEPARTAMENTO " TAB-DEP-CODIGO(DP)
                  "  EMPLEADOS: " TAB-DEP-CUANTOS(DP)
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE TAB-DEP-IBC(DP) TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "  IBC:          " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE TAB-DEP-APORTES(DP) TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "  APORTES:      " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           COMPUTE WS-COSTO-DEP =
                   TAB-DEP-IBC(DP) + TAB-DEP-APORTES(DP)
           MOVE WS-COSTO-DEP TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "  COSTO REAL:   " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR.

       3000-FINAL.
           STOP RUN.
           END PROGRAM PILA.
