      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Ejecucion del presupuesto de personal por departamento: para
      * el ano pedido compara, mes a mes, el presupuesto que mantiene
      * DEPTOS en PRESUPUESTO.data contra lo ejecutado en NOMINA.data
      * (devengado mas aportes patronales) en los meses cerrados, y
      * muestra la variacion y el porcentaje de ejecucion acumulado.
      * Un mes esta cerrado cuando tiene nomina y su pago ya fue
      * liberado en PAGOCTL (o es de antes del control de pago). Con
      * el ritmo de gasto de los meses cerrados proyecta el cierre del
      * ano y marca los departamentos que se van a pasar.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 PRESUPUE.
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
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOM.
      * CONTROL DEL PAGO: EL ULTIMO REGISTRO DEL PERIODO DICE SI YA SE
      * LIBERO AL BANCO
       SELECT OPTIONAL PAGOCTL-ARCHIVO
       ASSIGN TO "../GENERADOS/PAGOCTL.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PCT.
       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO "../GENERADOS/PRESUPUESTO.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PRE.
       SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "../GENERADOS/DEPARTAMENTOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-DEP.
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/PRESUPUESTO-RPT.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD PAGOCTL-ARCHIVO.
       COPY '../COPYS/PAGOCTL.cpy'.

       FD PRESUPUESTO-ARCHIVO.
       COPY '../COPYS/PRESUPUE.cpy'.

       FD DEPARTAMENTOS-ARCHIVO.
       01  REG-DEPARTAMENTO.
           05 DEPTO-CODIGO         PIC 9(3).
           05 FILLER               PIC X.
           05 DEPTO-NOMBRE         PIC X(20).

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-ANO                  PIC 9(4) VALUE ZEROES.
       77  WS-MES                  PIC 9(2) VALUE ZEROES.
       01  VAR-ESTADO-NOM          PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PCT          PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PRE          PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-DEP          PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP          PIC X(02) VALUE SPACES.
       01  FIN-NOMINA              PIC X VALUE "0".
       01  FIN-PAGOCTL             PIC X VALUE "0".
       01  FIN-PRESUPUESTO         PIC X VALUE "0".
       01  FIN-DEPTOS              PIC X VALUE "0".

      * ESTADO DE CADA MES DEL ANO: SI TIENE NOMINA, EL ULTIMO ESTADO
      * DE PAGOCTL Y SI QUEDA CERRADO PARA EL REPORTE
       01  TABLA-MESES-ANO.
           05 TAB-MES OCCURS 12 TIMES.
              10 TAB-MES-NOMINA    PIC X(1).
              10 TAB-MES-ESTADO    PIC X(1).
              10 TAB-MES-CERRADO   PIC X(1).
       01  WS-MESES-CERRADOS       PIC 9(2) VALUE ZEROES.
       01  WS-ULTIMO-CERRADO       PIC 9(2) VALUE ZEROES.
       01  WS-PER-PARTES.
           05 WS-PER-ANO           PIC 9(4).
           05 WS-PER-MES           PIC 9(2).
       01  WS-NOMBRES-MES          PIC X(36) VALUE
           "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
       01  WS-TABLA-MESES REDEFINES WS-NOMBRES-MES.
           05 WS-NOMBRE-MES        PIC X(3) OCCURS 12 TIMES.

      * PRESUPUESTO Y EJECUCION POR DEPARTAMENTO Y MES; EL BLOQUE DE
      * TRABAJO Y EL TOTAL DE LA COMPANIA TIENEN EL MISMO LAYOUT
       01  WS-NUM-DEPTOS           PIC 9(03) VALUE ZEROES.
       01  TABLA-EJECUCION.
           05 TAB-DEP OCCURS 1 TO 150 TIMES
                      DEPENDING ON WS-NUM-DEPTOS.
              10 TAB-DEP-CODIGO    PIC 9(3).
              10 TAB-DEP-MES OCCURS 12 TIMES.
                 15 TAB-DEP-PPTO   PIC 9(11)V99.
                 15 TAB-DEP-REAL   PIC 9(11)V99.
       01  DP                      PIC 9(03) VALUE ZEROES.
       01  DQ                      PIC 9(03) VALUE ZEROES.
       01  SW-DEP-HALLADO          PIC X VALUE "0".
       01  WS-DEPTO-BUSCA          PIC 9(3) VALUE ZEROES.
       01  WS-BLOQUE.
           05 BLQ-CODIGO           PIC 9(3).
           05 BLQ-MES OCCURS 12 TIMES.
              10 BLQ-PPTO          PIC 9(11)V99.
              10 BLQ-REAL          PIC 9(11)V99.
       01  WS-TOTALES.
           05 TOT-CODIGO           PIC 9(3).
           05 TOT-MES OCCURS 12 TIMES.
              10 TOT-PPTO          PIC 9(11)V99.
              10 TOT-REAL          PIC 9(11)V99.
       01  WS-TEMP-DEPTO           PIC X(315).

      * CATALOGO DE DEPARTAMENTOS EN MEMORIA
       01  WS-NUM-CATALOGO         PIC 9(03) VALUE ZEROES.
       01  TABLA-CATALOGO.
           05 TAB-CAT OCCURS 100 TIMES.
              10 TAB-CAT-CODIGO    PIC 9(3).
              10 TAB-CAT-NOMBRE    PIC X(20).
       01  CT                      PIC 9(03) VALUE ZEROES.
       01  WS-BLQ-NOMBRE           PIC X(20) VALUE SPACES.

      * CIFRAS DEL BLOQUE QUE SE IMPRIME
       01  WS-COSTO                PIC 9(11)V99 VALUE ZEROES.
       01  WS-CALC-PPTO            PIC 9(11)V99 VALUE ZEROES.
       01  WS-CALC-REAL            PIC 9(11)V99 VALUE ZEROES.
       01  WS-PPTO-ACUM            PIC 9(11)V99 VALUE ZEROES.
       01  WS-REAL-ACUM            PIC 9(11)V99 VALUE ZEROES.
       01  WS-PPTO-ANUAL           PIC 9(11)V99 VALUE ZEROES.
       01  WS-PROYECCION           PIC 9(11)V99 VALUE ZEROES.
       01  WS-VARIACION            PIC S9(11)V99 VALUE ZEROES.
       01  WS-PORCENTAJE           PIC 9(4)V99 VALUE ZEROES.
       01  WS-MASCARA              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MASCARA-2            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MASCARA-VAR          PIC --,---,---,--9.99.
       01  WS-MASCARA-PCT          PIC Z,ZZ9.99.
       01  WS-MARCA                PIC X(30) VALUE SPACES.

      * DEPARTAMENTOS CON SOBREEJECUCION PROYECTADA, PARA EL RESUMEN
       01  WS-NUM-SOBRE            PIC 9(03) VALUE ZEROES.
       01  TABLA-SOBRE.
           05 TAB-SOB OCCURS 150 TIMES.
              10 TAB-SOB-CODIGO    PIC 9(3).
              10 TAB-SOB-NOMBRE    PIC X(20).
              10 TAB-SOB-PPTO      PIC 9(11)V99.
              10 TAB-SOB-PROY      PIC 9(11)V99.
       01  SB                      PIC 9(03) VALUE ZEROES.

      * SPOOL CENTRAL DE REPORTES
       COPY '../SEMILLERO/COPYS/NOCOSPOL.CPY'.
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.

      *----------------------------------------------------------------*
      * FECHA DEL SISTEMA (PARA EL ENCABEZADO DEL REPORTE)
      *----------------------------------------------------------------*
       01  WS-FECHA-ACT            PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-SIS.
           05 WS-DIA-SIS           PIC 9(02) VALUE ZEROES.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-MES-SIS           PIC 9(02) VALUE ZEROES.
           05 FILLER               PIC X(01) VALUE '/'.
           05 WS-ANO-SIS           PIC 9(04) VALUE ZEROES.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 2000-FECHAS
           DISPLAY "Ano del presupuesto (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANO
           IF WS-ANO < 2000
               DISPLAY "Ano invalido"
               PERFORM 3000-FINAL
           END-IF
           INITIALIZE TABLA-MESES-ANO WS-TOTALES
           PERFORM 2010-LEER-CONTROL-PAGO
           PERFORM 2020-LEER-NOMINA
           PERFORM 2025-MESES-CERRADOS
           PERFORM 2030-LEER-PRESUPUESTO
           PERFORM 2035-CARGAR-DEPARTAMENTOS
           PERFORM 2040-ORDENAR-DEPARTAMENTOS
           PERFORM 2050-IMPRIMIR-REPORTE
           PERFORM 3000-FINAL.

       2000-PROCESOS.
       2000-FECHAS.
           ACCEPT WS-FECHA-ACT          FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACT(7:2)       TO WS-DIA-SIS
           MOVE WS-FECHA-ACT(5:2)       TO WS-MES-SIS
           MOVE WS-FECHA-ACT(1:4)       TO WS-ANO-SIS.

      *----------------------------------------------------------------*
      * ULTIMO ESTADO DE PAGOCTL DE CADA MES DEL ANO
      *----------------------------------------------------------------*
       2010-LEER-CONTROL-PAGO.
           MOVE "0" TO FIN-PAGOCTL
           OPEN INPUT PAGOCTL-ARCHIVO
           IF VAR-ESTADO-PCT = "00" OR VAR-ESTADO-PCT = "05"
               PERFORM 2011-LEE-CONTROL UNTIL FIN-PAGOCTL = "1"
               CLOSE PAGOCTL-ARCHIVO
           END-IF.

       2011-LEE-CONTROL.
           READ PAGOCTL-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PAGOCTL
               NOT AT END
                   IF RPCT-PERIODO IS NUMERIC
                       MOVE RPCT-PERIODO TO WS-PER-PARTES
                       IF WS-PER-ANO = WS-ANO
                          AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                           MOVE RPCT-ESTADO
                             TO TAB-MES-ESTADO(WS-PER-MES)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EJECUTADO: DEVENGADO MAS APORTES DE CADA REGISTRO DE NOMINA
      * DEL ANO, POR DEPARTAMENTO Y MES
      *----------------------------------------------------------------*
       2020-LEER-NOMINA.
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2021-LEE-NOMINA UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF.

       2021-LEE-NOMINA.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO IS NUMERIC
                       MOVE RNOM-PERIODO TO WS-PER-PARTES
                       IF WS-PER-ANO = WS-ANO
                          AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                           PERFORM 2022-ACUMULA-NOMINA
                       END-IF
                   END-IF
           END-READ.

       2022-ACUMULA-NOMINA.
           MOVE "S" TO TAB-MES-NOMINA(WS-PER-MES)
           COMPUTE WS-COSTO = RNOM-SALARIO + RNOM-EXTRAS
                 + RNOM-BONOS - RNOM-AUSENCIAS + RNOM-APORTES
               ON SIZE ERROR MOVE ZEROES TO WS-COSTO
           END-COMPUTE
           MOVE RNOM-DEPARTAMENTO TO WS-DEPTO-BUSCA
           PERFORM 2023-BUSCA-DEPARTAMENTO
           IF SW-DEP-HALLADO NOT = "2"
               ADD WS-COSTO TO TAB-DEP-REAL(DP, WS-PER-MES)
           END-IF.

      * BUSCA EL DEPARTAMENTO EN LA TABLA Y LO AGREGA SI NO ESTA
       2023-BUSCA-DEPARTAMENTO.
           MOVE "0" TO SW-DEP-HALLADO
           PERFORM VARYING DP FROM 1 BY 1
                   UNTIL DP > WS-NUM-DEPTOS OR SW-DEP-HALLADO = "1"
               IF TAB-DEP-CODIGO(DP) = WS-DEPTO-BUSCA
                   MOVE "1" TO SW-DEP-HALLADO
               END-IF
           END-PERFORM
           IF SW-DEP-HALLADO = "1"
               SUBTRACT 1 FROM DP
           ELSE
               IF WS-NUM-DEPTOS < 150
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-NUM-DEPTOS TO DP
                   INITIALIZE TAB-DEP(DP)
                   MOVE WS-DEPTO-BUSCA TO TAB-DEP-CODIGO(DP)
               ELSE
                   MOVE "2" TO SW-DEP-HALLADO
               END-IF
           END-IF.

      * CERRADO: CON NOMINA Y CON EL PAGO LIBERADO, O SIN REGISTRO DE
      * CONTROL (CORRIDAS DE ANTES DE PAGOCTL)
       2025-MESES-CERRADOS.
           MOVE ZEROES TO WS-MESES-CERRADOS WS-ULTIMO-CERRADO
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               MOVE "N" TO TAB-MES-CERRADO(WS-MES)
               IF TAB-MES-NOMINA(WS-MES) = "S"
                  AND (TAB-MES-ESTADO(WS-MES) = "L"
                       OR TAB-MES-ESTADO(WS-MES) = SPACE)
                   MOVE "S" TO TAB-MES-CERRADO(WS-MES)
                   ADD 1 TO WS-MESES-CERRADOS
                   MOVE WS-MES TO WS-ULTIMO-CERRADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * PRESUPUESTO DEL ANO POR DEPARTAMENTO Y MES
      *----------------------------------------------------------------*
       2030-LEER-PRESUPUESTO.
           MOVE "0" TO FIN-PRESUPUESTO
           OPEN INPUT PRESUPUESTO-ARCHIVO
           IF VAR-ESTADO-PRE = "00" OR VAR-ESTADO-PRE = "05"
               PERFORM 2031-LEE-PRESUPUESTO
                   UNTIL FIN-PRESUPUESTO = "1"
               CLOSE PRESUPUESTO-ARCHIVO
           END-IF.

       2031-LEE-PRESUPUESTO.
           READ PRESUPUESTO-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PRESUPUESTO
               NOT AT END
                   IF RPRE-ANO = WS-ANO
                      AND RPRE-MES >= 1 AND RPRE-MES <= 12
                       MOVE RPRE-DEPTO TO WS-DEPTO-BUSCA
                       PERFORM 2023-BUSCA-DEPARTAMENTO
                       IF SW-DEP-HALLADO NOT = "2"
                           MOVE RPRE-VALOR
                             TO TAB-DEP-PPTO(DP, RPRE-MES)
                       END-IF
                   END-IF
           END-READ.

       2035-CARGAR-DEPARTAMENTOS.
           MOVE "0" TO FIN-DEPTOS
           OPEN INPUT DEPARTAMENTOS-ARCHIVO
           IF VAR-ESTADO-DEP = "00"
               PERFORM 2036-LEE-DEPARTAMENTO UNTIL FIN-DEPTOS = "1"
               CLOSE DEPARTAMENTOS-ARCHIVO
           END-IF.

       2036-LEE-DEPARTAMENTO.
           READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-DEPTOS
               NOT AT END
                   IF WS-NUM-CATALOGO < 100
                       ADD 1 TO WS-NUM-CATALOGO
                       MOVE DEPTO-CODIGO
                         TO TAB-CAT-CODIGO(WS-NUM-CATALOGO)
                       MOVE DEPTO-NOMBRE
                         TO TAB-CAT-NOMBRE(WS-NUM-CATALOGO)
                   END-IF
           END-READ.

      * ORDENAMIENTO BURBUJA POR CODIGO DE DEPARTAMENTO
       2040-ORDENAR-DEPARTAMENTOS.
           PERFORM VARYING DP FROM 1 BY 1 UNTIL DP >= WS-NUM-DEPTOS
               PERFORM VARYING DQ FROM 1 BY 1
                       UNTIL DQ >= WS-NUM-DEPTOS
                   IF TAB-DEP-CODIGO(DQ) > TAB-DEP-CODIGO(DQ + 1)
                       MOVE TAB-DEP(DQ)     TO WS-TEMP-DEPTO
                       MOVE TAB-DEP(DQ + 1) TO TAB-DEP(DQ)
                       MOVE WS-TEMP-DEPTO   TO TAB-DEP(DQ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      * REPORTE: UN BLOQUE POR DEPARTAMENTO, EL DE LA COMPANIA Y EL
      * RESUMEN DE LOS QUE VAN A SOBREEJECUTAR
      *----------------------------------------------------------------*
       2050-IMPRIMIR-REPORTE.
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP NOT = "00"
               DISPLAY "Error al abrir el reporte impreso, estado: "
                       VAR-ESTADO-IMP
               PERFORM 3000-FINAL.
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "EJECUCION DEL PRESUPUESTO DE PERSONAL " WS-ANO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           MOVE "FECHA: " TO REG-IMPRESOR(66:7)
           MOVE WS-FECHA-SIS TO REG-IMPRESOR(73:10)
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           IF WS-MESES-CERRADOS = ZEROES
               STRING "SIN MESES CERRADOS EN EL ANO; SOLO SE MUESTRA "
                      "EL PRESUPUESTO"
                      DELIMITED BY SIZE INTO REG-IMPRESOR
           ELSE
               STRING "MESES CERRADOS: " WS-MESES-CERRADOS
                      " (ULTIMO: " WS-NOMBRE-MES(WS-ULTIMO-CERRADO)
                      "). EJECUTADO = DEVENGADO + APORTES PATRONALES"
                      DELIMITED BY SIZE INTO REG-IMPRESOR
           END-IF
           WRITE REG-IMPRESOR
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           PERFORM 2051-UN-DEPARTAMENTO
               VARYING DP FROM 1 BY 1 UNTIL DP > WS-NUM-DEPTOS
           MOVE WS-TOTALES TO WS-BLOQUE
           MOVE "TOTAL COMPANIA" TO WS-BLQ-NOMBRE
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "TOTAL COMPANIA" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           PERFORM 2052-IMPRIME-BLOQUE
           PERFORM 2058-RESUMEN-SOBREEJECUCION
           CLOSE IMPRESOR
           MOVE "EMPLEADO"                         TO CSPO-E-SISTEMA
           MOVE "PRESUPUESTO"                      TO CSPO-E-TIPO
           MOVE "../GENERADOS/PRESUPUESTO-RPT.data"
                                                   TO CSPO-E-ORIGEN
           MOVE "L"                                TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL
           DISPLAY "Departamentos: " WS-NUM-DEPTOS
                   ", con sobreejecucion proyectada: " WS-NUM-SOBRE
           DISPLAY "Reporte generado en PRESUPUESTO-RPT.data".

       2051-UN-DEPARTAMENTO.
           MOVE TAB-DEP(DP) TO WS-BLOQUE
           MOVE SPACES TO WS-BLQ-NOMBRE
           PERFORM VARYING CT FROM 1 BY 1 UNTIL CT > WS-NUM-CATALOGO
               IF TAB-CAT-CODIGO(CT) = BLQ-CODIGO
                   MOVE TAB-CAT-NOMBRE(CT) TO WS-BLQ-NOMBRE
               END-IF
           END-PERFORM
           IF WS-BLQ-NOMBRE = SPACES
               MOVE "(SIN CATALOGO)" TO WS-BLQ-NOMBRE
           END-IF
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               ADD BLQ-PPTO(WS-MES) TO TOT-PPTO(WS-MES)
               ADD BLQ-REAL(WS-MES) TO TOT-REAL(WS-MES)
           END-PERFORM
           MOVE SPACES TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           STRING "DEPARTAMENTO " BLQ-CODIGO " - " WS-BLQ-NOMBRE
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           PERFORM 2052-IMPRIME-BLOQUE
           IF WS-MARCA NOT = SPACES AND WS-NUM-SOBRE < 150
               ADD 1 TO WS-NUM-SOBRE
               MOVE BLQ-CODIGO    TO TAB-SOB-CODIGO(WS-NUM-SOBRE)
               MOVE WS-BLQ-NOMBRE TO TAB-SOB-NOMBRE(WS-NUM-SOBRE)
               MOVE WS-PPTO-ANUAL TO TAB-SOB-PPTO(WS-NUM-SOBRE)
               MOVE WS-PROYECCION TO TAB-SOB-PROY(WS-NUM-SOBRE)
           END-IF.

      *----------------------------------------------------------------*
      * BLOQUE DE UN DEPARTAMENTO (O DEL TOTAL): LOS DOCE MESES, EL
      * ACUMULADO DE LOS MESES CERRADOS Y LA PROYECCION AL CIERRE
      *----------------------------------------------------------------*
       2052-IMPRIME-BLOQUE.
           MOVE ZEROES TO WS-PPTO-ACUM WS-REAL-ACUM WS-PPTO-ANUAL
           MOVE SPACES TO REG-IMPRESOR
           STRING "MES        PRESUPUESTO         EJECUTADO"
                  "          VARIACION   EJEC.%"
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           PERFORM 2053-LINEA-MES
               VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
           MOVE ALL "-" TO REG-IMPRESOR(1:68)
           WRITE REG-IMPRESOR
           MOVE WS-PPTO-ACUM TO WS-CALC-PPTO
           MOVE WS-REAL-ACUM TO WS-CALC-REAL
           PERFORM 2054-CALCULA-VARIACION
           MOVE SPACES TO REG-IMPRESOR
           STRING "ACUM " WS-MASCARA " " WS-MASCARA-2 " "
                  WS-MASCARA-VAR " " WS-MASCARA-PCT
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
      * PROYECCION: EL PROMEDIO DE LOS MESES CERRADOS POR DOCE
           MOVE ZEROES TO WS-PROYECCION
           IF WS-MESES-CERRADOS > ZEROES
               COMPUTE WS-PROYECCION ROUNDED =
                       WS-REAL-ACUM / WS-MESES-CERRADOS * 12
                   ON SIZE ERROR MOVE 99999999999.99 TO WS-PROYECCION
               END-COMPUTE
           END-IF
           MOVE SPACES TO WS-MARCA
           IF WS-PROYECCION > WS-PPTO-ANUAL
               IF WS-PPTO-ANUAL = ZEROES
                   MOVE "*** SIN PRESUPUESTO ***" TO WS-MARCA
               ELSE
                   MOVE "*** SOBREEJECUCION ***" TO WS-MARCA
               END-IF
           END-IF
           MOVE ZEROES TO WS-PORCENTAJE
           IF WS-PPTO-ANUAL > ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-REAL-ACUM * 100 / WS-PPTO-ANUAL
                   ON SIZE ERROR MOVE 9999.99 TO WS-PORCENTAJE
               END-COMPUTE
           END-IF
           MOVE WS-PORCENTAJE TO WS-MASCARA-PCT
           MOVE WS-PPTO-ANUAL TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "PRESUPUESTO ANUAL " WS-MASCARA
                  "   EJECUTADO DEL ANO " WS-MASCARA-PCT " %"
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-PROYECCION TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "PROYECCION AL CIERRE " WS-MASCARA "   " WS-MARCA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR.

       2053-LINEA-MES.
           ADD BLQ-PPTO(WS-MES) TO WS-PPTO-ANUAL
           MOVE SPACES TO REG-IMPRESOR
           IF TAB-MES-CERRADO(WS-MES) = "S"
               ADD BLQ-PPTO(WS-MES) TO WS-PPTO-ACUM
               ADD BLQ-REAL(WS-MES) TO WS-REAL-ACUM
               MOVE BLQ-PPTO(WS-MES) TO WS-CALC-PPTO
               MOVE BLQ-REAL(WS-MES) TO WS-CALC-REAL
               PERFORM 2054-CALCULA-VARIACION
               STRING WS-NOMBRE-MES(WS-MES) "  " WS-MASCARA " "
                      WS-MASCARA-2 " " WS-MASCARA-VAR " "
                      WS-MASCARA-PCT
                      DELIMITED BY SIZE INTO REG-IMPRESOR
           ELSE
               MOVE BLQ-PPTO(WS-MES) TO WS-MASCARA
               STRING WS-NOMBRE-MES(WS-MES) "  " WS-MASCARA
                      "   (MES SIN CIERRE)"
                      DELIMITED BY SIZE INTO REG-IMPRESOR
           END-IF
           WRITE REG-IMPRESOR.

      * VARIACION = PRESUPUESTO MENOS EJECUTADO (NEGATIVA SI SE PASO)
      * Y PORCENTAJE EJECUTADO SOBRE EL PRESUPUESTO
       2054-CALCULA-VARIACION.
           COMPUTE WS-VARIACION = WS-CALC-PPTO - WS-CALC-REAL
           MOVE ZEROES TO WS-PORCENTAJE
           IF WS-CALC-PPTO > ZEROES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-CALC-REAL * 100 / WS-CALC-PPTO
                   ON SIZE ERROR MOVE 9999.99 TO WS-PORCENTAJE
               END-COMPUTE
           END-IF
           MOVE WS-CALC-PPTO  TO WS-MASCARA
           MOVE WS-CALC-REAL  TO WS-MASCARA-2
           MOVE WS-VARIACION  TO WS-MASCARA-VAR
           MOVE WS-PORCENTAJE TO WS-MASCARA-PCT.

       2058-RESUMEN-SOBREEJECUCION.
           MOVE SPACES TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "DEPARTAMENTOS QUE SE PASAN DEL PRESUPUESTO AL RITMO"
             TO REG-IMPRESOR
           MOVE "ACTUAL" TO REG-IMPRESOR(53:6)
           WRITE REG-IMPRESOR
           IF WS-NUM-SOBRE = ZEROES
               MOVE "  (NINGUNO)" TO REG-IMPRESOR
               WRITE REG-IMPRESOR
           ELSE
               MOVE SPACES TO REG-IMPRESOR
               STRING "COD NOMBRE                     PRESUPUESTO"
                      "        PROYECCION"
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           PERFORM VARYING SB FROM 1 BY 1 UNTIL SB > WS-NUM-SOBRE
               MOVE TAB-SOB-PPTO(SB) TO WS-MASCARA
               MOVE TAB-SOB-PROY(SB) TO WS-MASCARA-2
               MOVE SPACES TO REG-IMPRESOR
               STRING TAB-SOB-CODIGO(SB) " " TAB-SOB-NOMBRE(SB) " "
                      WS-MASCARA " " WS-MASCARA-2
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-PERFORM.

       3000-FINAL.
           STOP RUN.
           END PROGRAM PRESUPUE.
