      * empleados activos (o solo a un departamento) en una sola
      * corrida, deja cada cambio en el historial SALHIS y reporta los
      * totales de nomina antes y despues, para que el aumento anual
      * deje de ser editar empleados uno por uno. Si el aumento tiene
      * fecha efectiva anterior, los periodos de NOMINA.data ya
      * pagados desde esa fecha se reliquidan con el salario nuevo y
      * la diferencia entra como novedad de retroactivo para la
      * proxima corrida, con su reporte por empleado y mes.
      ******************************************************************

      *----------------------------------------------------------------*
       ASSIGN TO "../GENERADOS/AUMPEND.data"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PEN.
      * NOMINAS YA PAGADAS, PARA EL RETROACTIVO DEL AUMENTO
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOM.
      * EL RETROACTIVO SE PAGA COMO NOVEDAD DE LA PROXIMA CORRIDA
       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "../GENERADOS/NOVEDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOV.
      * REPORTE DEL RETROACTIVO POR EMPLEADO Y MES
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/RETROACTIVO-RPT.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
           05 RAUP-APROBO         PIC X(10).
           05 RAUP-FECHA-APR      PIC 9(8).
           05 RAUP-COMENTARIO     PIC X(30).
      * DESDE CUANDO RIGE EL AUMENTO (AAAAMMDD); SI ES ANTERIOR A LA
      * APROBACION, LOS PERIODOS YA PAGADOS GENERAN RETROACTIVO
           05 RAUP-FECHA-EFECTIVA PIC 9(8).

       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD NOVEDADES-ARCHIVO.
       COPY '../COPYS/NOVEDAD.cpy'.

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR           PIC X(90).

       WORKING-STORAGE SECTION.
       77  LEE-TODO               PIC X(1) VALUE "0".
       77  WS-PEN-DECISION        PIC X VALUE SPACE.
       77  WS-PEN-COMENTARIO      PIC X(30) VALUE SPACES.

      * RETROACTIVO: LAS NOMINAS PAGADAS DESDE EL PERIODO EFECTIVO,
      * EN MEMORIA CON LA PARTE DEL DEVENGADO QUE DEPENDE DEL SALARIO
      * (SALARIO, MAS EXTRAS, MENOS AUSENCIAS: TODAS SE LIQUIDAN AL
      * VALOR HORA O DIA DEL SALARIO); LOS BONOS NO CAMBIAN
       77  WS-FECHA-EFECTIVA      PIC 9(8) VALUE ZERO.
       77  WS-PERIODO-EFECTIVO    PIC X(06) VALUE SPACES.
       77  WS-PERIODO-HOY         PIC X(06) VALUE SPACES.
       77  WS-DIA-EFECTIVO        PIC 9(2) VALUE ZERO.
       77  WS-HAY-RETROACTIVO     PIC X VALUE "N".
           88 HAY-RETROACTIVO     VALUE "S".
       01  VAR-ESTADO-NOM         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOV         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP         PIC X(02) VALUE SPACES.
       01  FIN-NOMINA             PIC X VALUE "0".
       01  WS-NUM-PAGADAS         PIC 9(04) VALUE ZEROES.
       01  TABLA-PAGADAS.
           05 TAB-PAG OCCURS 1 TO 3000 TIMES
                      DEPENDING ON WS-NUM-PAGADAS.
              10 TAB-PAG-ID       PIC 9(6).
              10 TAB-PAG-PERIODO  PIC X(06).
              10 TAB-PAG-DEVENGADO PIC 9(9)V99.
              10 TAB-PAG-BASE     PIC S9(9)V99.
       01  PG                     PIC 9(04) VALUE ZEROES.
       01  WS-ULTIMO-PERIODO      PIC X(06) VALUE SPACES.
       01  WS-PROXIMO-PERIODO     PIC X(06) VALUE SPACES.
       01  WS-PROXIMO-NUM REDEFINES WS-PROXIMO-PERIODO.
           05 WS-PROX-ANO         PIC 9(4).
           05 WS-PROX-MES         PIC 9(2).
       01  WS-DIFERENCIA          PIC S9(9)V99 VALUE ZEROES.
       01  WS-RETRO-EMPLEADO      PIC S9(9)V99 VALUE ZEROES.
       01  WS-MESES-EMPLEADO      PIC 9(02) VALUE ZEROES.
       01  WS-TOT-RETROACTIVO     PIC S9(11)V99 VALUE ZEROES.
       01  WS-TOT-CON-RETRO       PIC 9(05) VALUE ZEROES.
       01  WS-MASCARA-S           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
           ACCEPT WS-PORCENTAJE
           DISPLAY "Departamento (0 = todos): " WITH NO ADVANCING
           ACCEPT WS-DEPARTAMENTO
           DISPLAY "Fecha efectiva (AAAAMMDD, 0 = hoy): "
                   WITH NO ADVANCING
           ACCEPT WS-FECHA-EFECTIVA
           DISPLAY "Confirma la solicitud? S/N: " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               IF WS-FECHA-EFECTIVA = ZEROES
                   MOVE WS-FECHA-HOY TO WS-FECHA-EFECTIVA
               END-IF
               MOVE WS-FECHA-EFECTIVA TO RAUP-FECHA-EFECTIVA
               MOVE WS-PORCENTAJE   TO RAUP-PORCENTAJE
               MOVE WS-DEPARTAMENTO TO RAUP-DEPARTAMENTO
               MOVE WS-USUARIO      TO RAUP-CAPTURO
       1032-RESUELVE-PENDIENTE.
           DISPLAY "Solicitud: " RAUP-PORCENTAJE " pct, depto "
                   RAUP-DEPARTAMENTO ", capturo " RAUP-CAPTURO
           DISPLAY "Rige desde: " RAUP-FECHA-EFECTIVA
           DISPLAY "A = aprueba / R = rechaza: " WITH NO ADVANCING
           MOVE SPACE TO WS-PEN-DECISION
           PERFORM UNTIL WS-PEN-DECISION = "A"
               MOVE "A" TO RAUP-ESTADO
               MOVE RAUP-PORCENTAJE   TO WS-PORCENTAJE
               MOVE RAUP-DEPARTAMENTO TO WS-DEPARTAMENTO
               MOVE RAUP-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA
           ELSE
               MOVE "R" TO RAUP-ESTADO
           END-IF
       2000-APLICAR-AUMENTO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 2004-CARGAR-CARGOS
           PERFORM 2006-PREPARA-RETROACTIVO
           OPEN I-O EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "
           PERFORM 2001-LEE-SIGUIENTE
           PERFORM 2002-PROCESA-EMPLEADOS UNTIL LEE-TODO = "1"
           CLOSE EMPLEADOS-ARCHIVO
           IF HAY-RETROACTIVO
               PERFORM 2009-CIERRA-RETROACTIVO
           END-IF
           MOVE WS-TOT-ANTES TO WS-MASCARA
           DISPLAY "EMPLEADOS AUMENTADOS: " WS-AUMENTADOS
           DISPLAY "NOMINA ANTES:   " WS-MASCARA
      * EL AUMENTO QUE SACA EL SALARIO DEL RANGO DEL CARGO QUEDA
      * AVISADO EN PANTALLA PARA QUE RECURSOS HUMANOS LO REVISE
                       PERFORM 2005-AVISA-RANGO
                       IF HAY-RETROACTIVO
                           PERFORM 2007-RETROACTIVO-EMPLEADO
                       END-IF
               END-REWRITE
           END-IF
           PERFORM 2001-LEE-SIGUIENTE.
               CLOSE SALHIS-ARCHIVO
           END-IF.

      *----------------------------------------------------------------*
      * RETROACTIVO: SOLO SI EL AUMENTO RIGE DESDE UN PERIODO ANTERIOR
      * AL ACTUAL Y HAY NOMINAS PAGADAS DESDE ENTONCES. LA NOVEDAD VA
      * AL PERIODO SIGUIENTE AL ULTIMO CORRIDO
      *----------------------------------------------------------------*
       2006-PREPARA-RETROACTIVO.
           MOVE "N" TO WS-HAY-RETROACTIVO
           MOVE ZEROES TO WS-NUM-PAGADAS WS-TOT-RETROACTIVO
                          WS-TOT-CON-RETRO
           IF WS-FECHA-EFECTIVA = ZEROES
               MOVE WS-FECHA-HOY TO WS-FECHA-EFECTIVA
           END-IF
           MOVE WS-FECHA-EFECTIVA(1:6) TO WS-PERIODO-EFECTIVO
           MOVE WS-FECHA-EFECTIVA(7:2) TO WS-DIA-EFECTIVO
           MOVE WS-FECHA-HOY(1:6)      TO WS-PERIODO-HOY
           MOVE SPACES TO WS-ULTIMO-PERIODO
           IF WS-PERIODO-EFECTIVO < WS-PERIODO-HOY
               MOVE "0" TO FIN-NOMINA
               OPEN INPUT NOMINA-ARCHIVO
               IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
                   PERFORM 2006-1-LEE-NOMINA UNTIL FIN-NOMINA = "1"
                   CLOSE NOMINA-ARCHIVO
               END-IF
           END-IF
           IF WS-NUM-PAGADAS > ZEROES
               MOVE "S" TO WS-HAY-RETROACTIVO
               MOVE WS-ULTIMO-PERIODO TO WS-PROXIMO-PERIODO
               IF WS-PROX-MES = 12
                   ADD 1 TO WS-PROX-ANO
                   MOVE 1 TO WS-PROX-MES
               ELSE
                   ADD 1 TO WS-PROX-MES
               END-IF
               OPEN OUTPUT IMPRESOR
               MOVE ALL "=" TO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE SPACES TO REG-IMPRESOR
               STRING "RETROACTIVO DEL AUMENTO DEL " WS-PORCENTAJE
                      " PCT RIGE DESDE " WS-FECHA-EFECTIVA
                      " - SE PAGA EN " WS-PROXIMO-PERIODO
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF.

       2006-1-LEE-NOMINA.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF WS-ULTIMO-PERIODO = SPACES
                      OR RNOM-PERIODO > WS-ULTIMO-PERIODO
                       MOVE RNOM-PERIODO TO WS-ULTIMO-PERIODO
                   END-IF
                   IF RNOM-PERIODO NOT < WS-PERIODO-EFECTIVO
                      AND RNOM-PERIODO NOT > WS-PERIODO-HOY
                      AND WS-NUM-PAGADAS < 3000
                       ADD 1 TO WS-NUM-PAGADAS
                       MOVE RNOM-ID TO TAB-PAG-ID(WS-NUM-PAGADAS)
                       MOVE RNOM-PERIODO
                         TO TAB-PAG-PERIODO(WS-NUM-PAGADAS)
                       COMPUTE TAB-PAG-DEVENGADO(WS-NUM-PAGADAS) =
                               RNOM-SALARIO + RNOM-EXTRAS
                             + RNOM-BONOS - RNOM-AUSENCIAS
                       COMPUTE TAB-PAG-BASE(WS-NUM-PAGADAS) =
                               RNOM-SALARIO + RNOM-EXTRAS
                             - RNOM-AUSENCIAS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * POR CADA MES PAGADO: LA PARTE SALARIAL DEL DEVENGADO POR EL
      * PORCENTAJE; EL PRIMER MES SE PRORRATEA SI EL AUMENTO NO RIGE
      * DESDE EL DIA 1. EL TOTAL DEL EMPLEADO VA COMO NOVEDAD 'R'
      *----------------------------------------------------------------*
       2007-RETROACTIVO-EMPLEADO.
           MOVE ZEROES TO WS-RETRO-EMPLEADO WS-MESES-EMPLEADO
           PERFORM 2007-1-UN-PERIODO
               VARYING PG FROM 1 BY 1 UNTIL PG > WS-NUM-PAGADAS
           IF WS-RETRO-EMPLEADO > ZEROES
               ADD 1 TO WS-TOT-CON-RETRO
               ADD WS-RETRO-EMPLEADO TO WS-TOT-RETROACTIVO
               MOVE WS-RETRO-EMPLEADO TO WS-MASCARA-S
               MOVE SPACES TO REG-IMPRESOR
               STRING "  TOTAL " EMPLEADOS-ID " (" WS-MESES-EMPLEADO
                      " MESES):" WS-MASCARA-S
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               PERFORM 2008-GRABAR-NOVEDAD
           END-IF.

       2007-1-UN-PERIODO.
           IF TAB-PAG-ID(PG) = EMPLEADOS-ID
               COMPUTE WS-DIFERENCIA ROUNDED = TAB-PAG-BASE(PG)
                     * WS-PORCENTAJE / 100
               IF TAB-PAG-PERIODO(PG) = WS-PERIODO-EFECTIVO
                  AND WS-DIA-EFECTIVO > 1
                   IF WS-DIA-EFECTIVO > 30
                       MOVE 30 TO WS-DIA-EFECTIVO
                   END-IF
                   COMPUTE WS-DIFERENCIA ROUNDED = WS-DIFERENCIA
                         * (31 - WS-DIA-EFECTIVO) / 30
               END-IF
               IF WS-MESES-EMPLEADO = ZEROES
                   MOVE SPACES TO REG-IMPRESOR
                   STRING "ID " EMPLEADOS-ID "  " EMPLEADOS-NOMBRE
                          DELIMITED BY SIZE INTO REG-IMPRESOR
                   WRITE REG-IMPRESOR
               END-IF
               ADD 1 TO WS-MESES-EMPLEADO
               ADD WS-DIFERENCIA TO WS-RETRO-EMPLEADO
               MOVE TAB-PAG-DEVENGADO(PG) TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
               STRING "  PERIODO " TAB-PAG-PERIODO(PG)
                      "  PAGADO: " WS-MASCARA
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               MOVE WS-DIFERENCIA TO WS-MASCARA-S
               MOVE "DIFERENCIA:" TO REG-IMPRESOR(50:11)
               MOVE WS-MASCARA-S TO REG-IMPRESOR(61:19)
               WRITE REG-IMPRESOR
           END-IF.

       2008-GRABAR-NOVEDAD.
           MOVE SPACES             TO REG-NOVEDAD
           MOVE WS-PROXIMO-PERIODO TO RNOV-PERIODO
           MOVE EMPLEADOS-ID       TO RNOV-ID
           MOVE "R"                TO RNOV-TIPO
           MOVE WS-MESES-EMPLEADO  TO RNOV-CANTIDAD
           MOVE WS-RETRO-EMPLEADO  TO RNOV-VALOR
           OPEN EXTEND NOVEDADES-ARCHIVO
           IF VAR-ESTADO-NOV = "00" OR VAR-ESTADO-NOV = "05"
               WRITE REG-NOVEDAD
               CLOSE NOVEDADES-ARCHIVO
           ELSE
               DISPLAY "Error al grabar la novedad del ID "
                       EMPLEADOS-ID ", estado: " VAR-ESTADO-NOV
           END-IF.

       2009-CIERRA-RETROACTIVO.
           MOVE ALL "-" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TOT-RETROACTIVO TO WS-MASCARA-S
           MOVE SPACES TO REG-IMPRESOR
           STRING "EMPLEADOS CON RETROACTIVO: " WS-TOT-CON-RETRO
                  "  TOTAL:" WS-MASCARA-S
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           CLOSE IMPRESOR
           DISPLAY "RETROACTIVO PARA " WS-TOT-CON-RETRO
                   " EMPLEADOS, NOVEDADES DEL PERIODO "
                   WS-PROXIMO-PERIODO
           DISPLAY "Reporte en ../GENERADOS/RETROACTIVO-RPT.data".

       3000-FINAL.
           STOP RUN.
           END PROGRAM AUMENTOS.
