      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Liquidacion definitiva de un empleado retirado (estado 'R' en
      * el maestro, con su fecha de retiro): reune todo lo que la
      * compania le debe. Los dias de salario del retiro que la
      * nomina todavia no pago, el saldo de vacaciones de VACMOV.data
      * pagado en dinero, y la prima, cesantias e intereses
      * acumulados en PROVBAL.data; el saldo del prestamo de empleado
      * se descuenta. Imprime la carta de liquidacion para firmar y la
      * manda al spool, deja en cero las provisiones y el saldo de
      * vacaciones, abona lo descontado al prestamo (que se cierra si
      * queda en cero) y asienta el total en el libro
      * mayor. Cada liquidacion queda en LIQFINAL.data y no se repite
      * para el mismo retiro. Antes RRHH la rehacia en una hoja de
      * calculo que nunca cuadraba con el reporte de provisiones.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 LIQFINAL.
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
      * NOMINAS YA PAGADAS: LA ULTIMA DEL EMPLEADO DICE DESDE CUANDO
      * SE LE DEBE SALARIO
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOM.
      * MOVIMIENTOS DE VACACIONES: SALDO Y MOVIMIENTO DE LIQUIDACION
       SELECT OPTIONAL VACMOV-ARCHIVO
       ASSIGN TO "../GENERADOS/VACMOV.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-VAC.
      * SALDOS DE PRESTACIONES PROVISIONADAS (LOS CAUSA PROVISIO)
       SELECT OPTIONAL PROVBAL-ARCHIVO
       ASSIGN TO "../GENERADOS/PROVBAL.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PRO.
      * PRESTAMOS DE EMPLEADOS (SECUENCIAL FIJO, SE REESCRIBE ENTERO)
       SELECT OPTIONAL EMPLOAN-ARCHIVO
       ASSIGN TO "../GENERADOS/EMPLOAN.data"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-ELO.
      * LIQUIDACIONES HECHAS, UNA LINEA POR RETIRO LIQUIDADO
       SELECT OPTIONAL LIQFINAL-ARCHIVO
       ASSIGN TO "../GENERADOS/LIQFINAL.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-LIQ.
      * CARTA DE LIQUIDACION PARA FIRMAR
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/LIQFINAL-RPT.data"
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

       FD VACMOV-ARCHIVO.
       COPY '../COPYS/VACMOV.cpy'.

       FD PROVBAL-ARCHIVO.
       COPY '../COPYS/PROVBAL.cpy'.

       FD EMPLOAN-ARCHIVO.
       COPY '../COPYS/EMPLOAN.cpy'.

       FD LIQFINAL-ARCHIVO.
       01  REG-LIQFINAL.
           05 RLIQ-ID                 PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-FECHA-RETIRO       PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-FECHA              PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-DIAS-SALARIO       PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-SALARIO            PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-DIAS-VACAS         PIC 9(3)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-VACACIONES         PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-PRIMA              PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-CESANTIAS          PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-INTERESES          PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-PRESTAMO           PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-NETO               PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RLIQ-USUARIO            PIC X(10).

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR               PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-ID                  PIC 9(6) VALUE ZERO.
       77  WS-USUARIO             PIC X(10) VALUE SPACES.
       77  WS-CONFIRMA            PIC X(1) VALUE SPACE.
       01  VAR-ESTADO             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOM         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-VAC         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PRO         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-ELO         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-LIQ         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP         PIC X(02) VALUE SPACES.
       01  FIN-NOMINA             PIC X VALUE "0".
       01  FIN-VACMOV             PIC X VALUE "0".
       01  FIN-PROVBAL            PIC X VALUE "0".
       01  FIN-EMPLOAN            PIC X VALUE "0".
       01  FIN-LIQFINAL           PIC X VALUE "0".
       01  WS-LIQUIDABLE          PIC X VALUE "N".
           88 ES-LIQUIDABLE       VALUE "S".
       01  WS-YA-LIQUIDADO        PIC X VALUE "N".
           88 YA-LIQUIDADO        VALUE "S".

      * DIAS DE SALARIO PENDIENTES: DESDE EL MES SIGUIENTE A LA
      * ULTIMA NOMINA PAGADA HASTA LA FECHA DE RETIRO, EN MESES
      * COMERCIALES DE 30 DIAS
       01  WS-FECHA-RETIRO        PIC 9(8) VALUE ZEROES.
       01  WS-FECHA-RETIRO-R REDEFINES WS-FECHA-RETIRO.
           05 WS-RET-ANO          PIC 9(4).
           05 WS-RET-MES          PIC 9(2).
           05 WS-RET-DIA          PIC 9(2).
       01  WS-ULTIMO-PERIODO      PIC X(06) VALUE SPACES.
       01  WS-ULT-PER-NUM REDEFINES WS-ULTIMO-PERIODO.
           05 WS-ULT-ANO          PIC 9(4).
           05 WS-ULT-MES          PIC 9(2).
       01  WS-MESES-RETIRO        PIC 9(6) VALUE ZEROES.
       01  WS-MESES-PAGADO        PIC 9(6) VALUE ZEROES.
       01  WS-DIAS-SALARIO        PIC 9(3) VALUE ZEROES.
       01  WS-DIAS-ULTIMO-MES     PIC 9(2) VALUE ZEROES.
       01  WS-VALOR-DIA           PIC 9(9)V99 VALUE ZEROES.

      * COMPONENTES DE LA LIQUIDACION
       01  WS-SALARIO-PEND        PIC 9(9)V99 VALUE ZEROES.
       01  WS-DIAS-VACAS          PIC S9(4)V99 VALUE ZEROES.
       01  WS-VACACIONES          PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRIMA               PIC 9(11)V99 VALUE ZEROES.
       01  WS-CESANTIAS           PIC 9(11)V99 VALUE ZEROES.
       01  WS-INTERESES           PIC 9(11)V99 VALUE ZEROES.
       01  WS-DEVENGADO           PIC 9(11)V99 VALUE ZEROES.
       01  WS-SALDO-PRESTAMO      PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRESTAMO            PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRESTAMO-PEND       PIC 9(9)V99 VALUE ZEROES.
       01  WS-PRESTAMO-RESTA      PIC 9(9)V99 VALUE ZEROES.
       01  WS-NETO                PIC 9(11)V99 VALUE ZEROES.

      * SALDOS DE PROVISIONES EN MEMORIA (SE REESCRIBE EL ARCHIVO)
       01  WS-NUM-SALDOS          PIC 9(03) VALUE ZEROES.
       01  TABLA-SALDOS.
           05 TAB-SAL OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-SALDOS.
              10 TAB-SAL-ID        PIC 9(6).
              10 TAB-SAL-PRIMA     PIC 9(11)V99.
              10 TAB-SAL-CESANTIAS PIC 9(11)V99.
              10 TAB-SAL-INTERESES PIC 9(11)V99.
       01  SL                     PIC 9(03) VALUE ZEROES.

      * PRESTAMOS EN MEMORIA (SE REESCRIBE EL ARCHIVO)
       01  WS-NUM-PRESTAMOS       PIC 9(03) VALUE ZEROES.
       01  TABLA-PRESTAMOS.
           05 TAB-ELO OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NUM-PRESTAMOS.
              10 TAB-ELO-ID           PIC 9(6).
              10 TAB-ELO-CAPITAL      PIC 9(9)V99.
              10 TAB-ELO-CUOTAS       PIC 9(3).
              10 TAB-ELO-TASA         PIC 9(2)V99.
              10 TAB-ELO-CUOTA-MEN    PIC 9(9)V99.
              10 TAB-ELO-SALDO        PIC 9(9)V99.
              10 TAB-ELO-ESTADO       PIC X(1).
       01  EL                     PIC 9(03) VALUE ZEROES.

      * SPOOL CENTRAL Y PUENTE AL LIBRO MAYOR
       01  RUT-NO8CSPOL           PIC X(08) VALUE 'NO8CSPOL'.
       COPY '../SEMILLERO/COPYS/NOCOSPOL.CPY'.
       01  RUT-NO9CCONT           PIC X(08) VALUE 'NO9CCONT'.
       COPY '../SEMILLERO/COPYS/NOCOCONT.CPY'.

       01  WS-MASCARA             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MASCARA-DIAS        PIC ZZ9.99.
       01  WS-FECHA-ACT           PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-SIS.
           05 WS-DIA-SIS          PIC 9(02) VALUE ZEROES.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-MES-SIS          PIC 9(02) VALUE ZEROES.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-SIS          PIC 9(04) VALUE ZEROES.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 2000-FECHAS
           DISPLAY "Quien opera? " WITH NO ADVANCING
           ACCEPT WS-USUARIO
           DISPLAY "ID del empleado retirado: " WITH NO ADVANCING
           ACCEPT WS-ID
           PERFORM 2001-VALIDAR-EMPLEADO
           IF ES-LIQUIDABLE
               PERFORM 2010-CALCULAR
               PERFORM 2020-MOSTRAR-RESUMEN
               DISPLAY "Confirma la liquidacion? S/N: "
                       WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM 2030-APLICAR
               ELSE
                   DISPLAY "Liquidacion cancelada"
               END-IF
           END-IF
           PERFORM 3000-FINAL.

       2000-FECHAS.
           ACCEPT WS-FECHA-ACT          FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACT(7:2)       TO WS-DIA-SIS
           MOVE WS-FECHA-ACT(5:2)       TO WS-MES-SIS
           MOVE WS-FECHA-ACT(1:4)       TO WS-ANO-SIS.

      *----------------------------------------------------------------*
      * SOLO SE LIQUIDA UN EMPLEADO RETIRADO, Y UNA SOLA VEZ POR RETIRO
      * (UN REINTEGRADO QUE SE VUELVE A RETIRAR TIENE OTRA FECHA)
      *----------------------------------------------------------------*
       2001-VALIDAR-EMPLEADO.
           MOVE "N" TO WS-LIQUIDABLE
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "
                       VAR-ESTADO
               PERFORM 3000-FINAL.
           MOVE WS-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADOS-ID
               INVALID KEY
                   DISPLAY "No existe un empleado con ese ID"
               NOT INVALID KEY
                   IF EMPLEADOS-ESTADO NOT = "R"
                       DISPLAY "El empleado no esta retirado: el "
                               "retiro se hace en INDEXADOS"
                   ELSE
                       MOVE EMPLEADOS-FECHA-RETIRO TO WS-FECHA-RETIRO
                       PERFORM 2002-BUSCAR-LIQUIDACION
                       IF YA-LIQUIDADO
                           DISPLAY "Ese retiro ya fue liquidado"
                       ELSE
                           MOVE "S" TO WS-LIQUIDABLE
                       END-IF
                   END-IF
           END-READ
           CLOSE EMPLEADOS-ARCHIVO.

       2002-BUSCAR-LIQUIDACION.
           MOVE "N" TO WS-YA-LIQUIDADO
           MOVE "0" TO FIN-LIQFINAL
           OPEN INPUT LIQFINAL-ARCHIVO
           IF VAR-ESTADO-LIQ = "00" OR VAR-ESTADO-LIQ = "05"
               PERFORM 2002-1-LEE-LIQFINAL
                   UNTIL FIN-LIQFINAL = "1" OR YA-LIQUIDADO
               CLOSE LIQFINAL-ARCHIVO
           END-IF.

       2002-1-LEE-LIQFINAL.
           READ LIQFINAL-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-LIQFINAL
               NOT AT END
                   IF RLIQ-ID = WS-ID
                      AND RLIQ-FECHA-RETIRO = WS-FECHA-RETIRO
                       MOVE "S" TO WS-YA-LIQUIDADO
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * REUNE LOS COMPONENTES: SALARIO PENDIENTE, VACACIONES EN
      * DINERO, PROVISIONES ACUMULADAS Y EL PRESTAMO A DESCONTAR
      *----------------------------------------------------------------*
       2010-CALCULAR.
           COMPUTE WS-VALOR-DIA ROUNDED = EMPLEADOS-SALARIO / 30
           PERFORM 2011-DIAS-PENDIENTES
           COMPUTE WS-SALARIO-PEND ROUNDED =
                   WS-DIAS-SALARIO * WS-VALOR-DIA
           PERFORM 2012-SALDO-VACACIONES
           IF WS-DIAS-VACAS > ZEROES
               COMPUTE WS-VACACIONES ROUNDED =
                       WS-DIAS-VACAS * WS-VALOR-DIA
           ELSE
               MOVE ZEROES TO WS-DIAS-VACAS WS-VACACIONES
           END-IF
           PERFORM 2013-CARGAR-SALDOS
           PERFORM 2014-UBICA-SALDO
           PERFORM 2015-CARGAR-PRESTAMOS
           COMPUTE WS-DEVENGADO = WS-SALARIO-PEND + WS-VACACIONES
                 + WS-PRIMA + WS-CESANTIAS + WS-INTERESES
      * EL PRESTAMO SE DESCUENTA HASTA DONDE ALCANCE LO DEVENGADO; LO
      * QUE NO ALCANCE QUEDA A CARGO DEL TRABAJADOR EN LA CARTA
           MOVE WS-SALDO-PRESTAMO TO WS-PRESTAMO
           IF WS-PRESTAMO > WS-DEVENGADO
               MOVE WS-DEVENGADO TO WS-PRESTAMO
           END-IF
           COMPUTE WS-PRESTAMO-PEND = WS-SALDO-PRESTAMO - WS-PRESTAMO
           COMPUTE WS-NETO = WS-DEVENGADO - WS-PRESTAMO.

       2011-DIAS-PENDIENTES.
           MOVE SPACES TO WS-ULTIMO-PERIODO
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2011-1-LEE-NOMINA UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF
           MOVE WS-RET-DIA TO WS-DIAS-ULTIMO-MES
           IF WS-DIAS-ULTIMO-MES > 30
               MOVE 30 TO WS-DIAS-ULTIMO-MES
           END-IF
           COMPUTE WS-MESES-RETIRO = WS-RET-ANO * 12 + WS-RET-MES
           IF WS-ULTIMO-PERIODO = SPACES
               MOVE WS-DIAS-ULTIMO-MES TO WS-DIAS-SALARIO
           ELSE
               COMPUTE WS-MESES-PAGADO = WS-ULT-ANO * 12 + WS-ULT-MES
               IF WS-MESES-PAGADO NOT < WS-MESES-RETIRO
                   MOVE ZEROES TO WS-DIAS-SALARIO
               ELSE
                   COMPUTE WS-DIAS-SALARIO =
                           ( WS-MESES-RETIRO - WS-MESES-PAGADO - 1 )
                           * 30 + WS-DIAS-ULTIMO-MES
               END-IF
           END-IF.

       2011-1-LEE-NOMINA.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-ID = WS-ID
                      AND (WS-ULTIMO-PERIODO = SPACES
                           OR RNOM-PERIODO > WS-ULTIMO-PERIODO)
                       MOVE RNOM-PERIODO TO WS-ULTIMO-PERIODO
                   END-IF
           END-READ.

      * SALDO = ABONOS MENOS TOMADOS Y LIQUIDADOS (IGUAL QUE VACACION)
       2012-SALDO-VACACIONES.
           MOVE ZEROES TO WS-DIAS-VACAS
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
                   IF RVAC-ID = WS-ID
                       EVALUATE RVAC-TIPO
                           WHEN "A"
                               ADD RVAC-DIAS TO WS-DIAS-VACAS
                           WHEN "X"
                               CONTINUE
                           WHEN OTHER
                               SUBTRACT RVAC-DIAS FROM WS-DIAS-VACAS
                       END-EVALUATE
                   END-IF
           END-READ.

       2013-CARGAR-SALDOS.
           MOVE ZEROES TO WS-NUM-SALDOS
           MOVE "0" TO FIN-PROVBAL
           OPEN INPUT PROVBAL-ARCHIVO
           IF VAR-ESTADO-PRO = "00" OR VAR-ESTADO-PRO = "05"
               PERFORM 2013-1-LEE-SALDO UNTIL FIN-PROVBAL = "1"
               CLOSE PROVBAL-ARCHIVO
           END-IF.

       2013-1-LEE-SALDO.
           READ PROVBAL-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PROVBAL
               NOT AT END
                   IF WS-NUM-SALDOS < 500
                       ADD 1 TO WS-NUM-SALDOS
                       MOVE RPRB-ID        TO TAB-SAL-ID(WS-NUM-SALDOS)
                       MOVE RPRB-PRIMA
                         TO TAB-SAL-PRIMA(WS-NUM-SALDOS)
                       MOVE RPRB-CESANTIAS
                         TO TAB-SAL-CESANTIAS(WS-NUM-SALDOS)
                       MOVE RPRB-INTERESES
                         TO TAB-SAL-INTERESES(WS-NUM-SALDOS)
                   END-IF
           END-READ.

      * SL QUEDA EN EL SALDO DEL EMPLEADO (CERO SI NO TIENE)
       2014-UBICA-SALDO.
           MOVE ZEROES TO WS-PRIMA WS-CESANTIAS WS-INTERESES
           MOVE ZEROES TO SL
           PERFORM VARYING EL FROM 1 BY 1 UNTIL EL > WS-NUM-SALDOS
               IF TAB-SAL-ID(EL) = WS-ID
                   MOVE EL TO SL
               END-IF
           END-PERFORM
           IF SL > ZEROES
               MOVE TAB-SAL-PRIMA(SL)     TO WS-PRIMA
               MOVE TAB-SAL-CESANTIAS(SL) TO WS-CESANTIAS
               MOVE TAB-SAL-INTERESES(SL) TO WS-INTERESES
           END-IF.

       2015-CARGAR-PRESTAMOS.
           MOVE ZEROES TO WS-NUM-PRESTAMOS WS-SALDO-PRESTAMO
           MOVE "0" TO FIN-EMPLOAN
           OPEN INPUT EMPLOAN-ARCHIVO
           IF VAR-ESTADO-ELO = "00" OR VAR-ESTADO-ELO = "05"
               PERFORM 2015-1-LEE-PRESTAMO UNTIL FIN-EMPLOAN = "1"
               CLOSE EMPLOAN-ARCHIVO
           END-IF.

       2015-1-LEE-PRESTAMO.
           READ EMPLOAN-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-EMPLOAN
               NOT AT END
                   IF WS-NUM-PRESTAMOS < 200
                       ADD 1 TO WS-NUM-PRESTAMOS
                       MOVE RELO-ID
                         TO TAB-ELO-ID(WS-NUM-PRESTAMOS)
                       MOVE RELO-CAPITAL
                         TO TAB-ELO-CAPITAL(WS-NUM-PRESTAMOS)
                       MOVE RELO-CUOTAS
                         TO TAB-ELO-CUOTAS(WS-NUM-PRESTAMOS)
                       MOVE RELO-TASA
                         TO TAB-ELO-TASA(WS-NUM-PRESTAMOS)
                       MOVE RELO-CUOTA-MEN
                         TO TAB-ELO-CUOTA-MEN(WS-NUM-PRESTAMOS)
                       MOVE RELO-SALDO
                         TO TAB-ELO-SALDO(WS-NUM-PRESTAMOS)
                       MOVE RELO-ESTADO
                         TO TAB-ELO-ESTADO(WS-NUM-PRESTAMOS)
                       IF RELO-ID = WS-ID AND RELO-ESTADO = "A"
                           ADD RELO-SALDO TO WS-SALDO-PRESTAMO
                       END-IF
                   END-IF
           END-READ.

       2020-MOSTRAR-RESUMEN.
           DISPLAY " "
           DISPLAY "LIQUIDACION DEFINITIVA DE " EMPLEADOS-NOMBRE
           DISPLAY "Retiro: " WS-FECHA-RETIRO
                   "  Ultima nomina pagada: " WS-ULTIMO-PERIODO
           MOVE WS-SALARIO-PEND TO WS-MASCARA
           DISPLAY "Salario pendiente (" WS-DIAS-SALARIO " dias): "
                   WS-MASCARA
           MOVE WS-VACACIONES TO WS-MASCARA
           DISPLAY "Vacaciones en dinero:   " WS-MASCARA
           MOVE WS-PRIMA TO WS-MASCARA
           DISPLAY "Prima:                  " WS-MASCARA
           MOVE WS-CESANTIAS TO WS-MASCARA
           DISPLAY "Cesantias:              " WS-MASCARA
           MOVE WS-INTERESES TO WS-MASCARA
           DISPLAY "Intereses de cesantias: " WS-MASCARA
           MOVE WS-PRESTAMO TO WS-MASCARA
           DISPLAY "Prestamo descontado:    " WS-MASCARA
           MOVE WS-NETO TO WS-MASCARA
           DISPLAY "Neto a pagar:           " WS-MASCARA.

      *----------------------------------------------------------------*
      * APLICA LA LIQUIDACION: CARTA AL SPOOL, PROVISIONES Y
      * VACACIONES EN CERO, PRESTAMO CERRADO, ASIENTO Y REGISTRO
      *----------------------------------------------------------------*
       2030-APLICAR.
           PERFORM 2031-CARTA
           PERFORM 2032-CERRAR-PROVISIONES
           PERFORM 2033-CERRAR-VACACIONES
           PERFORM 2034-CERRAR-PRESTAMO
           PERFORM 2035-ASIENTA-LIBRO
           PERFORM 2036-GRABAR-LIQUIDACION
           DISPLAY "Liquidacion aplicada; carta en "
                   "../GENERADOS/LIQFINAL-RPT.data".

       2031-CARTA.
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP NOT = "00"
               DISPLAY "Error al abrir el reporte, estado: "
                       VAR-ESTADO-IMP
               PERFORM 3000-FINAL.
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "LIQUIDACION DEFINITIVA DE PRESTACIONES SOCIALES"
                  "   FECHA: " WS-FECHA-SIS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "ID: " EMPLEADOS-ID
                  "  NOMBRE: " EMPLEADOS-NOMBRE
                  " " EMPLEADOS-APELLIDOS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE EMPLEADOS-SALARIO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "SALARIO BASE:           " WS-MASCARA
                  "   RETIRO: " WS-FECHA-RETIRO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-SALARIO-PEND TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "SALARIO PENDIENTE:      " WS-MASCARA
                  "   DIAS: " WS-DIAS-SALARIO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-VACACIONES TO WS-MASCARA
           MOVE WS-DIAS-VACAS TO WS-MASCARA-DIAS
           MOVE SPACES TO REG-IMPRESOR
           STRING "VACACIONES EN DINERO:   " WS-MASCARA
                  "   DIAS: " WS-MASCARA-DIAS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-PRIMA TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "PRIMA DE SERVICIOS:     " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-CESANTIAS TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "CESANTIAS:              " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-INTERESES TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "INTERESES DE CESANTIAS: " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-DEVENGADO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL DEVENGADO:        " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-PRESTAMO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "PRESTAMO DESCONTADO (-):" WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-NETO TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "NETO A PAGAR:           " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           IF WS-PRESTAMO-PEND > ZEROES
               MOVE WS-PRESTAMO-PEND TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
               STRING "SALDO DE PRESTAMO NO CUBIERTO, A CARGO DEL "
                      "TRABAJADOR: " WS-MASCARA
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           MOVE SPACES TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "EL TRABAJADOR DECLARA RECIBIDO EL VALOR NETO Y A PAZ Y"
             TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "SALVO POR TODO CONCEPTO LABORAL HASTA LA FECHA."
             TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "_____________________________   "
             TO REG-IMPRESOR
           MOVE "_____________________________"
             TO REG-IMPRESOR(46:29)
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "POR LA COMPANIA: " WS-USUARIO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           MOVE "EL TRABAJADOR"  TO REG-IMPRESOR(46:13)
           WRITE REG-IMPRESOR
           CLOSE IMPRESOR
           MOVE "EMPLEADO"                          TO CSPO-E-SISTEMA
           MOVE "LIQUIDACION"                       TO CSPO-E-TIPO
           MOVE "../GENERADOS/LIQFINAL-RPT.data"    TO CSPO-E-ORIGEN
           MOVE "L"                                 TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

      * LAS PROVISIONES DEL EMPLEADO QUEDAN EN CERO
       2032-CERRAR-PROVISIONES.
           IF SL > ZEROES
               MOVE ZEROES TO TAB-SAL-PRIMA(SL)
                              TAB-SAL-CESANTIAS(SL)
                              TAB-SAL-INTERESES(SL)
               OPEN OUTPUT PROVBAL-ARCHIVO
               IF VAR-ESTADO-PRO = "00"
                   PERFORM VARYING SL FROM 1 BY 1
                           UNTIL SL > WS-NUM-SALDOS
                       MOVE SPACES TO REG-PROVBAL
                       MOVE TAB-SAL-ID(SL)        TO RPRB-ID
                       MOVE TAB-SAL-PRIMA(SL)     TO RPRB-PRIMA
                       MOVE TAB-SAL-CESANTIAS(SL) TO RPRB-CESANTIAS
                       MOVE TAB-SAL-INTERESES(SL) TO RPRB-INTERESES
                       WRITE REG-PROVBAL
                   END-PERFORM
                   CLOSE PROVBAL-ARCHIVO
               END-IF
           END-IF.

      * EL SALDO DE VACACIONES SE LLEVA A CERO CON UN MOVIMIENTO 'L'
       2033-CERRAR-VACACIONES.
           IF WS-DIAS-VACAS > ZEROES
               MOVE SPACES                TO REG-VACMOV
               MOVE WS-ID                 TO RVAC-ID
               MOVE WS-FECHA-RETIRO(1:6)  TO RVAC-PERIODO
               MOVE "L"                   TO RVAC-TIPO
               MOVE WS-DIAS-VACAS         TO RVAC-DIAS
               MOVE WS-FECHA-RETIRO       TO RVAC-DESDE RVAC-HASTA
               OPEN EXTEND VACMOV-ARCHIVO
               IF VAR-ESTADO-VAC = "00" OR VAR-ESTADO-VAC = "05"
                   WRITE REG-VACMOV
                   CLOSE VACMOV-ARCHIVO
               END-IF
           END-IF.

      * LO DESCONTADO EN LA LIQUIDACION SE ABONA A LOS PRESTAMOS
      * ACTIVOS DEL EMPLEADO EN ORDEN; EL QUE QUEDA EN CERO SE CIERRA
      * Y LO NO CUBIERTO SIGUE COMO SALDO ABIERTO, IGUAL QUE EN LA
      * CARTA Y EN EL ASIENTO DE LA CUENTA POR COBRAR
       2034-CERRAR-PRESTAMO.
           IF WS-SALDO-PRESTAMO > ZEROES
               MOVE WS-PRESTAMO TO WS-PRESTAMO-RESTA
               OPEN OUTPUT EMPLOAN-ARCHIVO
               IF VAR-ESTADO-ELO = "00"
                   PERFORM VARYING EL FROM 1 BY 1
                           UNTIL EL > WS-NUM-PRESTAMOS
                       IF TAB-ELO-ID(EL) = WS-ID
                          AND TAB-ELO-ESTADO(EL) = "A"
                           PERFORM 2034-1-ABONAR-PRESTAMO
                       END-IF
                       MOVE TAB-ELO-ID(EL)        TO RELO-ID
                       MOVE TAB-ELO-CAPITAL(EL)   TO RELO-CAPITAL
                       MOVE TAB-ELO-CUOTAS(EL)    TO RELO-CUOTAS
                       MOVE TAB-ELO-TASA(EL)      TO RELO-TASA
                       MOVE TAB-ELO-CUOTA-MEN(EL) TO RELO-CUOTA-MEN
                       MOVE TAB-ELO-SALDO(EL)     TO RELO-SALDO
                       MOVE TAB-ELO-ESTADO(EL)    TO RELO-ESTADO
                       WRITE REG-EMPLOAN
                   END-PERFORM
                   CLOSE EMPLOAN-ARCHIVO
               END-IF
           END-IF.

       2034-1-ABONAR-PRESTAMO.
           IF TAB-ELO-SALDO(EL) > WS-PRESTAMO-RESTA
               SUBTRACT WS-PRESTAMO-RESTA FROM TAB-ELO-SALDO(EL)
               MOVE ZEROES TO WS-PRESTAMO-RESTA
           ELSE
               SUBTRACT TAB-ELO-SALDO(EL) FROM WS-PRESTAMO-RESTA
               MOVE ZEROES TO TAB-ELO-SALDO(EL)
           END-IF
           IF TAB-ELO-SALDO(EL) = ZEROES
               MOVE "P" TO TAB-ELO-ESTADO(EL)
           END-IF.

      *----------------------------------------------------------------*
      * ASIENTOS: EL GASTO DE LA LIQUIDACION (5205) CONTRA EL NETO POR
      * PAGAR (2505) Y CONTRA LA CUENTA POR COBRAR AL TRABAJADOR
      * (1365) POR EL PRESTAMO QUE SE DESCUENTA
      *----------------------------------------------------------------*
       2035-ASIENTA-LIBRO.
           INITIALIZE NOCOCONT
           MOVE "LIQUIDA"             TO CCON-E-EVENTO
           MOVE WS-NETO               TO CCON-E-VALOR
           PERFORM 2035-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "PRESTLIQ"            TO CCON-E-EVENTO
           MOVE WS-PRESTAMO           TO CCON-E-VALOR
           PERFORM 2035-1-LLAMA-CONTABLE.

      *----------------------------------------------------------------*
      * LAS CUENTAS SALEN DE LA REGLA DEL EVENTO EN REGLACON; SI NO
      * HAY REGLA O USA UNA CUENTA FUERA DEL PLAN, NO SE ASIENTA Y SE
      * AVISA
      *----------------------------------------------------------------*
       2035-1-LLAMA-CONTABLE.
           MOVE "NOMINA"              TO CCON-E-ORIGEN
           MOVE WS-FECHA-RETIRO(1:6)  TO CCON-E-PERIODO
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = "00" AND CCON-R-CODRETO NOT = "01"
               DISPLAY "Asiento rechazado: " CCON-R-MENSAJE
           END-IF.

       2036-GRABAR-LIQUIDACION.
           MOVE SPACES            TO REG-LIQFINAL
           MOVE WS-ID             TO RLIQ-ID
           MOVE WS-FECHA-RETIRO   TO RLIQ-FECHA-RETIRO
           MOVE WS-FECHA-ACT      TO RLIQ-FECHA
           MOVE WS-DIAS-SALARIO   TO RLIQ-DIAS-SALARIO
           MOVE WS-SALARIO-PEND   TO RLIQ-SALARIO
           MOVE WS-DIAS-VACAS     TO RLIQ-DIAS-VACAS
           MOVE WS-VACACIONES     TO RLIQ-VACACIONES
           MOVE WS-PRIMA          TO RLIQ-PRIMA
           MOVE WS-CESANTIAS      TO RLIQ-CESANTIAS
           MOVE WS-INTERESES      TO RLIQ-INTERESES
           MOVE WS-PRESTAMO       TO RLIQ-PRESTAMO
           MOVE WS-NETO           TO RLIQ-NETO
           MOVE WS-USUARIO        TO RLIQ-USUARIO
           OPEN EXTEND LIQFINAL-ARCHIVO
           IF VAR-ESTADO-LIQ = "00" OR VAR-ESTADO-LIQ = "05"
               WRITE REG-LIQFINAL
               CLOSE LIQFINAL-ARCHIVO
           END-IF.

       3000-FINAL.
           STOP RUN.
           END PROGRAM LIQFINAL.
