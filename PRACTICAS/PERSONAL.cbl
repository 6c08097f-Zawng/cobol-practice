      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Reporte mensual de personal para la gerencia: por
      * departamento y por cargo muestra la planta al inicio del mes,
      * los ingresos, los retiros, la planta al cierre, la rotacion
      * del mes y la antiguedad promedio, con el total de la compania
      * y su rotacion del ultimo trimestre. Cierra con la lista de
      * aniversarios laborales del mes y del siguiente, marcando los
      * quinquenios. Todo sale de la fecha de ingreso y de la fecha de
      * retiro del maestro de empleados; los registros sin fecha de
      * ingreso (ceros) cuentan como de planta desde siempre y no
      * entran en la antiguedad promedio ni en los aniversarios.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 PERSONAL.
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
      * CATALOGOS PARA TITULAR LOS GRUPOS DEL REPORTE
       SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
       ASSIGN TO "../GENERADOS/DEPARTAMENTOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-DEP.
       SELECT OPTIONAL CARGOS-ARCHIVO
       ASSIGN TO "../GENERADOS/CARGOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-CAR.
      * COPIA IMPRESA PARA LA GERENCIA
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/PERSONAL-RPT.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD DEPARTAMENTOS-ARCHIVO.
       01  REG-DEPARTAMENTO.
           05 DEPTO-CODIGO         PIC 9(3).
           05 FILLER               PIC X.
           05 DEPTO-NOMBRE         PIC X(20).

       FD CARGOS-ARCHIVO.
       COPY '../COPYS/CARGOS.cpy'.

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PERIODO              PIC X(06) VALUE SPACES.
       01  VAR-ESTADO              PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-DEP          PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-CAR          PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP          PIC X(02) VALUE SPACES.
       01  FIN-EMPLEADOS           PIC X VALUE "0".
       01  FIN-DEPTOS              PIC X VALUE "0".
       01  FIN-CARGOS              PIC X VALUE "0".
       01  WS-PERIODO-OK           PIC X VALUE "N".

      * LIMITES DEL MES DEL REPORTE, DEL MES SIGUIENTE (PARA LOS
      * ANIVERSARIOS) Y DEL TRIMESTRE QUE TERMINA CON EL MES
       01  WS-PER-PARTES.
           05 WS-PER-ANO           PIC 9(4).
           05 WS-PER-MES           PIC 9(2).
       01  WS-SIG-PARTES.
           05 WS-SIG-ANO           PIC 9(4).
           05 WS-SIG-MES           PIC 9(2).
           05 WS-SIG-DIA           PIC 9(2).
       01  WS-SIG-FECHA REDEFINES WS-SIG-PARTES
                                   PIC 9(8).
       01  WS-TRI-PARTES.
           05 WS-TRI-ANO           PIC 9(4).
           05 WS-TRI-MES           PIC 9(2).
           05 WS-TRI-DIA           PIC 9(2).
       01  WS-INICIO-TRIM REDEFINES WS-TRI-PARTES
                                   PIC 9(8).
       01  WS-PRIMER-DIA           PIC 9(8) VALUE ZEROES.
       01  WS-ULTIMO-DIA           PIC 9(8) VALUE ZEROES.
       01  WS-INT-ULTIMO           PIC 9(7) VALUE ZEROES.

      * SITUACION DEL EMPLEADO LEIDO FRENTE AL MES Y AL TRIMESTRE
      * (1 = CUENTA, 0 = NO CUENTA); UN RETIRADO SIN FECHA DE RETIRO
      * SE TOMA COMO RETIRADO DE ANTES
       01  WS-ING-PARTES.
           05 WS-ING-ANO           PIC 9(4).
           05 WS-ING-MES           PIC 9(2).
           05 WS-ING-DIA           PIC 9(2).
       01  WS-FEC-INGRESO REDEFINES WS-ING-PARTES
                                   PIC 9(8).
       01  WS-FEC-RETIRO           PIC 9(8) VALUE ZEROES.
       01  WS-SITUACION.
           05 WS-ES-INICIO         PIC 9(1).
           05 WS-ES-INGRESO        PIC 9(1).
           05 WS-ES-RETIRO         PIC 9(1).
           05 WS-ES-FINAL          PIC 9(1).
           05 WS-ES-CON-FECHA      PIC 9(1).
           05 WS-ES-INI-TRIM       PIC 9(1).
           05 WS-ES-RET-TRIM       PIC 9(1).
           05 WS-DIAS-ANTIG        PIC 9(6).

      * ACUMULADOS POR GRUPO: 'C' CARGO, 'D' DEPARTAMENTO, 'T' TOTAL
      * DE LA COMPANIA (CODIGO 000). LA LLAVE ORDENA EL REPORTE
       01  WS-NUM-GRUPOS           PIC 9(03) VALUE ZEROES.
       01  TABLA-GRUPOS.
           05 TAB-GRU OCCURS 1 TO 210 TIMES
                      DEPENDING ON WS-NUM-GRUPOS.
              10 TAB-GRU-LLAVE.
                 15 TAB-GRU-TIPO   PIC X(1).
                 15 TAB-GRU-CODIGO PIC 9(3).
              10 TAB-GRU-INICIO    PIC 9(5).
              10 TAB-GRU-INGRESOS  PIC 9(5).
              10 TAB-GRU-RETIROS   PIC 9(5).
              10 TAB-GRU-FINAL     PIC 9(5).
              10 TAB-GRU-CON-FECHA PIC 9(5).
              10 TAB-GRU-DIAS      PIC 9(9).
              10 TAB-GRU-INI-TRIM  PIC 9(5).
              10 TAB-GRU-RET-TRIM  PIC 9(5).
       01  GI                      PIC 9(03) VALUE ZEROES.
       01  GJ                      PIC 9(03) VALUE ZEROES.
       01  SW-GRU-HALLADO          PIC X VALUE "0".
       01  WS-GRU-LLAVE.
           05 WS-GRU-TIPO          PIC X(1).
           05 WS-GRU-CODIGO        PIC 9(3).
       01  WS-TEMP-GRUPO           PIC X(48).
       01  WS-TIPO-LISTA           PIC X(1).

      * ANIVERSARIOS LABORALES DEL MES Y DEL SIGUIENTE
       01  WS-NUM-ANI              PIC 9(03) VALUE ZEROES.
       01  TABLA-ANIVERSARIOS.
           05 TAB-ANI OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-ANI.
              10 TAB-ANI-FECHA     PIC 9(8).
              10 TAB-ANI-ID        PIC 9(6).
              10 TAB-ANI-NOMBRE    PIC X(30).
              10 TAB-ANI-DEPTO     PIC 9(3).
              10 TAB-ANI-ANOS      PIC 9(2).
       01  AI                      PIC 9(03) VALUE ZEROES.
       01  AJ                      PIC 9(03) VALUE ZEROES.
       01  WS-TEMP-ANI             PIC X(49).
       01  WS-ANI-FECHA            PIC 9(8) VALUE ZEROES.
       01  WS-ANI-ANOS             PIC 9(4) VALUE ZEROES.
       01  WS-COCIENTE             PIC 9(4) VALUE ZEROES.
       01  WS-RESTO                PIC 9(1) VALUE ZEROES.

      * CATALOGOS EN MEMORIA
       01  WS-NUM-DEPTOS           PIC 9(03) VALUE ZEROES.
       01  TABLA-DEPTOS.
           05 TAB-DEP OCCURS 100 TIMES.
              10 TAB-DEP-CODIGO    PIC 9(3).
              10 TAB-DEP-NOMBRE    PIC X(20).
       01  DI                      PIC 9(03) VALUE ZEROES.
       01  WS-NUM-CARGOS           PIC 9(03) VALUE ZEROES.
       01  TABLA-CARGOS.
           05 TAB-CAR OCCURS 100 TIMES.
              10 TAB-CAR-CODIGO    PIC 9(3).
              10 TAB-CAR-TITULO    PIC X(20).
       01  CI                      PIC 9(03) VALUE ZEROES.
       01  WS-GRU-NOMBRE           PIC X(20) VALUE SPACES.

      * INDICADORES DE LA LINEA DEL REPORTE
       01  WS-ROTACION             PIC 9(4)V99 VALUE ZEROES.
       01  WS-ANTIG-PROM           PIC 9(3)V9 VALUE ZEROES.
       01  WS-ED-INICIO            PIC ZZ,ZZ9.
       01  WS-ED-INGRESOS          PIC ZZ,ZZ9.
       01  WS-ED-RETIROS           PIC ZZ,ZZ9.
       01  WS-ED-FINAL             PIC ZZ,ZZ9.
       01  WS-ED-ROTACION          PIC Z,ZZ9.99.
       01  WS-ED-ANTIG             PIC ZZ9.9.
       01  WS-ED-SIN-FECHA         PIC ZZ,ZZ9.
       01  WS-FEC-DESDE-ED         PIC X(10) VALUE SPACES.
       01  WS-FEC-HASTA-ED         PIC X(10) VALUE SPACES.
       01  WS-FEC-ANI-ED           PIC X(10) VALUE SPACES.
       01  WS-FEC-EDITA            PIC 9(8) VALUE ZEROES.
       01  WS-FEC-EDITADA.
           05 WS-FED-DIA           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-FED-MES           PIC 9(2).
           05 FILLER               PIC X VALUE "/".
           05 WS-FED-ANO           PIC 9(4).
       01  WS-MARCA-QUINQUENIO     PIC X(12) VALUE SPACES.

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
           PERFORM 2010-PEDIR-PERIODO UNTIL WS-PERIODO-OK = "S"
           PERFORM 2011-LIMITES-PERIODO
           PERFORM 2015-CARGAR-DEPARTAMENTOS
           PERFORM 2016-CARGAR-CARGOS
           PERFORM 2020-LEER-EMPLEADOS
           PERFORM 2030-ORDENAR-GRUPOS
           PERFORM 2031-ORDENAR-ANIVERSARIOS
           PERFORM 2040-IMPRIMIR-REPORTE
           PERFORM 3000-FINAL.

       2000-PROCESOS.
       2000-FECHAS.
           ACCEPT WS-FECHA-ACT          FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACT(7:2)       TO WS-DIA-SIS
           MOVE WS-FECHA-ACT(5:2)       TO WS-MES-SIS
           MOVE WS-FECHA-ACT(1:4)       TO WS-ANO-SIS.

       2010-PEDIR-PERIODO.
           DISPLAY "Periodo del reporte (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           MOVE "N" TO WS-PERIODO-OK
           IF WS-PERIODO IS NUMERIC
               MOVE WS-PERIODO TO WS-PER-PARTES
               IF WS-PER-MES >= 1 AND WS-PER-MES <= 12
                  AND WS-PER-ANO > 1600
                   MOVE "S" TO WS-PERIODO-OK
               END-IF
           END-IF
           IF WS-PERIODO-OK NOT = "S"
               DISPLAY "Periodo invalido, debe ser AAAAMM"
           END-IF.

      *----------------------------------------------------------------*
      * PRIMER Y ULTIMO DIA DEL MES, PRIMER DIA DEL MES SIGUIENTE Y
      * PRIMER DIA DEL TRIMESTRE (EL MES Y LOS DOS ANTERIORES)
      *----------------------------------------------------------------*
       2011-LIMITES-PERIODO.
           COMPUTE WS-PRIMER-DIA = WS-PER-ANO * 10000
                                 + WS-PER-MES * 100 + 1
           MOVE 01 TO WS-SIG-DIA
           IF WS-PER-MES = 12
               COMPUTE WS-SIG-ANO = WS-PER-ANO + 1
               MOVE 01 TO WS-SIG-MES
           ELSE
               MOVE WS-PER-ANO TO WS-SIG-ANO
               COMPUTE WS-SIG-MES = WS-PER-MES + 1
           END-IF
           COMPUTE WS-INT-ULTIMO =
                   FUNCTION INTEGER-OF-DATE(WS-SIG-FECHA) - 1
           COMPUTE WS-ULTIMO-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-ULTIMO)
           MOVE 01 TO WS-TRI-DIA
           IF WS-PER-MES > 2
               MOVE WS-PER-ANO TO WS-TRI-ANO
               COMPUTE WS-TRI-MES = WS-PER-MES - 2
           ELSE
               COMPUTE WS-TRI-ANO = WS-PER-ANO - 1
               COMPUTE WS-TRI-MES = WS-PER-MES + 10
           END-IF.

      *----------------------------------------------------------------*
      * CATALOGOS EN MEMORIA, PARA TITULAR LOS GRUPOS
      *----------------------------------------------------------------*
       2015-CARGAR-DEPARTAMENTOS.
           MOVE "0" TO FIN-DEPTOS
           OPEN INPUT DEPARTAMENTOS-ARCHIVO
           IF VAR-ESTADO-DEP = "00"
               PERFORM 2015-1-LEE-DEPARTAMENTO UNTIL FIN-DEPTOS = "1"
               CLOSE DEPARTAMENTOS-ARCHIVO
           END-IF.

       2015-1-LEE-DEPARTAMENTO.
           READ DEPARTAMENTOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-DEPTOS
               NOT AT END
                   IF WS-NUM-DEPTOS < 100
                       ADD 1 TO WS-NUM-DEPTOS
                       MOVE DEPTO-CODIGO
                         TO TAB-DEP-CODIGO(WS-NUM-DEPTOS)
                       MOVE DEPTO-NOMBRE
                         TO TAB-DEP-NOMBRE(WS-NUM-DEPTOS)
                   END-IF
           END-READ.

       2016-CARGAR-CARGOS.
           MOVE "0" TO FIN-CARGOS
           OPEN INPUT CARGOS-ARCHIVO
           IF VAR-ESTADO-CAR = "00"
               PERFORM 2016-1-LEE-CARGO UNTIL FIN-CARGOS = "1"
               CLOSE CARGOS-ARCHIVO
           END-IF.

       2016-1-LEE-CARGO.
           READ CARGOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-CARGOS
               NOT AT END
                   IF WS-NUM-CARGOS < 100
                       ADD 1 TO WS-NUM-CARGOS
                       MOVE CARGO-CODIGO
                         TO TAB-CAR-CODIGO(WS-NUM-CARGOS)
                       MOVE CARGO-TITULO
                         TO TAB-CAR-TITULO(WS-NUM-CARGOS)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * RECORRE EL MAESTRO: CADA EMPLEADO SE CLASIFICA FRENTE AL MES
      * Y SE SUMA A SU DEPARTAMENTO, A SU CARGO Y AL TOTAL
      *----------------------------------------------------------------*
       2020-LEER-EMPLEADOS.
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "
                       VAR-ESTADO
               PERFORM 3000-FINAL.
           MOVE "0" TO FIN-EMPLEADOS
           PERFORM 2021-LEE-EMPLEADO
           PERFORM 2022-CLASIFICA-EMPLEADO UNTIL FIN-EMPLEADOS = "1"
           CLOSE EMPLEADOS-ARCHIVO.

       2021-LEE-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-EMPLEADOS
           END-READ.

       2022-CLASIFICA-EMPLEADO.
           MOVE ZEROES TO WS-SITUACION
           MOVE EMPLEADOS-FECHA-INGRESO TO WS-FEC-INGRESO
           IF EMPLEADOS-ESTADO = "R"
               MOVE EMPLEADOS-FECHA-RETIRO TO WS-FEC-RETIRO
           ELSE
               MOVE 99999999 TO WS-FEC-RETIRO
           END-IF
      * PLANTA AL INICIO: INGRESO ANTES DEL PRIMER DIA Y SIN RETIRO
      * ANTES DE ESE DIA
           IF WS-FEC-INGRESO < WS-PRIMER-DIA
              AND WS-FEC-RETIRO >= WS-PRIMER-DIA
               MOVE 1 TO WS-ES-INICIO
           END-IF
           IF WS-FEC-INGRESO >= WS-PRIMER-DIA
              AND WS-FEC-INGRESO <= WS-ULTIMO-DIA
               MOVE 1 TO WS-ES-INGRESO
           END-IF
           IF WS-FEC-RETIRO >= WS-PRIMER-DIA
              AND WS-FEC-RETIRO <= WS-ULTIMO-DIA
               MOVE 1 TO WS-ES-RETIRO
           END-IF
      * PLANTA AL CIERRE: INGRESO HASTA EL ULTIMO DIA Y SIN RETIRO
      * HASTA ESE DIA
           IF WS-FEC-INGRESO <= WS-ULTIMO-DIA
              AND WS-FEC-RETIRO > WS-ULTIMO-DIA
               MOVE 1 TO WS-ES-FINAL
           END-IF
           IF WS-FEC-INGRESO < WS-INICIO-TRIM
              AND WS-FEC-RETIRO >= WS-INICIO-TRIM
               MOVE 1 TO WS-ES-INI-TRIM
           END-IF
           IF WS-FEC-RETIRO >= WS-INICIO-TRIM
              AND WS-FEC-RETIRO <= WS-ULTIMO-DIA
               MOVE 1 TO WS-ES-RET-TRIM
           END-IF
      * ANTIGUEDAD AL ULTIMO DIA DEL MES, SOLO DE LA PLANTA AL CIERRE
      * QUE TIENE FECHA DE INGRESO
           IF WS-ES-FINAL = 1 AND WS-FEC-INGRESO NOT = ZEROES
               MOVE 1 TO WS-ES-CON-FECHA
               COMPUTE WS-DIAS-ANTIG = WS-INT-ULTIMO
                     - FUNCTION INTEGER-OF-DATE(WS-FEC-INGRESO)
               IF EMPLEADOS-ESTADO NOT = "R"
                   PERFORM 2024-ANIVERSARIOS
               END-IF
           END-IF
           MOVE "D" TO WS-GRU-TIPO
           MOVE EMPLEADOS-DEPARTAMENTO TO WS-GRU-CODIGO
           PERFORM 2023-ACUMULA-GRUPO
           MOVE "C" TO WS-GRU-TIPO
           MOVE EMPLEADOS-CARGO TO WS-GRU-CODIGO
           PERFORM 2023-ACUMULA-GRUPO
           MOVE "T" TO WS-GRU-TIPO
           MOVE ZEROES TO WS-GRU-CODIGO
           PERFORM 2023-ACUMULA-GRUPO
           PERFORM 2021-LEE-EMPLEADO.

       2023-ACUMULA-GRUPO.
           MOVE "0" TO SW-GRU-HALLADO
           PERFORM VARYING GI FROM 1 BY 1
                   UNTIL GI > WS-NUM-GRUPOS OR SW-GRU-HALLADO = "1"
               IF TAB-GRU-LLAVE(GI) = WS-GRU-LLAVE
                   MOVE "1" TO SW-GRU-HALLADO
               END-IF
           END-PERFORM
           IF SW-GRU-HALLADO = "1"
               SUBTRACT 1 FROM GI
           ELSE
               IF WS-NUM-GRUPOS < 210
                   ADD 1 TO WS-NUM-GRUPOS
                   MOVE WS-NUM-GRUPOS TO GI
                   MOVE WS-GRU-LLAVE TO TAB-GRU-LLAVE(GI)
                   MOVE ZEROES TO TAB-GRU-INICIO(GI)
                                  TAB-GRU-INGRESOS(GI)
                                  TAB-GRU-RETIROS(GI)
                                  TAB-GRU-FINAL(GI)
                                  TAB-GRU-CON-FECHA(GI)
                                  TAB-GRU-DIAS(GI)
                                  TAB-GRU-INI-TRIM(GI)
                                  TAB-GRU-RET-TRIM(GI)
               ELSE
                   MOVE "2" TO SW-GRU-HALLADO
               END-IF
           END-IF
           IF SW-GRU-HALLADO NOT = "2"
               ADD WS-ES-INICIO    TO TAB-GRU-INICIO(GI)
               ADD WS-ES-INGRESO   TO TAB-GRU-INGRESOS(GI)
               ADD WS-ES-RETIRO    TO TAB-GRU-RETIROS(GI)
               ADD WS-ES-FINAL     TO TAB-GRU-FINAL(GI)
               ADD WS-ES-CON-FECHA TO TAB-GRU-CON-FECHA(GI)
               ADD WS-DIAS-ANTIG   TO TAB-GRU-DIAS(GI)
               ADD WS-ES-INI-TRIM  TO TAB-GRU-INI-TRIM(GI)
               ADD WS-ES-RET-TRIM  TO TAB-GRU-RET-TRIM(GI)
           END-IF.

      *----------------------------------------------------------------*
      * ANIVERSARIOS: EL DIA DE INGRESO CAE EN EL MES DEL REPORTE O EN
      * EL SIGUIENTE Y YA CUMPLE POR LO MENOS UN ANO
      *----------------------------------------------------------------*
       2024-ANIVERSARIOS.
           IF WS-ING-MES = WS-PER-MES AND WS-PER-ANO > WS-ING-ANO
               COMPUTE WS-ANI-FECHA = WS-PER-ANO * 10000
                                    + WS-ING-MES * 100 + WS-ING-DIA
               COMPUTE WS-ANI-ANOS = WS-PER-ANO - WS-ING-ANO
               PERFORM 2025-AGREGA-ANIVERSARIO
           END-IF
           IF WS-ING-MES = WS-SIG-MES AND WS-SIG-ANO > WS-ING-ANO
               COMPUTE WS-ANI-FECHA = WS-SIG-ANO * 10000
                                    + WS-ING-MES * 100 + WS-ING-DIA
               COMPUTE WS-ANI-ANOS = WS-SIG-ANO - WS-ING-ANO
               PERFORM 2025-AGREGA-ANIVERSARIO
           END-IF.

       2025-AGREGA-ANIVERSARIO.
           IF WS-NUM-ANI < 500
               ADD 1 TO WS-NUM-ANI
               MOVE WS-ANI-FECHA TO TAB-ANI-FECHA(WS-NUM-ANI)
               MOVE EMPLEADOS-ID TO TAB-ANI-ID(WS-NUM-ANI)
               MOVE SPACES TO TAB-ANI-NOMBRE(WS-NUM-ANI)
               STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      EMPLEADOS-APELLIDOS DELIMITED BY "  "
                      INTO TAB-ANI-NOMBRE(WS-NUM-ANI)
               MOVE EMPLEADOS-DEPARTAMENTO
                 TO TAB-ANI-DEPTO(WS-NUM-ANI)
               IF WS-ANI-ANOS > 99
                   MOVE 99 TO WS-ANI-ANOS
               END-IF
               MOVE WS-ANI-ANOS TO TAB-ANI-ANOS(WS-NUM-ANI)
           END-IF.

      *----------------------------------------------------------------*
      * ORDENAMIENTOS BURBUJA: GRUPOS POR TIPO Y CODIGO, ANIVERSARIOS
      * POR FECHA
      *----------------------------------------------------------------*
       2030-ORDENAR-GRUPOS.
           PERFORM VARYING GI FROM 1 BY 1 UNTIL GI >= WS-NUM-GRUPOS
               PERFORM VARYING GJ FROM 1 BY 1
                       UNTIL GJ >= WS-NUM-GRUPOS
                   IF TAB-GRU-LLAVE(GJ) > TAB-GRU-LLAVE(GJ + 1)
                       MOVE TAB-GRU(GJ)     TO WS-TEMP-GRUPO
                       MOVE TAB-GRU(GJ + 1) TO TAB-GRU(GJ)
                       MOVE WS-TEMP-GRUPO   TO TAB-GRU(GJ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2031-ORDENAR-ANIVERSARIOS.
           PERFORM VARYING AI FROM 1 BY 1 UNTIL AI >= WS-NUM-ANI
               PERFORM VARYING AJ FROM 1 BY 1 UNTIL AJ >= WS-NUM-ANI
                   IF TAB-ANI-FECHA(AJ) > TAB-ANI-FECHA(AJ + 1)
                       MOVE TAB-ANI(AJ)     TO WS-TEMP-ANI
                       MOVE TAB-ANI(AJ + 1) TO TAB-ANI(AJ)
                       MOVE WS-TEMP-ANI     TO TAB-ANI(AJ + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------*
      * REPORTE: DEPARTAMENTOS, CARGOS, TOTAL DE LA COMPANIA CON LA
      * ROTACION DEL TRIMESTRE Y LISTA DE ANIVERSARIOS
      *----------------------------------------------------------------*
       2040-IMPRIMIR-REPORTE.
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP NOT = "00"
               DISPLAY "Error al abrir el reporte impreso, estado: "
                       VAR-ESTADO-IMP
               PERFORM 3000-FINAL.
           MOVE WS-PRIMER-DIA TO WS-FEC-EDITA
           PERFORM 2049-EDITA-FECHA
           MOVE WS-FEC-EDITADA TO WS-FEC-DESDE-ED
           MOVE WS-ULTIMO-DIA TO WS-FEC-EDITA
           PERFORM 2049-EDITA-FECHA
           MOVE WS-FEC-EDITADA TO WS-FEC-HASTA-ED
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "REPORTE MENSUAL DE PERSONAL" DELIMITED BY SIZE
                  INTO REG-IMPRESOR
           MOVE "FECHA: " TO REG-IMPRESOR(66:7)
           MOVE WS-FECHA-SIS TO REG-IMPRESOR(73:10)
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "PERIODO " WS-PERIODO " (DEL " WS-FEC-DESDE-ED
                  " AL " WS-FEC-HASTA-ED "), ANTIGUEDAD EN ANOS AL "
                  WS-FEC-HASTA-ED
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "POR DEPARTAMENTO" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           PERFORM 2041-TITULOS-GRUPO
           MOVE "D" TO WS-TIPO-LISTA
           PERFORM 2042-LINEA-GRUPO
               VARYING GI FROM 1 BY 1 UNTIL GI > WS-NUM-GRUPOS
           MOVE SPACES TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "POR CARGO" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           PERFORM 2041-TITULOS-GRUPO
           MOVE "C" TO WS-TIPO-LISTA
           PERFORM 2042-LINEA-GRUPO
               VARYING GI FROM 1 BY 1 UNTIL GI > WS-NUM-GRUPOS
           MOVE ALL "-" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "T" TO WS-TIPO-LISTA
           PERFORM 2042-LINEA-GRUPO
               VARYING GI FROM 1 BY 1 UNTIL GI > WS-NUM-GRUPOS
           PERFORM 2044-TOTAL-COMPANIA
               VARYING GI FROM 1 BY 1 UNTIL GI > WS-NUM-GRUPOS
           PERFORM 2045-LISTA-ANIVERSARIOS
           CLOSE IMPRESOR
           MOVE "EMPLEADO"                         TO CSPO-E-SISTEMA
           MOVE "PERSONAL"                         TO CSPO-E-TIPO
           MOVE "../GENERADOS/PERSONAL-RPT.data"   TO CSPO-E-ORIGEN
           MOVE "L"                                TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL
           DISPLAY "Reporte de personal del periodo " WS-PERIODO
                   " generado en PERSONAL-RPT.data".

       2041-TITULOS-GRUPO.
           MOVE SPACES TO REG-IMPRESOR
           STRING "COD NOMBRE               INICIO INGRES RETIRO  "
                  "FINAL  ROTAC.%  ANTIG."
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR.

       2042-LINEA-GRUPO.
           IF TAB-GRU-TIPO(GI) = WS-TIPO-LISTA
               PERFORM 2043-NOMBRE-GRUPO
               MOVE TAB-GRU-INICIO(GI)   TO WS-ED-INICIO
               MOVE TAB-GRU-INGRESOS(GI) TO WS-ED-INGRESOS
               MOVE TAB-GRU-RETIROS(GI)  TO WS-ED-RETIROS
               MOVE TAB-GRU-FINAL(GI)    TO WS-ED-FINAL
      * ROTACION = RETIROS SOBRE LA PLANTA PROMEDIO DEL MES
               MOVE ZEROES TO WS-ROTACION
               IF TAB-GRU-INICIO(GI) + TAB-GRU-FINAL(GI) > ZEROES
                   COMPUTE WS-ROTACION ROUNDED =
                           TAB-GRU-RETIROS(GI) * 200
                         / (TAB-GRU-INICIO(GI) + TAB-GRU-FINAL(GI))
                       ON SIZE ERROR MOVE 9999.99 TO WS-ROTACION
                   END-COMPUTE
               END-IF
               MOVE WS-ROTACION TO WS-ED-ROTACION
               MOVE ZEROES TO WS-ANTIG-PROM
               IF TAB-GRU-CON-FECHA(GI) > ZEROES
                   COMPUTE WS-ANTIG-PROM ROUNDED =
                           TAB-GRU-DIAS(GI)
                         / TAB-GRU-CON-FECHA(GI) / 365.25
                       ON SIZE ERROR MOVE 999.9 TO WS-ANTIG-PROM
                   END-COMPUTE
               END-IF
               MOVE WS-ANTIG-PROM TO WS-ED-ANTIG
               MOVE SPACES TO REG-IMPRESOR
               IF WS-TIPO-LISTA = "T"
                   STRING "    " WS-GRU-NOMBRE
                          DELIMITED BY SIZE INTO REG-IMPRESOR
               ELSE
                   STRING TAB-GRU-CODIGO(GI) " " WS-GRU-NOMBRE
                          DELIMITED BY SIZE INTO REG-IMPRESOR
               END-IF
               STRING WS-ED-INICIO " " WS-ED-INGRESOS " "
                      WS-ED-RETIROS " " WS-ED-FINAL " "
                      WS-ED-ROTACION "   " WS-ED-ANTIG
                      DELIMITED BY SIZE INTO REG-IMPRESOR(26:50)
               WRITE REG-IMPRESOR
           END-IF.

       2043-NOMBRE-GRUPO.
           MOVE SPACES TO WS-GRU-NOMBRE
           EVALUATE TAB-GRU-TIPO(GI)
               WHEN "D"
                   PERFORM VARYING DI FROM 1 BY 1
                           UNTIL DI > WS-NUM-DEPTOS
                       IF TAB-DEP-CODIGO(DI) = TAB-GRU-CODIGO(GI)
                           MOVE TAB-DEP-NOMBRE(DI) TO WS-GRU-NOMBRE
                       END-IF
                   END-PERFORM
                   IF WS-GRU-NOMBRE = SPACES
                       MOVE "(SIN CATALOGO)" TO WS-GRU-NOMBRE
                   END-IF
               WHEN "C"
                   PERFORM VARYING CI FROM 1 BY 1
                           UNTIL CI > WS-NUM-CARGOS
                       IF TAB-CAR-CODIGO(CI) = TAB-GRU-CODIGO(GI)
                           MOVE TAB-CAR-TITULO(CI) TO WS-GRU-NOMBRE
                       END-IF
                   END-PERFORM
                   IF WS-GRU-NOMBRE = SPACES
                       MOVE "(SIN CARGO)" TO WS-GRU-NOMBRE
                   END-IF
               WHEN OTHER
                   MOVE "TOTAL COMPANIA" TO WS-GRU-NOMBRE
           END-EVALUATE.

      * ROTACION DEL TRIMESTRE Y COBERTURA DE LA ANTIGUEDAD, SOBRE EL
      * TOTAL DE LA COMPANIA
       2044-TOTAL-COMPANIA.
           IF TAB-GRU-TIPO(GI) = "T"
               MOVE TAB-GRU-INI-TRIM(GI) TO WS-ED-INICIO
               MOVE TAB-GRU-RET-TRIM(GI) TO WS-ED-RETIROS
               MOVE TAB-GRU-FINAL(GI)    TO WS-ED-FINAL
               MOVE ZEROES TO WS-ROTACION
               IF TAB-GRU-INI-TRIM(GI) + TAB-GRU-FINAL(GI) > ZEROES
                   COMPUTE WS-ROTACION ROUNDED =
                           TAB-GRU-RET-TRIM(GI) * 200
                         / (TAB-GRU-INI-TRIM(GI) + TAB-GRU-FINAL(GI))
                       ON SIZE ERROR MOVE 9999.99 TO WS-ROTACION
                   END-COMPUTE
               END-IF
               MOVE WS-ROTACION TO WS-ED-ROTACION
               MOVE WS-INICIO-TRIM TO WS-FEC-EDITA
               PERFORM 2049-EDITA-FECHA
               MOVE SPACES TO REG-IMPRESOR
               WRITE REG-IMPRESOR
               STRING "ROTACION DEL TRIMESTRE " WS-FEC-EDITADA
                      " AL " WS-FEC-HASTA-ED ": INICIO "
                      WS-ED-INICIO ", RETIROS " WS-ED-RETIROS
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE SPACES TO REG-IMPRESOR
               STRING "                        FINAL " WS-ED-FINAL
                      ", ROTACION " WS-ED-ROTACION " %"
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE TAB-GRU-CON-FECHA(GI) TO WS-ED-INICIO
               COMPUTE WS-ED-SIN-FECHA =
                       TAB-GRU-FINAL(GI) - TAB-GRU-CON-FECHA(GI)
               MOVE SPACES TO REG-IMPRESOR
               STRING "ANTIGUEDAD PROMEDIO SOBRE " WS-ED-INICIO
                      " EMPLEADOS CON FECHA DE INGRESO ("
                      WS-ED-SIN-FECHA " SIN FECHA)"
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF.

       2045-LISTA-ANIVERSARIOS.
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "ANIVERSARIOS LABORALES DEL " WS-FEC-DESDE-ED
                  " AL FIN DEL MES SIGUIENTE (* = QUINQUENIO)"
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "FECHA      ID     NOMBRE                        "
                  " DEPTO ANOS"
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           IF WS-NUM-ANI = ZEROES
               MOVE "  (NINGUNO EN EL PERIODO)" TO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           PERFORM 2046-LINEA-ANIVERSARIO
               VARYING AI FROM 1 BY 1 UNTIL AI > WS-NUM-ANI.

       2046-LINEA-ANIVERSARIO.
           MOVE TAB-ANI-FECHA(AI) TO WS-FEC-EDITA
           PERFORM 2049-EDITA-FECHA
           MOVE WS-FEC-EDITADA TO WS-FEC-ANI-ED
           MOVE SPACES TO WS-MARCA-QUINQUENIO
           DIVIDE TAB-ANI-ANOS(AI) BY 5 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO
           IF WS-RESTO = ZEROES
               MOVE "* QUINQUENIO" TO WS-MARCA-QUINQUENIO
           END-IF
           MOVE SPACES TO REG-IMPRESOR
           STRING WS-FEC-ANI-ED " " TAB-ANI-ID(AI) " "
                  TAB-ANI-NOMBRE(AI) " " TAB-ANI-DEPTO(AI) "   "
                  TAB-ANI-ANOS(AI) "   " WS-MARCA-QUINQUENIO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR.

       2049-EDITA-FECHA.
           MOVE WS-FEC-EDITA(7:2) TO WS-FED-DIA
           MOVE WS-FEC-EDITA(5:2) TO WS-FED-MES
           MOVE WS-FEC-EDITA(1:4) TO WS-FED-ANO.

       3000-FINAL.
           STOP RUN.
           END PROGRAM PERSONAL.
