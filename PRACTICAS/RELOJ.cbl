      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Importa las marcaciones del reloj del edificio de un periodo
      * y compara cada dia contra el horario estandar (lunes a
      * viernes habiles segun NO6CFECH y el archivo de festivos). Lo
      * trabajado por fuera del horario se vuelve horas extra
      * diurnas ('H') o nocturnas ('N'); lo trabajado en domingo o
      * festivo, extra festiva ('F'). Deja una novedad por empleado y
      * clase en NOVEDADES.data para la corrida de NOMINA. Las marcas
      * de IDs que no existen o de retirados van al reporte de
      * rechazos, y los dias con una marca faltante o invalida van a
      * la lista de excepciones del supervisor en vez de adivinarse.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 RELOJ.
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
      * MARCACIONES EXPORTADAS POR EL RELOJ DEL EDIFICIO
       SELECT OPTIONAL MARCACION-ARCHIVO
       ASSIGN TO "../GENERADOS/MARCACIONES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-MAR.
      * NOVEDADES DEL PERIODO, DONDE QUEDAN LAS HORAS EXTRA
       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "../GENERADOS/NOVEDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOV.
      * NOMINA, PARA NO IMPORTAR SOBRE UN PERIODO YA LIQUIDADO
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOM.
      * HORARIO ESTANDAR Y FRANJA NOCTURNA; SIN ARCHIVO RIGEN LOS
      * VALORES COMPILADOS
       SELECT OPTIONAL RELOJPAR-ARCHIVO
       ASSIGN TO "../GENERADOS/RELOJ-PAR.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PAR.
      * MARCAS RECHAZADAS (ID INEXISTENTE O RETIRADO)
       SELECT RECHAZOS
       ASSIGN TO "../GENERADOS/RELOJ-RECHAZOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-REC.
      * DIAS CON MARCA FALTANTE O INVALIDA, PARA EL SUPERVISOR
       SELECT EXCEPCIONES
       ASSIGN TO "../GENERADOS/RELOJ-EXCEPCIONES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-EXC.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD MARCACION-ARCHIVO.
       COPY '../COPYS/MARCACION.cpy'.

       FD NOVEDADES-ARCHIVO.
       COPY '../COPYS/NOVEDAD.cpy'.

       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD RELOJPAR-ARCHIVO.
       01  REG-RELOJPAR.
           05 RRPA-ENTRADA            PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRPA-SALIDA             PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRPA-NOCHE-INICIO       PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRPA-NOCHE-FIN          PIC 9(4).

       FD RECHAZOS LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-RECHAZO            PIC X(90).

       FD EXCEPCIONES LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-EXCEPCION          PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-PERIODO             PIC X(06) VALUE SPACES.
       77  WS-RESPUESTA           PIC X(1) VALUE SPACE.
       01  VAR-ESTADO             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-MAR         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOV         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOM         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PAR         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-REC         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-EXC         PIC X(02) VALUE SPACES.
       01  FIN-MARCACION          PIC X VALUE "0".
       01  FIN-NOVEDADES          PIC X VALUE "0".
       01  FIN-NOMINA             PIC X VALUE "0".
       01  WS-PERIODO-LIQUIDADO   PIC X VALUE "N".
           88 PERIODO-LIQUIDADO   VALUE "S".
       01  WS-HAY-EXTRAS          PIC X VALUE "N".
           88 HAY-EXTRAS-PREVIAS  VALUE "S".
       01  WS-CONTINUAR           PIC X VALUE "S".
           88 CONTINUAR           VALUE "S".

      * HORARIO ESTANDAR (HHMM) Y FRANJA NOCTURNA; LA FRANJA PUEDE
      * PASAR LA MEDIANOCHE (INICIO MAYOR QUE FIN)
       01  WS-HORA-ENTRADA        PIC 9(4) VALUE 0800.
       01  WS-HORA-SALIDA         PIC 9(4) VALUE 1700.
       01  WS-NOCHE-INICIO        PIC 9(4) VALUE 2100.
       01  WS-NOCHE-FIN           PIC 9(4) VALUE 0600.
      * LAS MISMAS HORAS EN MINUTOS DESDE LA MEDIANOCHE
       01  WS-MIN-STD-ENTRADA     PIC 9(4) VALUE ZEROES.
       01  WS-MIN-STD-SALIDA      PIC 9(4) VALUE ZEROES.
       01  WS-MIN-NOCHE-INICIO    PIC 9(4) VALUE ZEROES.
       01  WS-MIN-NOCHE-FIN       PIC 9(4) VALUE ZEROES.
       01  WS-HHMM.
           05 WS-HH               PIC 9(2).
           05 WS-MM               PIC 9(2).
       01  WS-HHMM-NUM            REDEFINES WS-HHMM PIC 9(4).
       01  WS-MINUTOS             PIC 9(4) VALUE ZEROES.

      * DIA EN PROCESO: MINUTOS DE ENTRADA Y SALIDA (LA SALIDA PUEDE
      * PASAR DE 1440 SI EL TURNO CRUZA LA MEDIANOCHE) Y CLASE DEL
      * DIA Y DEL SIGUIENTE: 'H' HABIL, 'S' NO HABIL (SABADO),
      * 'F' DOMINGO O FESTIVO
       01  WS-MIN-ENTRADA         PIC 9(4) VALUE ZEROES.
       01  WS-MIN-SALIDA          PIC 9(4) VALUE ZEROES.
       01  WS-MINUTO              PIC 9(4) VALUE ZEROES.
       01  WS-MIN-DEL-DIA         PIC 9(4) VALUE ZEROES.
       01  WS-CLASE-DIA           PIC X(1) VALUE SPACE.
       01  WS-CLASE-SIGUIENTE     PIC X(1) VALUE SPACE.
       01  WS-CLASE-MINUTO        PIC X(1) VALUE SPACE.
       01  WS-CLASE-EVAL          PIC X(1) VALUE SPACE.
       01  WS-OFFSET-EVAL         PIC S9(05) VALUE ZEROES.
       01  WS-DIA-NOCTURNO        PIC X VALUE "N".
           88 MINUTO-NOCTURNO     VALUE "S".
       01  WS-MOTIVO              PIC X(30) VALUE SPACES.
       01  WS-MARCA-OK            PIC X VALUE "N".
           88 MARCA-OK            VALUE "S".

      * RUTINA DE FECHAS, PARA SABER SI EL DIA ES HABIL O FESTIVO
       01  RUT-FECHAS             PIC X(08) VALUE 'NO6CFECH'.
       COPY '../SEMILLERO/COPYS/VARFECHAS.CPY'.

      * MINUTOS EXTRA ACUMULADOS POR EMPLEADO Y CLASE
       01  WS-NUM-EMPLEADOS       PIC 9(04) VALUE ZEROES.
       01  TABLA-EXTRAS.
           05 TAB-EXT OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-NUM-EMPLEADOS.
              10 TAB-EXT-ID       PIC 9(6).
              10 TAB-EXT-DIURNAS  PIC 9(6).
              10 TAB-EXT-NOCTURNAS
                                  PIC 9(6).
              10 TAB-EXT-FESTIVAS PIC 9(6).
       01  EX                     PIC 9(04) VALUE ZEROES.
       01  SW-EMP-HALLADO         PIC X VALUE "0".
       01  WS-HORAS               PIC 9(3)V99 VALUE ZEROES.
       01  WS-TIPO-NOV            PIC X(1) VALUE SPACE.

      * TOTALES DE LA CORRIDA
       01  WS-TOT-LEIDAS          PIC 9(06) VALUE ZEROES.
       01  WS-TOT-FUERA           PIC 9(06) VALUE ZEROES.
       01  WS-TOT-PROCESADAS      PIC 9(06) VALUE ZEROES.
       01  WS-TOT-RECHAZADAS      PIC 9(06) VALUE ZEROES.
       01  WS-TOT-EXCEPCIONES     PIC 9(06) VALUE ZEROES.
       01  WS-TOT-NOVEDADES       PIC 9(06) VALUE ZEROES.
       01  WS-TOT-DESBORDE        PIC 9(06) VALUE ZEROES.

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
           DISPLAY "Periodo a importar (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           PERFORM 2010-VALIDA-PERIODO
           IF PERIODO-LIQUIDADO
               DISPLAY "El periodo " WS-PERIODO " ya se liquido en "
                       "NOMINA; no se importan marcaciones"
               PERFORM 3000-FINAL
           END-IF
           IF HAY-EXTRAS-PREVIAS
               DISPLAY "El periodo ya tiene novedades de horas extra;"
               DISPLAY "las del reloj se sumaran a ellas. Continuar "
                       "(S/N)? " WITH NO ADVANCING
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Importacion cancelada"
                   PERFORM 3000-FINAL
               END-IF
           END-IF
           PERFORM 2020-CARGAR-PARAMETROS
           PERFORM 2030-PROCESA-MARCACIONES
           IF CONTINUAR
               PERFORM 2050-GRABA-NOVEDADES
               PERFORM 2060-RESUMEN
           END-IF
           PERFORM 3000-FINAL.

       2000-FECHAS.
           ACCEPT WS-FECHA-ACT          FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACT(7:2)       TO WS-DIA-SIS
           MOVE WS-FECHA-ACT(5:2)       TO WS-MES-SIS
           MOVE WS-FECHA-ACT(1:4)       TO WS-ANO-SIS.

      *----------------------------------------------------------------*
      * UN PERIODO YA LIQUIDADO NO RECIBE MAS NOVEDADES; SI YA TIENE
      * HORAS EXTRA (CAPTURADAS A MANO O DE UNA IMPORTACION ANTERIOR)
      * SE PIDE CONFIRMACION PARA NO PAGARLAS DOS VECES
      *----------------------------------------------------------------*
       2010-VALIDA-PERIODO.
           MOVE "N" TO WS-PERIODO-LIQUIDADO
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2011-LEE-NOMINA UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF
           MOVE "N" TO WS-HAY-EXTRAS
           MOVE "0" TO FIN-NOVEDADES
           OPEN INPUT NOVEDADES-ARCHIVO
           IF VAR-ESTADO-NOV = "00" OR VAR-ESTADO-NOV = "05"
               PERFORM 2012-LEE-NOVEDAD UNTIL FIN-NOVEDADES = "1"
               CLOSE NOVEDADES-ARCHIVO
           END-IF.

       2011-LEE-NOMINA.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO = WS-PERIODO
                       MOVE "S" TO WS-PERIODO-LIQUIDADO
                       MOVE "1" TO FIN-NOMINA
                   END-IF
           END-READ.

       2012-LEE-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOVEDADES
               NOT AT END
                   IF RNOV-PERIODO = WS-PERIODO
                      AND (RNOV-TIPO = "H" OR RNOV-TIPO = "N"
                           OR RNOV-TIPO = "F")
                       MOVE "S" TO WS-HAY-EXTRAS
                       MOVE "1" TO FIN-NOVEDADES
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * HORARIO DEL ARCHIVO DE PARAMETROS, SI EXISTE, PASADO A
      * MINUTOS DESDE LA MEDIANOCHE
      *----------------------------------------------------------------*
       2020-CARGAR-PARAMETROS.
           OPEN INPUT RELOJPAR-ARCHIVO
           IF VAR-ESTADO-PAR = "00" OR VAR-ESTADO-PAR = "05"
               READ RELOJPAR-ARCHIVO NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       MOVE RRPA-ENTRADA      TO WS-HORA-ENTRADA
                       MOVE RRPA-SALIDA       TO WS-HORA-SALIDA
                       MOVE RRPA-NOCHE-INICIO TO WS-NOCHE-INICIO
                       MOVE RRPA-NOCHE-FIN    TO WS-NOCHE-FIN
               END-READ
               CLOSE RELOJPAR-ARCHIVO
           END-IF
           MOVE WS-HORA-ENTRADA TO WS-HHMM-NUM
           PERFORM 2021-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-STD-ENTRADA
           MOVE WS-HORA-SALIDA TO WS-HHMM-NUM
           PERFORM 2021-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-STD-SALIDA
           MOVE WS-NOCHE-INICIO TO WS-HHMM-NUM
           PERFORM 2021-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-NOCHE-INICIO
           MOVE WS-NOCHE-FIN TO WS-HHMM-NUM
           PERFORM 2021-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-NOCHE-FIN.

       2021-A-MINUTOS.
           COMPUTE WS-MINUTOS = WS-HH * 60 + WS-MM.

      *----------------------------------------------------------------*
      * RECORRE LAS MARCACIONES DEL PERIODO: VALIDA EL EMPLEADO,
      * SEPARA LOS DIAS INCOMPLETOS Y ACUMULA LOS MINUTOS EXTRA
      *----------------------------------------------------------------*
       2030-PROCESA-MARCACIONES.
           MOVE "S" TO WS-CONTINUAR
           OPEN INPUT MARCACION-ARCHIVO
           IF VAR-ESTADO-MAR NOT = "00" AND VAR-ESTADO-MAR NOT = "05"
               DISPLAY "Error al abrir MARCACIONES.data, estado: "
                       VAR-ESTADO-MAR
               MOVE "N" TO WS-CONTINUAR
           ELSE
               OPEN INPUT EMPLEADOS-ARCHIVO
               IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
                   DISPLAY "Error al abrir EMPLEADOS.data, estado: "
                           VAR-ESTADO
                   CLOSE MARCACION-ARCHIVO
                   PERFORM 3000-FINAL
               END-IF
               OPEN OUTPUT RECHAZOS
               OPEN OUTPUT EXCEPCIONES
               PERFORM 2031-ENCABEZADOS
               MOVE "0" TO FIN-MARCACION
               PERFORM 2032-LEE-MARCACION UNTIL FIN-MARCACION = "1"
               CLOSE MARCACION-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE RECHAZOS
               CLOSE EXCEPCIONES
           END-IF.

       2031-ENCABEZADOS.
           MOVE SPACES TO REG-RECHAZO
           STRING "RELOJ - MARCAS RECHAZADAS - PERIODO " WS-PERIODO
                  "   FECHA: " WS-FECHA-SIS
                  DELIMITED BY SIZE INTO REG-RECHAZO
           WRITE REG-RECHAZO
           MOVE "ID     FECHA    ENTRA SALE  MOTIVO" TO REG-RECHAZO
           WRITE REG-RECHAZO
           MOVE SPACES TO REG-EXCEPCION
           STRING "RELOJ - EXCEPCIONES PARA EL SUPERVISOR - PERIODO "
                  WS-PERIODO "   FECHA: " WS-FECHA-SIS
                  DELIMITED BY SIZE INTO REG-EXCEPCION
           WRITE REG-EXCEPCION
           MOVE SPACES TO REG-EXCEPCION
           STRING "ID     NOMBRE                    FECHA    ENTRA "
                  "SALE  MOTIVO"
                  DELIMITED BY SIZE INTO REG-EXCEPCION
           WRITE REG-EXCEPCION.

       2032-LEE-MARCACION.
           READ MARCACION-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-MARCACION
               NOT AT END
                   ADD 1 TO WS-TOT-LEIDAS
                   IF RMAR-FECHA(1:6) = WS-PERIODO
                       PERFORM 2033-VALIDA-MARCACION
                   ELSE
                       ADD 1 TO WS-TOT-FUERA
                   END-IF
           END-READ.

       2033-VALIDA-MARCACION.
           MOVE RMAR-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE "ID NO EXISTE EN EL MAESTRO" TO WS-MOTIVO
                   PERFORM 2034-RECHAZO
               NOT INVALID KEY
                   IF EMPLEADOS-ESTADO = "R"
                       MOVE "EMPLEADO RETIRADO" TO WS-MOTIVO
                       PERFORM 2034-RECHAZO
                   ELSE
                       PERFORM 2035-VALIDA-HORAS
                   END-IF
           END-READ.

       2034-RECHAZO.
           ADD 1 TO WS-TOT-RECHAZADAS
           MOVE SPACES TO REG-RECHAZO
           STRING RMAR-ID " " RMAR-FECHA " " RMAR-ENTRADA "  "
                  RMAR-SALIDA "  " WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-RECHAZO
           WRITE REG-RECHAZO.

      * UNA MARCA EN CEROS O EN BLANCO FALTA; UNA HORA FUERA DE RANGO
      * ES INVALIDA. EN AMBOS CASOS EL DIA NO SE LIQUIDA: LO DECIDE
      * EL SUPERVISOR
       2035-VALIDA-HORAS.
           MOVE "S" TO WS-MARCA-OK
           EVALUATE TRUE
               WHEN (RMAR-ENTRADA = SPACES OR RMAR-ENTRADA = ZEROES)
                AND (RMAR-SALIDA = SPACES OR RMAR-SALIDA = ZEROES)
                   MOVE "SIN MARCAS" TO WS-MOTIVO
                   MOVE "N" TO WS-MARCA-OK
               WHEN RMAR-ENTRADA = SPACES OR RMAR-ENTRADA = ZEROES
                   MOVE "FALTA MARCA DE ENTRADA" TO WS-MOTIVO
                   MOVE "N" TO WS-MARCA-OK
               WHEN RMAR-SALIDA = SPACES OR RMAR-SALIDA = ZEROES
                   MOVE "FALTA MARCA DE SALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-MARCA-OK
               WHEN RMAR-ENT-HH NOT NUMERIC OR RMAR-ENT-MM NOT NUMERIC
                 OR RMAR-SAL-HH NOT NUMERIC OR RMAR-SAL-MM NOT NUMERIC
                 OR RMAR-ENT-HH > 23 OR RMAR-ENT-MM > 59
                 OR RMAR-SAL-HH > 23 OR RMAR-SAL-MM > 59
                   MOVE "HORA INVALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-MARCA-OK
               WHEN RMAR-ENTRADA = RMAR-SALIDA
                   MOVE "ENTRADA IGUAL A SALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-MARCA-OK
           END-EVALUATE
           IF MARCA-OK
               ADD 1 TO WS-TOT-PROCESADAS
               PERFORM 2040-LIQUIDA-DIA
           ELSE
               PERFORM 2036-EXCEPCION
           END-IF.

       2036-EXCEPCION.
           ADD 1 TO WS-TOT-EXCEPCIONES
           MOVE SPACES TO REG-EXCEPCION
           STRING RMAR-ID " " EMPLEADOS-NOMBRE " " RMAR-FECHA " "
                  RMAR-ENTRADA "  " RMAR-SALIDA "  " WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-EXCEPCION
           WRITE REG-EXCEPCION.

      *----------------------------------------------------------------*
      * LIQUIDA UN DIA MINUTO A MINUTO. EN DIA HABIL LO QUE CAE
      * DENTRO DEL HORARIO ES JORNADA ORDINARIA; EL RESTO ES EXTRA
      * NOCTURNA SI CAE EN LA FRANJA Y DIURNA SI NO. EL SABADO TODO
      * ES EXTRA DIURNA O NOCTURNA, Y EL DOMINGO O FESTIVO TODO ES
      * EXTRA FESTIVA. SI EL TURNO PASA LA MEDIANOCHE, LOS MINUTOS
      * DESPUES DE LAS 00:00 TOMAN LA CLASE DEL DIA SIGUIENTE
      *----------------------------------------------------------------*
       2040-LIQUIDA-DIA.
           MOVE RMAR-ENTRADA TO WS-HHMM
           PERFORM 2021-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-ENTRADA
           MOVE RMAR-SALIDA TO WS-HHMM
           PERFORM 2021-A-MINUTOS
           MOVE WS-MINUTOS TO WS-MIN-SALIDA
           IF WS-MIN-SALIDA < WS-MIN-ENTRADA
               ADD 1440 TO WS-MIN-SALIDA
           END-IF
           MOVE ZEROES TO WS-OFFSET-EVAL
           PERFORM 2041-CLASE-DIA
           MOVE WS-CLASE-EVAL TO WS-CLASE-DIA
           MOVE WS-CLASE-DIA  TO WS-CLASE-SIGUIENTE
           IF WS-MIN-SALIDA > 1440
               MOVE 1 TO WS-OFFSET-EVAL
               PERFORM 2041-CLASE-DIA
               MOVE WS-CLASE-EVAL TO WS-CLASE-SIGUIENTE
           END-IF
           PERFORM 2043-UBICA-EMPLEADO
           IF SW-EMP-HALLADO = "2"
               ADD 1 TO WS-TOT-DESBORDE
           ELSE
               PERFORM 2042-CLASIFICA-MINUTO
                   VARYING WS-MINUTO FROM WS-MIN-ENTRADA BY 1
                   UNTIL WS-MINUTO >= WS-MIN-SALIDA
           END-IF.

       2041-CLASE-DIA.
           INITIALIZE WS-FECHAS
           MOVE 9                TO WS-FORMATO
           MOVE RMAR-FECHA       TO WS-FECHA-BASE
           MOVE WS-OFFSET-EVAL   TO WS-DIAS-OFFSET
           MOVE 'C'              TO WS-FUNCION-HABIL
           CALL RUT-FECHAS USING WS-FECHAS
           EVALUATE TRUE
               WHEN WS-ES-FESTIVO = 'S'
               WHEN WS-FORMATO-FECHA-DIA(1:7) = 'DOMINGO'
                   MOVE 'F' TO WS-CLASE-EVAL
               WHEN WS-ES-HABIL = 'S'
                   MOVE 'H' TO WS-CLASE-EVAL
               WHEN OTHER
                   MOVE 'S' TO WS-CLASE-EVAL
           END-EVALUATE.

       2042-CLASIFICA-MINUTO.
           IF WS-MINUTO < 1440
               MOVE WS-MINUTO    TO WS-MIN-DEL-DIA
               MOVE WS-CLASE-DIA TO WS-CLASE-MINUTO
           ELSE
               COMPUTE WS-MIN-DEL-DIA = WS-MINUTO - 1440
               MOVE WS-CLASE-SIGUIENTE TO WS-CLASE-MINUTO
           END-IF
           MOVE "N" TO WS-DIA-NOCTURNO
           IF WS-MIN-NOCHE-INICIO > WS-MIN-NOCHE-FIN
               IF WS-MIN-DEL-DIA >= WS-MIN-NOCHE-INICIO
                  OR WS-MIN-DEL-DIA < WS-MIN-NOCHE-FIN
                   MOVE "S" TO WS-DIA-NOCTURNO
               END-IF
           ELSE
               IF WS-MIN-DEL-DIA >= WS-MIN-NOCHE-INICIO
                  AND WS-MIN-DEL-DIA < WS-MIN-NOCHE-FIN
                   MOVE "S" TO WS-DIA-NOCTURNO
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-CLASE-MINUTO = 'F'
                   ADD 1 TO TAB-EXT-FESTIVAS(EX)
               WHEN WS-CLASE-MINUTO = 'H'
                AND WS-MIN-DEL-DIA >= WS-MIN-STD-ENTRADA
                AND WS-MIN-DEL-DIA < WS-MIN-STD-SALIDA
                   CONTINUE
               WHEN MINUTO-NOCTURNO
                   ADD 1 TO TAB-EXT-NOCTURNAS(EX)
               WHEN OTHER
                   ADD 1 TO TAB-EXT-DIURNAS(EX)
           END-EVALUATE.

      * UBICA AL EMPLEADO EN LA TABLA O LO AGREGA; "2" SI LA TABLA
      * ESTA LLENA (EL DIA NO SE LIQUIDA Y SE AVISA EN EL RESUMEN)
       2043-UBICA-EMPLEADO.
           MOVE "0" TO SW-EMP-HALLADO
           PERFORM VARYING EX FROM 1 BY 1
                   UNTIL EX > WS-NUM-EMPLEADOS OR SW-EMP-HALLADO = "1"
               IF TAB-EXT-ID(EX) = RMAR-ID
                   MOVE "1" TO SW-EMP-HALLADO
               END-IF
           END-PERFORM
           IF SW-EMP-HALLADO = "1"
               SUBTRACT 1 FROM EX
           ELSE
               IF WS-NUM-EMPLEADOS < 2000
                   ADD 1 TO WS-NUM-EMPLEADOS
                   MOVE WS-NUM-EMPLEADOS TO EX
                   MOVE RMAR-ID TO TAB-EXT-ID(EX)
                   MOVE ZEROES TO TAB-EXT-DIURNAS(EX)
                                  TAB-EXT-NOCTURNAS(EX)
                                  TAB-EXT-FESTIVAS(EX)
               ELSE
                   MOVE "2" TO SW-EMP-HALLADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * UNA NOVEDAD POR EMPLEADO Y CLASE DE EXTRA, EN HORAS
      *----------------------------------------------------------------*
       2050-GRABA-NOVEDADES.
           OPEN EXTEND NOVEDADES-ARCHIVO
           IF VAR-ESTADO-NOV NOT = "00" AND VAR-ESTADO-NOV NOT = "05"
               DISPLAY "Error al grabar las novedades, estado: "
                       VAR-ESTADO-NOV
               PERFORM 3000-FINAL
           END-IF
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > WS-NUM-EMPLEADOS
               IF TAB-EXT-DIURNAS(EX) > ZEROES
                   MOVE "H" TO WS-TIPO-NOV
                   COMPUTE WS-HORAS ROUNDED = TAB-EXT-DIURNAS(EX) / 60
                   PERFORM 2051-GRABA-NOVEDAD
               END-IF
               IF TAB-EXT-NOCTURNAS(EX) > ZEROES
                   MOVE "N" TO WS-TIPO-NOV
                   COMPUTE WS-HORAS ROUNDED =
                           TAB-EXT-NOCTURNAS(EX) / 60
                   PERFORM 2051-GRABA-NOVEDAD
               END-IF
               IF TAB-EXT-FESTIVAS(EX) > ZEROES
                   MOVE "F" TO WS-TIPO-NOV
                   COMPUTE WS-HORAS ROUNDED = TAB-EXT-FESTIVAS(EX) / 60
                   PERFORM 2051-GRABA-NOVEDAD
               END-IF
           END-PERFORM
           CLOSE NOVEDADES-ARCHIVO.

       2051-GRABA-NOVEDAD.
           MOVE SPACES         TO REG-NOVEDAD
           MOVE WS-PERIODO     TO RNOV-PERIODO
           MOVE TAB-EXT-ID(EX) TO RNOV-ID
           MOVE WS-TIPO-NOV    TO RNOV-TIPO
           MOVE WS-HORAS       TO RNOV-CANTIDAD
           MOVE ZEROES         TO RNOV-VALOR
           WRITE REG-NOVEDAD
           ADD 1 TO WS-TOT-NOVEDADES.

       2060-RESUMEN.
           DISPLAY "Marcaciones leidas:          " WS-TOT-LEIDAS
           DISPLAY "Fuera del periodo:           " WS-TOT-FUERA
           DISPLAY "Dias liquidados:             " WS-TOT-PROCESADAS
           DISPLAY "Rechazadas (RELOJ-RECHAZOS): " WS-TOT-RECHAZADAS
           DISPLAY "Excepciones del supervisor:  " WS-TOT-EXCEPCIONES
           DISPLAY "Novedades de extra grabadas: " WS-TOT-NOVEDADES
           IF WS-TOT-DESBORDE > ZEROES
               DISPLAY "Tabla de empleados llena, dias sin liquidar: "
                       WS-TOT-DESBORDE
           END-IF.

       3000-FINAL.
           STOP RUN.
           END PROGRAM RELOJ.
