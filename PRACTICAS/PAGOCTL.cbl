      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Control del pago de la nomina: cada corrida de NOMINA deja su
      * periodo retenido en PAGOCTL.data y el archivo PAGOBANCO.data
      * no sale al banco hasta que un supervisor lo libera aqui.
      * Antes de liberarlo se saca el reporte de variaciones, que
      * pone a cada empleado al lado de su periodo anterior y marca
      * los cambios de neto por encima del porcentaje configurado,
      * los empleados nuevos, los que faltan, los pagos en cero o
      * negativos y los cambios de cuenta bancaria, con los totales
      * por departamento; el supervisor firma esas excepciones y
      * solo entonces se puede liberar el pago.
      * Mientras el periodo siga retenido, un supervisor puede
      * reversar la corrida hecha por error: se borran del archivo de
      * nomina los registros del periodo, se devuelven a los prestamos
      * las cuotas descontadas, se anulan los dias de vacaciones que
      * la corrida pago, las incapacidades vuelven a quedar sin
      * liquidar y se asientan en el libro mayor los contra-asientos
      * de la corrida. Cada reversa deja en REVERSAS.data quien la
      * hizo, cuando, por que y lo que se devolvio. Antes la unica
      * salida era editar NOMINA.data a mano.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 PAGOCTL.
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
      * CONTROL DEL PAGO POR PERIODO (RETENIDO, FIRMADO, LIBERADO O
      * REVERSADO)
       SELECT OPTIONAL PAGOCTL-ARCHIVO
       ASSIGN TO "../GENERADOS/PAGOCTL.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PCT.
      * REGISTROS DE NOMINA, SE REESCRIBE SIN EL PERIODO REVERSADO
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOM.
      * ARCHIVO DEL BANCO DE LA ULTIMA CORRIDA; LA REVERSA LO VACIA
       SELECT PAGOBANCO-ARCHIVO
       ASSIGN TO "../GENERADOS/PAGOBANCO.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-BAN.
      * PRESTAMOS DE EMPLEADOS (SECUENCIAL FIJO, SE REESCRIBE ENTERO)
       SELECT OPTIONAL EMPLOAN-ARCHIVO
       ASSIGN TO "../GENERADOS/EMPLOAN.data"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-ELO.
      * MOVIMIENTOS DE VACACIONES
       SELECT OPTIONAL VACMOV-ARCHIVO
       ASSIGN TO "../GENERADOS/VACMOV.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-VAC.
      * INCAPACIDADES LIQUIDADAS POR LA CORRIDA
       SELECT OPTIONAL INCAPAC-ARCHIVO
       ASSIGN TO "../GENERADOS/INCAPACIDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-INC.
      * AUDITORIA DE REVERSAS, UNA LINEA POR PERIODO REVERSADO
       SELECT OPTIONAL REVERSAS-ARCHIVO
       ASSIGN TO "../GENERADOS/REVERSAS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-REV.
      * CUENTA CON LA QUE SE PAGO A CADA EMPLEADO EN CADA PERIODO
       SELECT OPTIONAL PAGOCTA-ARCHIVO
       ASSIGN TO "../GENERADOS/PAGOCTA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PCU.
      * PORCENTAJE DE CAMBIO DEL NETO QUE SE MARCA EN EL REPORTE DE
      * VARIACIONES; SIN ARCHIVO RIGE EL COMPILADO
       SELECT OPTIONAL VARPAR-ARCHIVO
       ASSIGN TO "../GENERADOS/VARIACION-PAR.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-VPA.
      * REPORTE DE VARIACIONES ANTES DE LIBERAR EL PAGO
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/VARIACION-RPT.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-IMP.
      * MAESTRO DE USUARIOS Y LOG DE SESIONES DEL TALLER: LIBERAR Y
      * REVERSAR SON DEL SUPERVISOR, Y EL INTENTO DENEGADO QUEDA EN
      * EL LOG
       SELECT OPTIONAL USUARIOS-ARCHIVO
       ASSIGN TO "../FILES/USUARIOS/USUARIOS"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-USU.
       SELECT OPTIONAL LOGSESION-ARCHIVO
       ASSIGN TO "../FILES/USUARIOS/LOGSESION"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-LOG.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD PAGOCTL-ARCHIVO.
       COPY '../COPYS/PAGOCTL.cpy'.

       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD PAGOBANCO-ARCHIVO.
       01  REG-PAGOBANCO              PIC X(70).

       FD EMPLOAN-ARCHIVO.
       COPY '../COPYS/EMPLOAN.cpy'.

       FD VACMOV-ARCHIVO.
       COPY '../COPYS/VACMOV.cpy'.

       FD INCAPAC-ARCHIVO.
       COPY '../COPYS/INCAPAC.cpy'.

       FD REVERSAS-ARCHIVO.
       01  REG-REVERSA.
           05 RREV-PERIODO            PIC X(06).
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-FECHA              PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-HORA               PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-USUARIO            PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-MOTIVO             PIC X(40).
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-REGISTROS          PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-NETO               PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-PRESTAMOS          PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-DIAS-VACAS         PIC 9(5)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RREV-INCAPACIDADES      PIC 9(3).

       FD PAGOCTA-ARCHIVO.
       COPY '../COPYS/PAGOCTA.cpy'.

       FD VARPAR-ARCHIVO.
       01  REG-VARPAR.
           05 RVPA-PCT-NETO           PIC 9(3)V99.

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR               PIC X(90).

       FD USUARIOS-ARCHIVO.
       COPY '../SEMILLERO/COPYS/USUARIOS.cpy'.

       FD LOGSESION-ARCHIVO.
       01  REG-LOGSESION.
           05 RLOG-NOMBRE             PIC X(30).
           05 RLOG-FECHA              PIC X(10).
           05 RLOG-HORA               PIC X(08).
           05 RLOG-EVENTO             PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-OPC                     PIC 9(1) VALUE ZERO.
       77  WS-CONFIRMA                PIC X(1) VALUE SPACE.
       77  WS-USUARIO                 PIC X(10) VALUE SPACES.
       77  WS-MOTIVO                  PIC X(40) VALUE SPACES.
       77  WS-HORA-HOY                PIC 9(8) VALUE ZERO.
       01  VAR-ESTADO-PCT             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOM             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-BAN             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-ELO             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-VAC             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-INC             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-REV             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-USU             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  FIN-PAGOCTL                PIC X VALUE "0".
       01  FIN-NOMINA                 PIC X VALUE "0".
       01  FIN-EMPLOAN                PIC X VALUE "0".
       01  FIN-VACMOV                 PIC X VALUE "0".
       01  FIN-INCAPAC                PIC X VALUE "0".
       01  FIN-USUARIOS               PIC X VALUE "0".
       01  VAR-ESTADO-PCU             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-VPA             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  FIN-PAGOCTA                PIC X VALUE "0".
      * ROL DEL OPERADOR SEGUN EL MAESTRO DE USUARIOS. SIN MAESTRO NO
      * SE RESTRINGE ('*'); LIBERAR Y REVERSAR SON DEL SUPERVISOR O
      * DEL ADMINISTRADOR
       77  WS-ROL                     PIC X VALUE SPACE.
           88 ROL-SUPERVISA           VALUE "A" "S" "*".

      * PERIODO A LIBERAR O REVERSAR Y SU ULTIMO ESTADO DE PAGO
       01  WS-PERIODO                 PIC X(06) VALUE SPACES.
       01  WS-ESTADO-PAGO             PIC X(1) VALUE SPACE.
           88 PAGO-RETENIDO           VALUE "R".
           88 PAGO-FIRMADO            VALUE "F".
           88 PAGO-POR-LIBERAR        VALUE "R" "F".
           88 PAGO-LIBERADO           VALUE "L".
           88 PAGO-REVERSADO          VALUE "V".
       01  WS-FECHA-CORRIDA           PIC 9(8) VALUE ZEROES.

      * NOMINA EN MEMORIA SIN EL PERIODO REVERSADO; SI NO CABE, LA
      * REVERSA NO SE HACE PARA NO PERDER REGISTROS
       01  WS-NUM-NOMINA              PIC 9(04) VALUE ZEROES.
       01  TABLA-NOMINA.
           05 TAB-NOM OCCURS 1 TO 9000 TIMES
                      DEPENDING ON WS-NUM-NOMINA.
              10 TAB-NOM-REG          PIC X(175).
       01  NM                         PIC 9(04) VALUE ZEROES.
       01  WS-DESBORDE                PIC X VALUE "N".
           88 HAY-DESBORDE            VALUE "S".

      * CUOTAS DE PRESTAMO DESCONTADAS POR LA CORRIDA, POR EMPLEADO
       01  WS-NUM-CUOTAS              PIC 9(03) VALUE ZEROES.
       01  TABLA-CUOTAS.
           05 TAB-CUO OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-CUOTAS.
              10 TAB-CUO-ID           PIC 9(6).
              10 TAB-CUO-VALOR        PIC 9(9)V99.
       01  CU                         PIC 9(03) VALUE ZEROES.

      * PRESTAMOS EN MEMORIA, IGUAL QUE EN LA CORRIDA DE NOMINA
       01  WS-NUM-PRESTAMOS           PIC 9(03) VALUE ZEROES.
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
       01  EL                         PIC 9(03) VALUE ZEROES.
       01  WS-ELO-HALLADO             PIC 9(03) VALUE ZEROES.

      * MOVIMIENTOS DE VACACIONES EN MEMORIA
       01  WS-NUM-VACMOV              PIC 9(04) VALUE ZEROES.
       01  TABLA-VACMOV.
           05 TAB-VAC OCCURS 1 TO 9000 TIMES
                      DEPENDING ON WS-NUM-VACMOV.
              10 TAB-VAC-REG          PIC X(39).
       01  VC                         PIC 9(04) VALUE ZEROES.

      * INCAPACIDADES EN MEMORIA
       01  WS-NUM-INCAP               PIC 9(03) VALUE ZEROES.
       01  TABLA-INCAPACIDADES.
           05 TAB-INC OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-INCAP.
              10 TAB-INC-REG          PIC X(81).
       01  IC                         PIC 9(03) VALUE ZEROES.
       01  WS-INC-RESPONDIDAS         PIC 9(03) VALUE ZEROES.

      * CUENTAS DE PAGO DE OTROS PERIODOS, PARA QUITAR LAS DEL
      * PERIODO REVERSADO
       01  WS-NUM-PAGOCTA             PIC 9(04) VALUE ZEROES.
       01  TABLA-PAGOCTA.
           05 TAB-PCU OCCURS 1 TO 9000 TIMES
                      DEPENDING ON WS-NUM-PAGOCTA.
              10 TAB-PCU-REG          PIC X(30).
       01  PC                         PIC 9(04) VALUE ZEROES.

      * REPORTE DE VARIACIONES: EL PERIODO ANTERIOR ES EL ULTIMO
      * CORRIDO ANTES DEL QUE SE REVISA; EL CAMBIO DEL NETO SE MARCA
      * POR ENCIMA DEL PORCENTAJE (20% SI NO HAY PARAMETRO)
       01  WS-PCT-VARIACION           PIC 9(3)V99 VALUE 20.00.
       01  WS-PERIODO-ANT             PIC X(06) VALUE SPACES.
       01  WS-NUM-ANT                 PIC 9(04) VALUE ZEROES.
       01  TABLA-ANTERIOR.
           05 TAB-ANT OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-NUM-ANT.
              10 TAB-ANT-ID           PIC 9(6).
              10 TAB-ANT-NOMBRE       PIC X(25).
              10 TAB-ANT-NETO         PIC 9(9)V99.
              10 TAB-ANT-DEPTO        PIC 9(3).
              10 TAB-ANT-VISTO        PIC X(1).
       01  AN                         PIC 9(04) VALUE ZEROES.
       01  WS-ANT-HALLADO             PIC 9(04) VALUE ZEROES.
       01  WS-NUM-CTAS                PIC 9(04) VALUE ZEROES.
       01  TABLA-CUENTAS.
           05 TAB-CTA OCCURS 1 TO 4000 TIMES
                      DEPENDING ON WS-NUM-CTAS.
              10 TAB-CTA-PERIODO      PIC X(06).
              10 TAB-CTA-ID           PIC 9(6).
              10 TAB-CTA-CUENTA       PIC X(16).
       01  CT                         PIC 9(04) VALUE ZEROES.
       01  WS-CTA-PERIODO             PIC X(06) VALUE SPACES.
       01  WS-CTA-ID                  PIC 9(6) VALUE ZEROES.
       01  WS-CTA-CUENTA              PIC X(16) VALUE SPACES.
       01  WS-CTA-EXISTE              PIC X VALUE "N".
           88 CTA-EXISTE              VALUE "S".
       01  WS-CTA-ACTUAL              PIC X(16) VALUE SPACES.
       01  WS-CTA-ACTUAL-EXISTE       PIC X VALUE "N".
       01  WS-DEVENGADO-ACT           PIC S9(10)V99 VALUE ZEROES.
       01  WS-DIFERENCIA              PIC S9(10)V99 VALUE ZEROES.
       01  WS-VAR-PCT                 PIC S9(5)V99 VALUE ZEROES.
       01  WS-MARCAS                  PIC X(22) VALUE SPACES.
       01  WS-EXC-VARIACION           PIC 9(04) VALUE ZEROES.
       01  WS-EXC-NUEVOS              PIC 9(04) VALUE ZEROES.
       01  WS-EXC-FALTAN              PIC 9(04) VALUE ZEROES.
       01  WS-EXC-CERO                PIC 9(04) VALUE ZEROES.
       01  WS-EXC-CUENTA              PIC 9(04) VALUE ZEROES.
       01  WS-NUM-EXCEPCIONES         PIC 9(04) VALUE ZEROES.
       01  WS-EMP-ACTUAL              PIC 9(04) VALUE ZEROES.
       01  WS-TOT-NETO-ANT            PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOT-NETO-ACT            PIC 9(11)V99 VALUE ZEROES.
      * TOTALES POR DEPARTAMENTO, PERIODO ANTERIOR Y ACTUAL
       01  WS-NUM-DEPTOS              PIC 9(02) VALUE ZEROES.
       01  TABLA-DEPTOS.
           05 TAB-DEP OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-NUM-DEPTOS.
              10 TAB-DEP-CODIGO       PIC 9(3).
              10 TAB-DEP-CUANTOS-ANT  PIC 9(4).
              10 TAB-DEP-NETO-ANT     PIC 9(11)V99.
              10 TAB-DEP-CUANTOS-ACT  PIC 9(4).
              10 TAB-DEP-NETO-ACT     PIC 9(11)V99.
       01  DP                         PIC 9(02) VALUE ZEROES.
       01  SW-DEP-HALLADO             PIC X VALUE "0".
       01  WS-DEP-CODIGO              PIC 9(3) VALUE ZEROES.
       01  WS-MASC-NETO               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MASC-PCT                PIC -(6)9.99.

      * LO QUE LA REVERSA DEVUELVE, PARA LOS CONTRA-ASIENTOS Y LA
      * AUDITORIA
       01  WS-REV-REGISTROS           PIC 9(05) VALUE ZEROES.
       01  WS-REV-NETO                PIC 9(11)V99 VALUE ZEROES.
       01  WS-REV-SALUD               PIC 9(11)V99 VALUE ZEROES.
       01  WS-REV-PENSION             PIC 9(11)V99 VALUE ZEROES.
       01  WS-REV-CUOTAS-PRES         PIC 9(11)V99 VALUE ZEROES.
       01  WS-REV-APORTES             PIC 9(11)V99 VALUE ZEROES.
       01  WS-REV-RETENCION           PIC 9(11)V99 VALUE ZEROES.
       01  WS-REV-RECOBRO             PIC 9(11)V99 VALUE ZEROES.
       01  WS-REV-PRESTAMOS           PIC 9(03) VALUE ZEROES.
       01  WS-REV-DIAS-VACAS          PIC 9(5)V99 VALUE ZEROES.
       01  WS-REV-INCAPACIDADES       PIC 9(03) VALUE ZEROES.

      * PUENTE AL LIBRO MAYOR: LOS CONTRA-ASIENTOS DE LA CORRIDA VAN
      * CON LOS MISMOS EVENTOS DE 2022-ASIENTA-LIBRO DE NOMINA, AL
      * REVES DE SU REGLA
       01  RUT-NO9CCONT               PIC X(08) VALUE 'NO9CCONT'.
       COPY '../SEMILLERO/COPYS/NOCOCONT.CPY'.

       01  WS-MASCARA                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FECHA-ACT               PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           ACCEPT WS-FECHA-ACT FROM DATE YYYYMMDD
           DISPLAY "Quien opera? " WITH NO ADVANCING
           ACCEPT WS-USUARIO
           PERFORM 2070-BUSCAR-ROL
           PERFORM 2010-MENU-PRINCIPAL UNTIL WS-OPC = 5
           PERFORM 3000-FINAL.

       2010-MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1. Reporte de variaciones de un periodo"
           DISPLAY "2. Firmar las excepciones del reporte"
           DISPLAY "3. Liberar el pago de un periodo al banco"
           DISPLAY "4. Reversar la nomina de un periodo"
           DISPLAY "5. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2060-REPORTE-VARIACION
               WHEN 2 PERFORM 2090-FIRMAR-EXCEPCIONES
               WHEN 3 PERFORM 2020-LIBERAR-PAGO
               WHEN 4 PERFORM 2030-REVERSAR-PERIODO
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LIBERAR: CON LAS EXCEPCIONES FIRMADAS, EL ARCHIVO
      * PAGOBANCO.data DEL PERIODO QUEDA AUTORIZADO PARA EL BANCO;
      * DESDE AHI YA NO SE PUEDE REVERSAR
      *----------------------------------------------------------------*
       2020-LIBERAR-PAGO.
           IF NOT ROL-SUPERVISA
               DISPLAY "Opcion reservada al supervisor"
               PERFORM 2080-LOG-DENEGADO
           ELSE
               PERFORM 2001-PEDIR-PERIODO
               IF PAGO-RETENIDO
                   DISPLAY "Faltan firmar las excepciones del reporte "
                           "de variaciones"
               END-IF
               IF PAGO-FIRMADO
                   DISPLAY "Confirma liberar el pago del periodo "
                           WS-PERIODO "? S/N: " WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "L" TO WS-ESTADO-PAGO
                       PERFORM 2051-GRABAR-CONTROL
                       DISPLAY "Pago del periodo " WS-PERIODO
                               " liberado: PAGOBANCO.data puede "
                               "enviarse al banco"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PIDE EL PERIODO Y EXPLICA POR QUE NO SE PUEDE TOCAR SI NO ESTA
      * RETENIDO
      *----------------------------------------------------------------*
       2001-PEDIR-PERIODO.
           DISPLAY "Periodo (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           PERFORM 2050-ESTADO-PERIODO
           EVALUATE TRUE
               WHEN PAGO-RETENIDO
                   DISPLAY "Periodo " WS-PERIODO " corrido el "
                           WS-FECHA-CORRIDA ", pago retenido"
               WHEN PAGO-FIRMADO
                   DISPLAY "Periodo " WS-PERIODO " corrido el "
                           WS-FECHA-CORRIDA ", excepciones firmadas"
               WHEN PAGO-LIBERADO
                   DISPLAY "El pago del periodo ya fue liberado "
                           "al banco"
               WHEN PAGO-REVERSADO
                   DISPLAY "La nomina del periodo ya fue reversada"
               WHEN OTHER
                   DISPLAY "El periodo no tiene una corrida de "
                           "nomina registrada"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REVERSA DE UNA CORRIDA HECHA POR ERROR, SOLO CON EL PAGO AUN
      * SIN LIBERAR: DESHACE LO QUE HIZO LA CORRIDA Y DEJA EL PERIODO
      * LISTO PARA VOLVER A CORRERLO
      *----------------------------------------------------------------*
       2030-REVERSAR-PERIODO.
           IF NOT ROL-SUPERVISA
               DISPLAY "Opcion reservada al supervisor"
               PERFORM 2080-LOG-DENEGADO
           ELSE
               PERFORM 2001-PEDIR-PERIODO
               IF PAGO-POR-LIBERAR
                   PERFORM 2040-CONFIRMA-REVERSA
               END-IF
           END-IF.

       2040-CONFIRMA-REVERSA.
           MOVE SPACES TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY "Motivo de la reversa: " WITH NO ADVANCING
               ACCEPT WS-MOTIVO
           END-PERFORM
           DISPLAY "Confirma reversar la nomina del periodo "
                   WS-PERIODO "? S/N: " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 2031-CARGAR-NOMINA
               IF HAY-DESBORDE
                   DISPLAY "El archivo de nomina no cabe en memoria: "
                           "la reversa no se hizo"
               ELSE
                   PERFORM 2032-GRABAR-NOMINA
                   PERFORM 2033-RESTAURAR-PRESTAMOS
                   PERFORM 2034-ANULAR-VACACIONES
                   PERFORM 2035-REABRIR-INCAPACIDADES
                   PERFORM 2036-CONTRA-ASIENTOS
                   PERFORM 2037-VACIAR-PAGOBANCO
                   MOVE "V" TO WS-ESTADO-PAGO
                   PERFORM 2051-GRABAR-CONTROL
                   PERFORM 2038-AUDITORIA
                   PERFORM 2039-RESUMEN-REVERSA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * NOMINA EN MEMORIA: LOS REGISTROS DEL PERIODO NO SE GUARDAN,
      * SOLO SE ACUMULAN PARA LOS CONTRA-ASIENTOS Y LAS CUOTAS
      *----------------------------------------------------------------*
       2031-CARGAR-NOMINA.
           MOVE ZEROES TO WS-NUM-NOMINA WS-NUM-CUOTAS
                          WS-REV-REGISTROS WS-REV-NETO
                          WS-REV-SALUD WS-REV-PENSION
                          WS-REV-CUOTAS-PRES WS-REV-APORTES
                          WS-REV-RETENCION
           MOVE "N" TO WS-DESBORDE
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2031-1-LEE-NOMINA UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF.

       2031-1-LEE-NOMINA.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO = WS-PERIODO
                       PERFORM 2031-2-ACUMULA-REVERSA
                   ELSE
                       IF WS-NUM-NOMINA < 9000
                           ADD 1 TO WS-NUM-NOMINA
                           MOVE REG-NOMINA
                             TO TAB-NOM-REG(WS-NUM-NOMINA)
                       ELSE
                           MOVE "S" TO WS-DESBORDE
                       END-IF
                   END-IF
           END-READ.

       2031-2-ACUMULA-REVERSA.
           ADD 1 TO WS-REV-REGISTROS
           ADD RNOM-NETO TO WS-REV-NETO
           ADD RNOM-SALUD          TO WS-REV-SALUD
           ADD RNOM-PENSION        TO WS-REV-PENSION
           ADD RNOM-CUOTA-PRESTAMO TO WS-REV-CUOTAS-PRES
           ADD RNOM-APORTES   TO WS-REV-APORTES
           ADD RNOM-RETENCION TO WS-REV-RETENCION
           IF RNOM-CUOTA-PRESTAMO > ZEROES
               IF WS-NUM-CUOTAS < 500
                   ADD 1 TO WS-NUM-CUOTAS
                   MOVE RNOM-ID TO TAB-CUO-ID(WS-NUM-CUOTAS)
                   MOVE RNOM-CUOTA-PRESTAMO
                     TO TAB-CUO-VALOR(WS-NUM-CUOTAS)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.

       2032-GRABAR-NOMINA.
           OPEN OUTPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM NOT = "00"
               DISPLAY "Error al grabar NOMINA.data, estado: "
                       VAR-ESTADO-NOM
               PERFORM 3000-FINAL.
           PERFORM VARYING NM FROM 1 BY 1 UNTIL NM > WS-NUM-NOMINA
               MOVE TAB-NOM-REG(NM) TO REG-NOMINA
               WRITE REG-NOMINA
           END-PERFORM
           CLOSE NOMINA-ARCHIVO.

      *----------------------------------------------------------------*
      * LA CUOTA DESCONTADA VUELVE AL SALDO DEL PRESTAMO ACTIVO DEL
      * EMPLEADO, O AL QUE LA CORRIDA CERRO AL LLEGAR A CERO, QUE
      * QUEDA ACTIVO DE NUEVO
      *----------------------------------------------------------------*
       2033-RESTAURAR-PRESTAMOS.
           MOVE ZEROES TO WS-REV-PRESTAMOS
           IF WS-NUM-CUOTAS > ZEROES
               PERFORM 2033-1-CARGAR-PRESTAMOS
               PERFORM 2033-3-DEVUELVE-CUOTA
                   VARYING CU FROM 1 BY 1 UNTIL CU > WS-NUM-CUOTAS
               PERFORM 2033-4-GRABAR-PRESTAMOS
           END-IF.

       2033-1-CARGAR-PRESTAMOS.
           MOVE ZEROES TO WS-NUM-PRESTAMOS
           MOVE "0" TO FIN-EMPLOAN
           OPEN INPUT EMPLOAN-ARCHIVO
           IF VAR-ESTADO-ELO = "00" OR VAR-ESTADO-ELO = "05"
               PERFORM 2033-2-LEE-PRESTAMO UNTIL FIN-EMPLOAN = "1"
               CLOSE EMPLOAN-ARCHIVO
           END-IF.

       2033-2-LEE-PRESTAMO.
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
                   END-IF
           END-READ.

       2033-3-DEVUELVE-CUOTA.
           MOVE ZEROES TO WS-ELO-HALLADO
           PERFORM VARYING EL FROM 1 BY 1
                   UNTIL EL > WS-NUM-PRESTAMOS
               IF TAB-ELO-ID(EL) = TAB-CUO-ID(CU)
                  AND TAB-ELO-ESTADO(EL) = "A"
                   MOVE EL TO WS-ELO-HALLADO
               END-IF
           END-PERFORM
      * SIN PRESTAMO ACTIVO, LA CUOTA CERRO EL ULTIMO PAGADO EN CERO
           IF WS-ELO-HALLADO = ZEROES
               PERFORM VARYING EL FROM 1 BY 1
                       UNTIL EL > WS-NUM-PRESTAMOS
                   IF TAB-ELO-ID(EL) = TAB-CUO-ID(CU)
                      AND TAB-ELO-ESTADO(EL) = "P"
                      AND TAB-ELO-SALDO(EL) = ZEROES
                       MOVE EL TO WS-ELO-HALLADO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ELO-HALLADO = ZEROES
               DISPLAY "Empleado " TAB-CUO-ID(CU)
                       ": no se encontro su prestamo, revise la cuota"
           ELSE
               ADD TAB-CUO-VALOR(CU) TO TAB-ELO-SALDO(WS-ELO-HALLADO)
               MOVE "A" TO TAB-ELO-ESTADO(WS-ELO-HALLADO)
               ADD 1 TO WS-REV-PRESTAMOS
           END-IF.

       2033-4-GRABAR-PRESTAMOS.
           IF WS-NUM-PRESTAMOS > ZEROES
               OPEN OUTPUT EMPLOAN-ARCHIVO
               IF VAR-ESTADO-ELO = "00"
                   PERFORM VARYING EL FROM 1 BY 1
                           UNTIL EL > WS-NUM-PRESTAMOS
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

      *----------------------------------------------------------------*
      * LOS DIAS TOMADOS ('T') QUE LA CORRIDA PAGO QUEDAN ANULADOS
      * ('X'): VUELVEN AL SALDO Y LA NUEVA CORRIDA NO LOS PAGA. SI EL
      * EMPLEADO SI SALIO A VACACIONES, SE VUELVEN A REGISTRAR EN
      * VACACION ANTES DE CORRER OTRA VEZ.
      *----------------------------------------------------------------*
       2034-ANULAR-VACACIONES.
           MOVE ZEROES TO WS-NUM-VACMOV WS-REV-DIAS-VACAS
           MOVE "0" TO FIN-VACMOV
           OPEN INPUT VACMOV-ARCHIVO
           IF VAR-ESTADO-VAC = "00" OR VAR-ESTADO-VAC = "05"
               PERFORM 2034-1-LEE-VACMOV UNTIL FIN-VACMOV = "1"
               CLOSE VACMOV-ARCHIVO
           END-IF
           IF WS-REV-DIAS-VACAS > ZEROES
               OPEN OUTPUT VACMOV-ARCHIVO
               IF VAR-ESTADO-VAC = "00"
                   PERFORM VARYING VC FROM 1 BY 1
                           UNTIL VC > WS-NUM-VACMOV
                       MOVE TAB-VAC-REG(VC) TO REG-VACMOV
                       WRITE REG-VACMOV
                   END-PERFORM
                   CLOSE VACMOV-ARCHIVO
               END-IF
           END-IF.

       2034-1-LEE-VACMOV.
           READ VACMOV-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-VACMOV
               NOT AT END
                   IF WS-NUM-VACMOV < 9000
                       IF RVAC-PERIODO = WS-PERIODO
                          AND RVAC-TIPO = "T"
                           MOVE "X" TO RVAC-TIPO
                           ADD RVAC-DIAS TO WS-REV-DIAS-VACAS
                       END-IF
                       ADD 1 TO WS-NUM-VACMOV
                       MOVE REG-VACMOV TO TAB-VAC-REG(WS-NUM-VACMOV)
                   ELSE
      * SIN ESPACIO NO SE REESCRIBE, PARA NO PERDER MOVIMIENTOS
                       MOVE ZEROES TO WS-REV-DIAS-VACAS
                       MOVE "1" TO FIN-VACMOV
                       DISPLAY "VACMOV.data no cabe en memoria: anule "
                               "a mano los dias del periodo"
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LAS INCAPACIDADES QUE LIQUIDO LA CORRIDA VUELVEN A QUEDAR SIN
      * LIQUIDAR; LAS QUE LA EPS/ARL YA RESPONDIO NO SE TOCAN
      *----------------------------------------------------------------*
       2035-REABRIR-INCAPACIDADES.
           MOVE ZEROES TO WS-NUM-INCAP WS-REV-INCAPACIDADES
                          WS-REV-RECOBRO WS-INC-RESPONDIDAS
           MOVE "0" TO FIN-INCAPAC
           OPEN INPUT INCAPAC-ARCHIVO
           IF VAR-ESTADO-INC = "00" OR VAR-ESTADO-INC = "05"
               PERFORM 2035-1-LEE-INCAPACIDAD UNTIL FIN-INCAPAC = "1"
               CLOSE INCAPAC-ARCHIVO
           END-IF
           IF WS-REV-INCAPACIDADES > ZEROES
               OPEN OUTPUT INCAPAC-ARCHIVO
               IF VAR-ESTADO-INC = "00"
                   PERFORM VARYING IC FROM 1 BY 1
                           UNTIL IC > WS-NUM-INCAP
                       MOVE TAB-INC-REG(IC) TO REG-INCAPAC
                       WRITE REG-INCAPAC
                   END-PERFORM
                   CLOSE INCAPAC-ARCHIVO
               END-IF
           END-IF
           IF WS-INC-RESPONDIDAS > ZEROES
               DISPLAY WS-INC-RESPONDIDAS " incapacidades del periodo"
                       " ya tienen respuesta de la EPS/ARL y quedan"
                       " como estan"
           END-IF.

       2035-1-LEE-INCAPACIDAD.
           READ INCAPAC-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-INCAPAC
               NOT AT END
                   IF WS-NUM-INCAP < 500
                       IF RINC-PERIODO = WS-PERIODO
                           PERFORM 2035-2-REABRE-UNA
                       END-IF
                       ADD 1 TO WS-NUM-INCAP
                       MOVE REG-INCAPAC TO TAB-INC-REG(WS-NUM-INCAP)
                   END-IF
           END-READ.

       2035-2-REABRE-UNA.
           IF RINC-ESTADO = "P" OR RINC-ESTADO = "N"
               ADD RINC-VALOR-RECOBRO TO WS-REV-RECOBRO
               ADD 1 TO WS-REV-INCAPACIDADES
               MOVE SPACES TO RINC-PERIODO RINC-ESTADO
               MOVE ZEROES TO RINC-VALOR-EMPRESA RINC-VALOR-RECOBRO
                              RINC-FECHA-ESTADO
           ELSE
               ADD 1 TO WS-INC-RESPONDIDAS
           END-IF.

      *----------------------------------------------------------------*
      * CONTRA-ASIENTOS DE LA CORRIDA EN EL PERIODO REVERSADO: CADA
      * CUENTA POR PAGAR CONTRA EL GASTO DE NOMINA (5205), Y EL GASTO
      * CONTRA LA CUENTA POR COBRAR A EPS/ARL (1380)
      *----------------------------------------------------------------*
       2036-CONTRA-ASIENTOS.
           INITIALIZE NOCOCONT
           MOVE "SALARIOS"  TO CCON-E-EVENTO
           MOVE WS-REV-NETO TO CCON-E-VALOR
           PERFORM 2036-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "SALUD"      TO CCON-E-EVENTO
           MOVE WS-REV-SALUD TO CCON-E-VALOR
           PERFORM 2036-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "PENSION"      TO CCON-E-EVENTO
           MOVE WS-REV-PENSION TO CCON-E-VALOR
           PERFORM 2036-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "CUOTAPRE"         TO CCON-E-EVENTO
           MOVE WS-REV-CUOTAS-PRES TO CCON-E-VALOR
           PERFORM 2036-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "APORTES"      TO CCON-E-EVENTO
           MOVE WS-REV-APORTES TO CCON-E-VALOR
           PERFORM 2036-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "RETENCIO"       TO CCON-E-EVENTO
           MOVE WS-REV-RETENCION TO CCON-E-VALOR
           PERFORM 2036-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE "RECOBRO"        TO CCON-E-EVENTO
           MOVE WS-REV-RECOBRO   TO CCON-E-VALOR
           PERFORM 2036-1-LLAMA-CONTABLE.

      *----------------------------------------------------------------*
      * CONTRA-ASIENTO: LA REGLA DEL EVENTO AL REVES; SI NO HAY REGLA
      * O USA UNA CUENTA FUERA DEL PLAN, NO SE ASIENTA Y SE AVISA
      *----------------------------------------------------------------*
       2036-1-LLAMA-CONTABLE.
           MOVE "NOMINA"    TO CCON-E-ORIGEN
           MOVE WS-PERIODO  TO CCON-E-PERIODO
           MOVE "S"         TO CCON-E-REVERSO
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = "00" AND CCON-R-CODRETO NOT = "01"
               DISPLAY "Contra-asiento rechazado: " CCON-R-MENSAJE
           END-IF.

      *----------------------------------------------------------------*
      * EL ARCHIVO DEL BANCO ES EL DE LA CORRIDA REVERSADA (NOMINA NO
      * CORRE OTRO PERIODO MIENTRAS HAYA UNO RETENIDO): SE VACIA PARA
      * QUE NO SALGA POR ERROR, Y SE QUITAN LAS CUENTAS DE PAGO DEL
      * PERIODO
      *----------------------------------------------------------------*
       2037-VACIAR-PAGOBANCO.
           OPEN OUTPUT PAGOBANCO-ARCHIVO
           IF VAR-ESTADO-BAN = "00"
               CLOSE PAGOBANCO-ARCHIVO
           END-IF
           MOVE ZEROES TO WS-NUM-PAGOCTA
           MOVE "0" TO FIN-PAGOCTA
           OPEN INPUT PAGOCTA-ARCHIVO
           IF VAR-ESTADO-PCU = "00" OR VAR-ESTADO-PCU = "05"
               PERFORM 2037-1-LEE-PAGOCTA UNTIL FIN-PAGOCTA NOT = "0"
               CLOSE PAGOCTA-ARCHIVO
           END-IF
           IF FIN-PAGOCTA = "1"
               OPEN OUTPUT PAGOCTA-ARCHIVO
               IF VAR-ESTADO-PCU = "00"
                   PERFORM VARYING PC FROM 1 BY 1
                           UNTIL PC > WS-NUM-PAGOCTA
                       MOVE TAB-PCU-REG(PC) TO REG-PAGOCTA
                       WRITE REG-PAGOCTA
                   END-PERFORM
                   CLOSE PAGOCTA-ARCHIVO
               END-IF
           END-IF.

       2037-1-LEE-PAGOCTA.
           READ PAGOCTA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PAGOCTA
               NOT AT END
                   IF RPCU-PERIODO NOT = WS-PERIODO
                       IF WS-NUM-PAGOCTA < 9000
                           ADD 1 TO WS-NUM-PAGOCTA
                           MOVE REG-PAGOCTA
                             TO TAB-PCU-REG(WS-NUM-PAGOCTA)
                       ELSE
      * SIN ESPACIO NO SE REESCRIBE, PARA NO PERDER CUENTAS
                           MOVE "2" TO FIN-PAGOCTA
                       END-IF
                   END-IF
           END-READ.

       2038-AUDITORIA.
           ACCEPT WS-HORA-HOY FROM TIME
           MOVE SPACES               TO REG-REVERSA
           MOVE WS-PERIODO           TO RREV-PERIODO
           MOVE WS-FECHA-ACT         TO RREV-FECHA
           MOVE WS-HORA-HOY(1:6)     TO RREV-HORA
           MOVE WS-USUARIO           TO RREV-USUARIO
           MOVE WS-MOTIVO            TO RREV-MOTIVO
           MOVE WS-REV-REGISTROS     TO RREV-REGISTROS
           MOVE WS-REV-NETO          TO RREV-NETO
           MOVE WS-REV-PRESTAMOS     TO RREV-PRESTAMOS
           MOVE WS-REV-DIAS-VACAS    TO RREV-DIAS-VACAS
           MOVE WS-REV-INCAPACIDADES TO RREV-INCAPACIDADES
           OPEN EXTEND REVERSAS-ARCHIVO
           IF VAR-ESTADO-REV = "00" OR VAR-ESTADO-REV = "05"
               WRITE REG-REVERSA
               CLOSE REVERSAS-ARCHIVO
           ELSE
               DISPLAY "Error al grabar REVERSAS.data, estado: "
                       VAR-ESTADO-REV
           END-IF.

       2039-RESUMEN-REVERSA.
           DISPLAY "Nomina del periodo " WS-PERIODO " reversada"
           DISPLAY "  Registros de nomina borrados:  " WS-REV-REGISTROS
           MOVE WS-REV-NETO TO WS-MASCARA
           DISPLAY "  Neto reversado:        " WS-MASCARA
           DISPLAY "  Prestamos restaurados:         " WS-REV-PRESTAMOS
           DISPLAY "  Dias de vacaciones anulados:   " WS-REV-DIAS-VACAS
           DISPLAY "  Incapacidades sin liquidar:    "
                   WS-REV-INCAPACIDADES
           DISPLAY "El periodo puede volver a correrse en NOMINA".

      *----------------------------------------------------------------*
      * ULTIMO ESTADO DEL PERIODO EN EL CONTROL DE PAGO: RIGE EL
      * ULTIMO REGISTRO GRABADO PARA EL PERIODO
      *----------------------------------------------------------------*
       2050-ESTADO-PERIODO.
           MOVE SPACE TO WS-ESTADO-PAGO
           MOVE ZEROES TO WS-FECHA-CORRIDA
           MOVE "0" TO FIN-PAGOCTL
           OPEN INPUT PAGOCTL-ARCHIVO
           IF VAR-ESTADO-PCT = "00" OR VAR-ESTADO-PCT = "05"
               PERFORM 2050-1-LEE-CONTROL UNTIL FIN-PAGOCTL = "1"
               CLOSE PAGOCTL-ARCHIVO
           END-IF.

       2050-1-LEE-CONTROL.
           READ PAGOCTL-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PAGOCTL
               NOT AT END
                   IF RPCT-PERIODO = WS-PERIODO
                       MOVE RPCT-ESTADO        TO WS-ESTADO-PAGO
                       MOVE RPCT-FECHA-CORRIDA TO WS-FECHA-CORRIDA
                   END-IF
           END-READ.

       2051-GRABAR-CONTROL.
           MOVE SPACES           TO REG-PAGOCTL
           MOVE WS-PERIODO       TO RPCT-PERIODO
           MOVE WS-ESTADO-PAGO   TO RPCT-ESTADO
           MOVE WS-FECHA-CORRIDA TO RPCT-FECHA-CORRIDA
           MOVE WS-FECHA-ACT     TO RPCT-FECHA-ESTADO
           MOVE WS-USUARIO       TO RPCT-USUARIO
           OPEN EXTEND PAGOCTL-ARCHIVO
           IF VAR-ESTADO-PCT = "00" OR VAR-ESTADO-PCT = "05"
               WRITE REG-PAGOCTL
               CLOSE PAGOCTL-ARCHIVO
           ELSE
               DISPLAY "Error al grabar PAGOCTL.data, estado: "
                       VAR-ESTADO-PCT
           END-IF.

      *----------------------------------------------------------------*
      * REPORTE DE VARIACIONES: CADA EMPLEADO DEL PERIODO AL LADO DE
      * SU PERIODO ANTERIOR, CON SUS MARCAS, LOS QUE FALTAN, LOS
      * TOTALES POR DEPARTAMENTO Y EL RESUMEN DE EXCEPCIONES
      *----------------------------------------------------------------*
       2060-REPORTE-VARIACION.
           PERFORM 2001-PEDIR-PERIODO
           IF WS-ESTADO-PAGO NOT = SPACE
               PERFORM 2061-GENERA-VARIACION
               DISPLAY "Excepciones marcadas: " WS-NUM-EXCEPCIONES
               DISPLAY "Reporte en ../GENERADOS/VARIACION-RPT.data"
           END-IF.

       2061-GENERA-VARIACION.
           MOVE ZEROES TO WS-NUM-DEPTOS WS-EXC-VARIACION WS-EXC-NUEVOS
                          WS-EXC-FALTAN WS-EXC-CERO WS-EXC-CUENTA
                          WS-NUM-EXCEPCIONES WS-EMP-ACTUAL
                          WS-TOT-NETO-ANT WS-TOT-NETO-ACT
           PERFORM 2061-1-CARGAR-PARAMETRO
           PERFORM 2062-PERIODO-ANTERIOR
           PERFORM 2063-CARGAR-ANTERIOR
           PERFORM 2064-CARGAR-CUENTAS
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP NOT = "00"
               DISPLAY "Error al abrir el reporte, estado: "
                       VAR-ESTADO-IMP
               PERFORM 3000-FINAL.
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "VARIACIONES DE NOMINA - PERIODO " WS-PERIODO
                  "  CONTRA " WS-PERIODO-ANT
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-PCT-VARIACION TO WS-MASC-PCT
           MOVE SPACES TO REG-IMPRESOR
           STRING "SE MARCA EL CAMBIO DEL NETO MAYOR AL " WS-MASC-PCT
                  " %" DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           IF WS-PERIODO-ANT = SPACES
               MOVE "NO HAY PERIODO ANTERIOR CORRIDO PARA COMPARAR"
                 TO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF
           MOVE ALL "-" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "ID     NOMBRE                  NETO ANTERIOR"
             TO REG-IMPRESOR
           MOVE "NETO ACTUAL    VAR %  MARCAS" TO REG-IMPRESOR(47:28)
           WRITE REG-IMPRESOR
           PERFORM 2065-COMPARA-ACTUAL
           PERFORM 2067-FALTANTES
           PERFORM 2069-TOTALES-DEPTO
           PERFORM 2069-2-RESUMEN
           CLOSE IMPRESOR.

       2061-1-CARGAR-PARAMETRO.
           OPEN INPUT VARPAR-ARCHIVO
           IF VAR-ESTADO-VPA = "00" OR VAR-ESTADO-VPA = "05"
               READ VARPAR-ARCHIVO NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF RVPA-PCT-NETO > ZEROES
                           MOVE RVPA-PCT-NETO TO WS-PCT-VARIACION
                       END-IF
               END-READ
               CLOSE VARPAR-ARCHIVO
           END-IF.

      * EL PERIODO ANTERIOR ES EL MAYOR CORRIDO ANTES DEL QUE SE REVISA
       2062-PERIODO-ANTERIOR.
           MOVE SPACES TO WS-PERIODO-ANT
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2062-1-LEE-PERIODO UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF.

       2062-1-LEE-PERIODO.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO < WS-PERIODO
                      AND (WS-PERIODO-ANT = SPACES
                           OR RNOM-PERIODO > WS-PERIODO-ANT)
                       MOVE RNOM-PERIODO TO WS-PERIODO-ANT
                   END-IF
           END-READ.

       2063-CARGAR-ANTERIOR.
           MOVE ZEROES TO WS-NUM-ANT
           IF WS-PERIODO-ANT NOT = SPACES
               MOVE "0" TO FIN-NOMINA
               OPEN INPUT NOMINA-ARCHIVO
               IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
                   PERFORM 2063-1-LEE-ANTERIOR UNTIL FIN-NOMINA = "1"
                   CLOSE NOMINA-ARCHIVO
               END-IF
           END-IF.

       2063-1-LEE-ANTERIOR.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO = WS-PERIODO-ANT
                      AND WS-NUM-ANT < 2000
                       ADD 1 TO WS-NUM-ANT
                       MOVE RNOM-ID     TO TAB-ANT-ID(WS-NUM-ANT)
                       MOVE RNOM-NOMBRE TO TAB-ANT-NOMBRE(WS-NUM-ANT)
                       MOVE RNOM-NETO   TO TAB-ANT-NETO(WS-NUM-ANT)
                       MOVE RNOM-DEPARTAMENTO
                         TO TAB-ANT-DEPTO(WS-NUM-ANT)
                       MOVE "N"         TO TAB-ANT-VISTO(WS-NUM-ANT)
                       ADD RNOM-NETO    TO WS-TOT-NETO-ANT
                       MOVE RNOM-DEPARTAMENTO TO WS-DEP-CODIGO
                       PERFORM 2068-UBICA-DEPTO
                       ADD 1 TO TAB-DEP-CUANTOS-ANT(DP)
                       ADD RNOM-NETO TO TAB-DEP-NETO-ANT(DP)
                   END-IF
           END-READ.

      * CUENTAS DE PAGO DE LOS DOS PERIODOS QUE SE COMPARAN
       2064-CARGAR-CUENTAS.
           MOVE ZEROES TO WS-NUM-CTAS
           MOVE "0" TO FIN-PAGOCTA
           OPEN INPUT PAGOCTA-ARCHIVO
           IF VAR-ESTADO-PCU = "00" OR VAR-ESTADO-PCU = "05"
               PERFORM 2064-1-LEE-CUENTA UNTIL FIN-PAGOCTA = "1"
               CLOSE PAGOCTA-ARCHIVO
           END-IF.

       2064-1-LEE-CUENTA.
           READ PAGOCTA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PAGOCTA
               NOT AT END
                   IF (RPCU-PERIODO = WS-PERIODO
                       OR RPCU-PERIODO = WS-PERIODO-ANT)
                      AND WS-NUM-CTAS < 4000
                       ADD 1 TO WS-NUM-CTAS
                       MOVE RPCU-PERIODO TO TAB-CTA-PERIODO(WS-NUM-CTAS)
                       MOVE RPCU-ID      TO TAB-CTA-ID(WS-NUM-CTAS)
                       MOVE RPCU-CUENTA  TO TAB-CTA-CUENTA(WS-NUM-CTAS)
                   END-IF
           END-READ.

      * RECORRE LOS REGISTROS DEL PERIODO QUE SE REVISA
       2065-COMPARA-ACTUAL.
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2065-1-LEE-ACTUAL UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF.

       2065-1-LEE-ACTUAL.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO = WS-PERIODO
                       PERFORM 2065-2-LINEA-EMPLEADO
                   END-IF
           END-READ.

       2065-2-LINEA-EMPLEADO.
           ADD 1 TO WS-EMP-ACTUAL
           ADD RNOM-NETO TO WS-TOT-NETO-ACT
           MOVE RNOM-DEPARTAMENTO TO WS-DEP-CODIGO
           PERFORM 2068-UBICA-DEPTO
           ADD 1 TO TAB-DEP-CUANTOS-ACT(DP)
           ADD RNOM-NETO TO TAB-DEP-NETO-ACT(DP)
           MOVE SPACES TO WS-MARCAS
           MOVE ZEROES TO WS-VAR-PCT
           MOVE ZEROES TO WS-ANT-HALLADO
           PERFORM VARYING AN FROM 1 BY 1 UNTIL AN > WS-NUM-ANT
               IF TAB-ANT-ID(AN) = RNOM-ID
                   MOVE AN TO WS-ANT-HALLADO
               END-IF
           END-PERFORM
      * NUEVO: NO ESTABA EN EL PERIODO ANTERIOR
           IF WS-ANT-HALLADO = ZEROES
               IF WS-PERIODO-ANT NOT = SPACES
                   MOVE "NUEVO" TO WS-MARCAS(5:5)
                   ADD 1 TO WS-EXC-NUEVOS
               END-IF
           ELSE
               MOVE "S" TO TAB-ANT-VISTO(WS-ANT-HALLADO)
               PERFORM 2065-3-VARIACION-NETO
               PERFORM 2065-4-CAMBIO-CUENTA
           END-IF
      * CERO O NEGATIVO: EL NETO NO PUEDE QUEDAR EN CERO NI PASAR
      * DEL DEVENGADO (UN NETO NEGATIVO SE GRABA SIN SIGNO); LOS
      * INTERESES DE CESANTIAS PAGADOS VAN POR FUERA DEL DEVENGADO
           COMPUTE WS-DEVENGADO-ACT = RNOM-SALARIO + RNOM-EXTRAS
                 + RNOM-BONOS - RNOM-AUSENCIAS + RNOM-INT-CESANTIAS
           IF RNOM-NETO = ZEROES OR RNOM-NETO > WS-DEVENGADO-ACT
               MOVE "CERO" TO WS-MARCAS(11:4)
               ADD 1 TO WS-EXC-CERO
           END-IF
           IF WS-MARCAS NOT = SPACES
               ADD 1 TO WS-NUM-EXCEPCIONES
           END-IF
           MOVE SPACES TO REG-IMPRESOR
           MOVE RNOM-ID            TO REG-IMPRESOR(1:6)
           MOVE RNOM-NOMBRE(1:20)  TO REG-IMPRESOR(8:20)
           IF WS-ANT-HALLADO > ZEROES
               MOVE TAB-ANT-NETO(WS-ANT-HALLADO) TO WS-MASC-NETO
               MOVE WS-MASC-NETO   TO REG-IMPRESOR(29:14)
               MOVE WS-VAR-PCT     TO WS-MASC-PCT
               MOVE WS-MASC-PCT    TO REG-IMPRESOR(58:10)
           END-IF
           MOVE RNOM-NETO          TO WS-MASC-NETO
           MOVE WS-MASC-NETO       TO REG-IMPRESOR(44:14)
           MOVE WS-MARCAS          TO REG-IMPRESOR(69:22)
           WRITE REG-IMPRESOR.

       2065-3-VARIACION-NETO.
           COMPUTE WS-DIFERENCIA = RNOM-NETO
                 - TAB-ANT-NETO(WS-ANT-HALLADO)
           IF TAB-ANT-NETO(WS-ANT-HALLADO) > ZEROES
               COMPUTE WS-VAR-PCT ROUNDED = WS-DIFERENCIA * 100
                     / TAB-ANT-NETO(WS-ANT-HALLADO)
                   ON SIZE ERROR MOVE 99999.99 TO WS-VAR-PCT
               END-COMPUTE
           ELSE
               IF RNOM-NETO > ZEROES
                   MOVE 99999.99 TO WS-VAR-PCT
               END-IF
           END-IF
           IF WS-VAR-PCT > WS-PCT-VARIACION
              OR WS-VAR-PCT < ZEROES - WS-PCT-VARIACION
               MOVE "VAR" TO WS-MARCAS(1:3)
               ADD 1 TO WS-EXC-VARIACION
           END-IF.

      * CUENTA: LA CUENTA DE PAGO CAMBIO DESDE LA CORRIDA ANTERIOR
       2065-4-CAMBIO-CUENTA.
           MOVE WS-PERIODO TO WS-CTA-PERIODO
           MOVE RNOM-ID    TO WS-CTA-ID
           PERFORM 2066-BUSCA-CUENTA
           MOVE WS-CTA-CUENTA TO WS-CTA-ACTUAL
           MOVE WS-CTA-EXISTE TO WS-CTA-ACTUAL-EXISTE
           MOVE WS-PERIODO-ANT TO WS-CTA-PERIODO
           PERFORM 2066-BUSCA-CUENTA
           IF CTA-EXISTE AND WS-CTA-ACTUAL-EXISTE = "S"
              AND WS-CTA-CUENTA NOT = WS-CTA-ACTUAL
               MOVE "CUENTA" TO WS-MARCAS(16:6)
               ADD 1 TO WS-EXC-CUENTA
           END-IF.

       2066-BUSCA-CUENTA.
           MOVE "N" TO WS-CTA-EXISTE
           MOVE SPACES TO WS-CTA-CUENTA
           PERFORM VARYING CT FROM 1 BY 1 UNTIL CT > WS-NUM-CTAS
               IF TAB-CTA-PERIODO(CT) = WS-CTA-PERIODO
                  AND TAB-CTA-ID(CT) = WS-CTA-ID
                   MOVE "S" TO WS-CTA-EXISTE
                   MOVE TAB-CTA-CUENTA(CT) TO WS-CTA-CUENTA
               END-IF
           END-PERFORM.

      * FALTAN: ESTABAN EN EL PERIODO ANTERIOR Y NO EN ESTE
       2067-FALTANTES.
           PERFORM 2067-1-LINEA-FALTANTE
               VARYING AN FROM 1 BY 1 UNTIL AN > WS-NUM-ANT.

       2067-1-LINEA-FALTANTE.
           IF TAB-ANT-VISTO(AN) = "N"
               ADD 1 TO WS-EXC-FALTAN
               ADD 1 TO WS-NUM-EXCEPCIONES
               MOVE SPACES TO REG-IMPRESOR
               MOVE TAB-ANT-ID(AN)           TO REG-IMPRESOR(1:6)
               MOVE TAB-ANT-NOMBRE(AN)(1:20) TO REG-IMPRESOR(8:20)
               MOVE TAB-ANT-NETO(AN)         TO WS-MASC-NETO
               MOVE WS-MASC-NETO             TO REG-IMPRESOR(29:14)
               MOVE "FALTA"                  TO REG-IMPRESOR(69:5)
               WRITE REG-IMPRESOR
           END-IF.

       2068-UBICA-DEPTO.
           MOVE "0" TO SW-DEP-HALLADO
           PERFORM VARYING DP FROM 1 BY 1
                   UNTIL DP > WS-NUM-DEPTOS OR SW-DEP-HALLADO = "1"
               IF TAB-DEP-CODIGO(DP) = WS-DEP-CODIGO
                   MOVE "1" TO SW-DEP-HALLADO
               END-IF
           END-PERFORM
           IF SW-DEP-HALLADO = "1"
               SUBTRACT 1 FROM DP
           ELSE
               IF WS-NUM-DEPTOS < 20
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-NUM-DEPTOS TO DP
                   MOVE WS-DEP-CODIGO TO TAB-DEP-CODIGO(DP)
                   MOVE ZEROES TO TAB-DEP-CUANTOS-ANT(DP)
                                  TAB-DEP-NETO-ANT(DP)
                                  TAB-DEP-CUANTOS-ACT(DP)
                                  TAB-DEP-NETO-ACT(DP)
               ELSE
                   MOVE WS-NUM-DEPTOS TO DP
               END-IF
           END-IF.

       2069-TOTALES-DEPTO.
           MOVE ALL "-" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "TOTALES POR DEPARTAMENTO" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES          TO REG-IMPRESOR
           MOVE "DEPTO"         TO REG-IMPRESOR(1:5)
           MOVE "EMPL"          TO REG-IMPRESOR(9:4)
           MOVE "NETO ANTERIOR" TO REG-IMPRESOR(18:13)
           MOVE "EMPL"          TO REG-IMPRESOR(33:4)
           MOVE "NETO ACTUAL"   TO REG-IMPRESOR(45:11)
           MOVE "VAR %"         TO REG-IMPRESOR(63:5)
           WRITE REG-IMPRESOR
           PERFORM 2069-1-LINEA-DEPTO
               VARYING DP FROM 1 BY 1 UNTIL DP > WS-NUM-DEPTOS
           MOVE SPACES TO REG-IMPRESOR
           MOVE "TOTAL"              TO REG-IMPRESOR(1:5)
           MOVE WS-TOT-NETO-ANT      TO WS-MASC-NETO
           MOVE WS-MASC-NETO         TO REG-IMPRESOR(17:14)
           MOVE WS-TOT-NETO-ACT      TO WS-MASC-NETO
           MOVE WS-MASC-NETO         TO REG-IMPRESOR(42:14)
           WRITE REG-IMPRESOR.

       2069-1-LINEA-DEPTO.
           MOVE SPACES TO REG-IMPRESOR
           MOVE TAB-DEP-CODIGO(DP)      TO REG-IMPRESOR(1:3)
           MOVE TAB-DEP-CUANTOS-ANT(DP) TO REG-IMPRESOR(9:4)
           MOVE TAB-DEP-NETO-ANT(DP)    TO WS-MASC-NETO
           MOVE WS-MASC-NETO            TO REG-IMPRESOR(17:14)
           MOVE TAB-DEP-CUANTOS-ACT(DP) TO REG-IMPRESOR(33:4)
           MOVE TAB-DEP-NETO-ACT(DP)    TO WS-MASC-NETO
           MOVE WS-MASC-NETO            TO REG-IMPRESOR(42:14)
           IF TAB-DEP-NETO-ANT(DP) > ZEROES
               COMPUTE WS-VAR-PCT ROUNDED =
                       ( TAB-DEP-NETO-ACT(DP) - TAB-DEP-NETO-ANT(DP) )
                       * 100 / TAB-DEP-NETO-ANT(DP)
                   ON SIZE ERROR MOVE 99999.99 TO WS-VAR-PCT
               END-COMPUTE
               MOVE WS-VAR-PCT          TO WS-MASC-PCT
               MOVE WS-MASC-PCT         TO REG-IMPRESOR(58:10)
           END-IF
           WRITE REG-IMPRESOR.

       2069-2-RESUMEN.
           MOVE ALL "-" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "EMPLEADOS EN EL PERIODO: " WS-EMP-ACTUAL
                  "   EN EL ANTERIOR: " WS-NUM-ANT
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "VAR    CAMBIO DEL NETO SOBRE EL PORCENTAJE: "
                  WS-EXC-VARIACION
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "NUEVO  NO ESTABA EN EL PERIODO ANTERIOR:     "
                  WS-EXC-NUEVOS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "FALTA  NO ESTA EN ESTE PERIODO:              "
                  WS-EXC-FALTAN
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "CERO   NETO EN CERO O NEGATIVO:              "
                  WS-EXC-CERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "CUENTA CAMBIO DE CUENTA BANCARIA:            "
                  WS-EXC-CUENTA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "EMPLEADOS CON EXCEPCIONES:                   "
                  WS-NUM-EXCEPCIONES
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR.

      *----------------------------------------------------------------*
      * ROL DEL OPERADOR SEGUN EL MAESTRO DE USUARIOS DEL TALLER
      *----------------------------------------------------------------*
       2070-BUSCAR-ROL.
           MOVE SPACE TO WS-ROL
           MOVE "0" TO FIN-USUARIOS
           OPEN INPUT USUARIOS-ARCHIVO
           IF VAR-ESTADO-USU = "00"
               PERFORM 2071-LEE-USUARIO UNTIL FIN-USUARIOS = "1"
               CLOSE USUARIOS-ARCHIVO
           ELSE
               MOVE "*" TO WS-ROL
      * EL SELECT ES OPTIONAL: UN '05' DEJA EL ARCHIVO ABIERTO COMO
      * VACIO Y HAY QUE CERRARLO
               IF VAR-ESTADO-USU = "05"
                   CLOSE USUARIOS-ARCHIVO
               END-IF
           END-IF.

       2071-LEE-USUARIO.
           READ USUARIOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-USUARIOS
               NOT AT END
                   IF RUSU-NOMBRE = WS-USUARIO
                       MOVE RUSU-ROL TO WS-ROL
                       MOVE "1" TO FIN-USUARIOS
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * DEJA EL INTENTO DENEGADO EN EL LOG DE SESIONES (EVENTO 'D')
      *----------------------------------------------------------------*
       2080-LOG-DENEGADO.
           ACCEPT WS-HORA-HOY FROM TIME
           MOVE SPACES TO REG-LOGSESION
           MOVE WS-USUARIO TO RLOG-NOMBRE
           MOVE WS-FECHA-ACT(7:2) TO RLOG-FECHA(1:2)
           MOVE "/"               TO RLOG-FECHA(3:1)
           MOVE WS-FECHA-ACT(5:2) TO RLOG-FECHA(4:2)
           MOVE "/"               TO RLOG-FECHA(6:1)
           MOVE WS-FECHA-ACT(1:4) TO RLOG-FECHA(7:4)
           MOVE WS-HORA-HOY(1:2)  TO RLOG-HORA(1:2)
           MOVE ":"               TO RLOG-HORA(3:1)
           MOVE WS-HORA-HOY(3:2)  TO RLOG-HORA(4:2)
           MOVE ":"               TO RLOG-HORA(6:1)
           MOVE WS-HORA-HOY(5:2)  TO RLOG-HORA(7:2)
           MOVE "D" TO RLOG-EVENTO
           OPEN EXTEND LOGSESION-ARCHIVO
           IF VAR-ESTADO-LOG = "00" OR VAR-ESTADO-LOG = "05"
               WRITE REG-LOGSESION
               CLOSE LOGSESION-ARCHIVO
           END-IF.

      *----------------------------------------------------------------*
      * FIRMA DE LAS EXCEPCIONES: EL SUPERVISOR REVISA EL REPORTE DE
      * VARIACIONES (SE SACA DE NUEVO, CON LOS DATOS DE HOY) Y LO
      * FIRMA; SIN ESA FIRMA EL PAGO NO SE LIBERA
      *----------------------------------------------------------------*
       2090-FIRMAR-EXCEPCIONES.
           IF NOT ROL-SUPERVISA
               DISPLAY "Opcion reservada al supervisor"
               PERFORM 2080-LOG-DENEGADO
           ELSE
               PERFORM 2001-PEDIR-PERIODO
               IF PAGO-RETENIDO
                   PERFORM 2061-GENERA-VARIACION
                   DISPLAY "Reporte en ../GENERADOS/VARIACION-RPT.data"
                   DISPLAY "Excepciones marcadas: " WS-NUM-EXCEPCIONES
                   DISPLAY "Firma las excepciones del reporte? S/N: "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       MOVE "F" TO WS-ESTADO-PAGO
                       PERFORM 2051-GRABAR-CONTROL
                       DISPLAY "Excepciones firmadas por " WS-USUARIO
                               "; el pago ya se puede liberar"
                   END-IF
               END-IF
           END-IF.

       3000-FINAL.
           STOP RUN.
           END PROGRAM PAGOCTL.
