      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Consignacion anual de cesantias: toma el saldo de cesantias e
      * intereses que PROVISIO causo en PROVBAL.data durante el ano
      * cerrado (descontando lo ya causado de meses del ano siguiente)
      * y lo agrupa por el fondo de cesantias de cada empleado.
      * Deja el archivo plano de consignacion por fondo, una novedad
      * 'C' con los intereses para la nomina en que se le pagan al
      * empleado, descuenta lo consignado y lo pagado de PROVBAL,
      * asienta en el libro mayor lo que se debe a cada fondo e
      * imprime el reporte de control por fondo para el contador.
      * Un empleado activo con saldo y sin fondo valido detiene la
      * consignacion hasta que se le asigne en INDEXADOS; los
      * retirados se liquidan en LIQFINAL y aqui solo se listan. Cada
      * ano consignado queda en CESANTIA.data y no se repite. Antes
      * todo esto se sacaba a mano cada febrero.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 CESANTIA.
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
      * CATALOGO DE FONDOS DE CESANTIAS (LO MANTIENE FONDOS)
       SELECT OPTIONAL FONDOS-ARCHIVO
       ASSIGN TO "../GENERADOS/FONDOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-FON.
      * SALDOS DE PRESTACIONES PROVISIONADAS (LOS CAUSA PROVISIO)
       SELECT OPTIONAL PROVBAL-ARCHIVO
       ASSIGN TO "../GENERADOS/PROVBAL.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PRO.
      * PERIODOS YA PROVISIONADOS POR PROVISIO
       SELECT OPTIONAL PROVPER-ARCHIVO
       ASSIGN TO "../GENERADOS/PROVPER.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PER.
      * NOMINAS CORRIDAS: LAS DEL ANO SIGUIENTE YA PROVISIONADAS SE
      * DESCUENTAN DEL SALDO, Y LA NOMINA DEL PAGO NO DEBE EXISTIR
       SELECT OPTIONAL NOMINA-ARCHIVO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOM.
      * NOVEDADES DE NOMINA: AQUI ENTRAN LOS INTERESES A PAGAR
       SELECT OPTIONAL NOVEDADES-ARCHIVO
       ASSIGN TO "../GENERADOS/NOVEDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NOV.
      * ANOS YA CONSIGNADOS, UNA LINEA POR CONSIGNACION
       SELECT OPTIONAL CESCTL-ARCHIVO
       ASSIGN TO "../GENERADOS/CESANTIA.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-CTL.
      * ARCHIVO PLANO DE CONSIGNACION PARA LOS FONDOS
       SELECT CONSIGNA-ARCHIVO
       ASSIGN TO "../GENERADOS/CONSIGNACION-CES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-CON.
      * REPORTE DE CONTROL POR FONDO PARA EL CONTADOR
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/CESANTIA-RPT.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD FONDOS-ARCHIVO.
       COPY '../COPYS/FONDOS.cpy'.

       FD PROVBAL-ARCHIVO.
       COPY '../COPYS/PROVBAL.cpy'.

       FD PROVPER-ARCHIVO.
       01  REG-PROVPER.
           05 RPER-PERIODO            PIC X(06).

       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD NOVEDADES-ARCHIVO.
       COPY '../COPYS/NOVEDAD.cpy'.

       FD CESCTL-ARCHIVO.
       01  REG-CESCTL.
           05 RCES-ANO                PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RCES-FECHA              PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RCES-USUARIO            PIC X(10).
           05 FILLER                  PIC X VALUE SPACE.
           05 RCES-PERIODO-PAGO       PIC X(06).
           05 FILLER                  PIC X VALUE SPACE.
           05 RCES-EMPLEADOS          PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RCES-CESANTIAS          PIC 9(13)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RCES-INTERESES          PIC 9(13)V99.

      * CONSIGNACION DE ANCHO FIJO, SIN SEPARADORES: TIPO '01' ES EL
      * ENCABEZADO DE CADA FONDO Y TIPO '02' LA LINEA DEL AFILIADO,
      * CON LA CESANTIA A CONSIGNAR Y LOS INTERESES QUE SE LE PAGAN
      * DIRECTAMENTE (INFORMATIVOS PARA EL FONDO)
       FD CONSIGNA-ARCHIVO.
       01  REG-CONSIGNA.
           05 RCON-TIPO-REG           PIC X(02).
           05 RCON-FONDO              PIC 9(03).
           05 RCON-SECUENCIA          PIC 9(05).
           05 RCON-TIPO-DOC           PIC X(02).
           05 RCON-ID                 PIC 9(06).
           05 RCON-NOMBRE             PIC X(25).
           05 RCON-APELLIDOS          PIC X(35).
           05 RCON-ANO                PIC 9(04).
           05 RCON-CESANTIAS          PIC 9(11)V99.
           05 RCON-INTERESES          PIC 9(11)V99.
       01  REG-CONSIGNA-ENCABEZADO.
           05 RCOE-TIPO-REG           PIC X(02).
           05 RCOE-FONDO              PIC 9(03).
           05 RCOE-NIT                PIC X(12).
           05 RCOE-NOMBRE             PIC X(30).
           05 RCOE-ANO                PIC 9(04).
           05 RCOE-FECHA              PIC 9(08).
           05 RCOE-AFILIADOS          PIC 9(05).
           05 RCOE-TOTAL              PIC 9(13)V99.
           05 FILLER                  PIC X(29).

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR               PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-USUARIO             PIC X(10) VALUE SPACES.
       77  WS-CONFIRMA            PIC X(1) VALUE SPACE.
       77  WS-ID                  PIC 9(6) VALUE ZERO.
       01  VAR-ESTADO             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-FON         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PRO         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PER         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOM         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-NOV         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-CTL         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-CON         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP         PIC X(02) VALUE SPACES.
       01  FIN-FONDOS             PIC X VALUE "0".
       01  FIN-PROVBAL            PIC X VALUE "0".
       01  FIN-PROVPER            PIC X VALUE "0".
       01  FIN-NOMINA             PIC X VALUE "0".
       01  FIN-CESCTL             PIC X VALUE "0".
       01  WS-PROCEDE             PIC X VALUE "N".
           88 PROCEDE             VALUE "S".
       01  WS-APLICADA            PIC X VALUE "N".
           88 CONSIGNACION-APLICADA VALUE "S".

      * ANO QUE SE CONSIGNA Y NOMINA EN QUE SE PAGAN LOS INTERESES
       01  WS-ANO                 PIC 9(4) VALUE ZEROES.
       01  WS-PERIODO-CIERRE      PIC X(06) VALUE SPACES.
       01  WS-PERIODO-PAGO        PIC X(06) VALUE SPACES.
       01  WS-CIERRE-PROVISIONADO PIC X VALUE "N".
       01  WS-ANO-CONSIGNADO      PIC X VALUE "N".
       01  WS-PAGO-CORRIDO        PIC X VALUE "N".

      * PERIODOS DEL ANO SIGUIENTE QUE PROVISIO YA CAUSO
       01  WS-NUM-POSTERIORES     PIC 9(02) VALUE ZEROES.
       01  TABLA-POSTERIORES.
           05 TAB-POS-PERIODO     PIC X(06) OCCURS 36 TIMES.
       01  PS                     PIC 9(02) VALUE ZEROES.
       01  SW-POSTERIOR           PIC X VALUE "0".

      * SALDOS DE PROVISIONES EN MEMORIA (SE REESCRIBE EL ARCHIVO),
      * CON LO CAUSADO DESPUES DEL CIERRE QUE NO SE CONSIGNA
       01  WS-NUM-SALDOS          PIC 9(03) VALUE ZEROES.
       01  TABLA-SALDOS.
           05 TAB-SAL OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-SALDOS.
              10 TAB-SAL-ID        PIC 9(6).
              10 TAB-SAL-PRIMA     PIC 9(11)V99.
              10 TAB-SAL-CESANTIAS PIC 9(11)V99.
              10 TAB-SAL-INTERESES PIC 9(11)V99.
              10 TAB-SAL-POS-CES   PIC 9(11)V99.
              10 TAB-SAL-POS-INT   PIC 9(11)V99.
       01  SL                     PIC 9(03) VALUE ZEROES.
       01  SW-SAL-HALLADO         PIC X VALUE "0".

      * CAUSACION DE UN MES POSTERIOR, CON LA FORMULA DE PROVISIO
       01  WS-DEVENGADO           PIC 9(9)V99 VALUE ZEROES.
       01  WS-CESANTIA-MES        PIC 9(9)V99 VALUE ZEROES.
       01  WS-INTERES-MES         PIC 9(9)V99 VALUE ZEROES.
       01  WS-TASA-INTERES        PIC 9V99 VALUE 0.12.

      * CATALOGO DE FONDOS CON LOS TOTALES DE LA CONSIGNACION
       01  WS-NUM-FONDOS          PIC 9(02) VALUE ZEROES.
       01  TABLA-FONDOS.
           05 TAB-FON OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-NUM-FONDOS.
              10 TAB-FON-CODIGO    PIC 9(3).
              10 TAB-FON-NOMBRE    PIC X(30).
              10 TAB-FON-NIT       PIC X(12).
              10 TAB-FON-AFILIADOS PIC 9(05).
              10 TAB-FON-CESANTIAS PIC 9(13)V99.
              10 TAB-FON-INTERESES PIC 9(13)V99.
       01  FN                     PIC 9(02) VALUE ZEROES.
       01  SW-FON-HALLADO         PIC X VALUE "0".

      * UNA LINEA POR EMPLEADO CON SALDO: CONSIGNABLE (MOTIVO EN
      * BLANCO) O EXCEPCION CON SU MOTIVO. SE ORDENA POR FONDO
       01  WS-NUM-LINEAS          PIC 9(03) VALUE ZEROES.
       01  TABLA-LINEAS.
           05 TAB-LIN OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-LINEAS.
              10 TAB-LIN-FONDO     PIC 9(3).
              10 TAB-LIN-ID        PIC 9(6).
              10 TAB-LIN-NOMBRE    PIC X(25).
              10 TAB-LIN-APELLIDOS PIC X(35).
              10 TAB-LIN-CESANTIAS PIC 9(11)V99.
              10 TAB-LIN-INTERESES PIC 9(11)V99.
              10 TAB-LIN-SALDO     PIC 9(03).
              10 TAB-LIN-MOTIVO    PIC X(30).
       01  LN                     PIC 9(03) VALUE ZEROES.
       01  LN2                    PIC 9(03) VALUE ZEROES.
       01  WS-TEMP-LINEA          PIC X(128) VALUE SPACES.
       01  WS-CES-EMP             PIC 9(11)V99 VALUE ZEROES.
       01  WS-INT-EMP             PIC 9(11)V99 VALUE ZEROES.
       01  WS-FONDO-ANT           PIC 9(3) VALUE ZEROES.
       01  WS-SECUENCIA           PIC 9(05) VALUE ZEROES.

      * TOTALES DE LA CORRIDA
       01  WS-TOT-EMPLEADOS       PIC 9(05) VALUE ZEROES.
       01  WS-TOT-CESANTIAS       PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOT-INTERESES       PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOT-BLOQUEAN        PIC 9(05) VALUE ZEROES.
       01  WS-TOT-RETIRADOS       PIC 9(05) VALUE ZEROES.
       01  WS-TOT-NOVEDADES       PIC 9(05) VALUE ZEROES.

      * SPOOL CENTRAL Y PUENTE AL LIBRO MAYOR
       01  RUT-NO8CSPOL           PIC X(08) VALUE 'NO8CSPOL'.
       COPY '../SEMILLERO/COPYS/NOCOSPOL.CPY'.
       01  RUT-NO9CCONT           PIC X(08) VALUE 'NO9CCONT'.
       COPY '../SEMILLERO/COPYS/NOCOCONT.CPY'.

       01  WS-MASCARA             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MASCARA-2           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
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
           DISPLAY "Ano cerrado a consignar (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANO
           DISPLAY "Nomina en que se pagan los intereses (AAAAMM): "
                   WITH NO ADVANCING
           ACCEPT WS-PERIODO-PAGO
           PERFORM 2001-VALIDAR
           IF PROCEDE
               PERFORM 2010-CARGAR-FONDOS
               PERFORM 2011-CARGAR-SALDOS
               PERFORM 2013-DESCONTAR-POSTERIORES
               IF WS-PAGO-CORRIDO = "S"
                   DISPLAY "La nomina " WS-PERIODO-PAGO
                           " ya se corrio; escoja una nomina posterior"
               ELSE
                   PERFORM 2020-CLASIFICAR
                       VARYING SL FROM 1 BY 1
                       UNTIL SL > WS-NUM-SALDOS
                   PERFORM 2025-ORDENAR-LINEAS
                   PERFORM 2030-MOSTRAR-RESUMEN
                   PERFORM 2031-DECIDIR
                   PERFORM 2050-REPORTE
               END-IF
           END-IF
           PERFORM 3000-FINAL.

       2000-FECHAS.
           ACCEPT WS-FECHA-ACT          FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACT(7:2)       TO WS-DIA-SIS
           MOVE WS-FECHA-ACT(5:2)       TO WS-MES-SIS
           MOVE WS-FECHA-ACT(1:4)       TO WS-ANO-SIS.

      *----------------------------------------------------------------*
      * EL ANO DEBE ESTAR PROVISIONADO HASTA DICIEMBRE Y NO HABERSE
      * CONSIGNADO ANTES; LOS INTERESES SE PAGAN EN UNA NOMINA
      * POSTERIOR AL CIERRE
      *----------------------------------------------------------------*
       2001-VALIDAR.
           MOVE "N" TO WS-PROCEDE
           STRING WS-ANO "12" DELIMITED BY SIZE INTO WS-PERIODO-CIERRE
           IF WS-ANO < 2000
               DISPLAY "Ano invalido"
           ELSE
             IF WS-PERIODO-PAGO NOT NUMERIC
                OR WS-PERIODO-PAGO(5:2) < "01"
                OR WS-PERIODO-PAGO(5:2) > "12"
                OR WS-PERIODO-PAGO NOT > WS-PERIODO-CIERRE
               DISPLAY "La nomina del pago debe ser un periodo "
                       "AAAAMM posterior a " WS-PERIODO-CIERRE
             ELSE
               PERFORM 2002-BUSCAR-CONSIGNACION
               PERFORM 2003-CARGAR-PERIODOS
               IF WS-ANO-CONSIGNADO = "S"
                   DISPLAY "El ano " WS-ANO " ya fue consignado"
               ELSE
                   IF WS-CIERRE-PROVISIONADO = "N"
                       DISPLAY "PROVISIO no ha causado el periodo "
                               WS-PERIODO-CIERRE
                   ELSE
                       MOVE "S" TO WS-PROCEDE
                   END-IF
               END-IF
             END-IF
           END-IF.

       2002-BUSCAR-CONSIGNACION.
           MOVE "N" TO WS-ANO-CONSIGNADO
           MOVE "0" TO FIN-CESCTL
           OPEN INPUT CESCTL-ARCHIVO
           IF VAR-ESTADO-CTL = "00" OR VAR-ESTADO-CTL = "05"
               PERFORM 2002-1-LEE-CESCTL
                   UNTIL FIN-CESCTL = "1" OR WS-ANO-CONSIGNADO = "S"
               CLOSE CESCTL-ARCHIVO
           END-IF.

       2002-1-LEE-CESCTL.
           READ CESCTL-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-CESCTL
               NOT AT END
                   IF RCES-ANO = WS-ANO
                       MOVE "S" TO WS-ANO-CONSIGNADO
                   END-IF
           END-READ.

      * DE PROVPER SALEN EL CIERRE (AAAA12) Y LOS MESES POSTERIORES
      * YA CAUSADOS, QUE NO PERTENECEN AL ANO QUE SE CONSIGNA
       2003-CARGAR-PERIODOS.
           MOVE "N" TO WS-CIERRE-PROVISIONADO
           MOVE ZEROES TO WS-NUM-POSTERIORES
           MOVE "0" TO FIN-PROVPER
           OPEN INPUT PROVPER-ARCHIVO
           IF VAR-ESTADO-PER = "00" OR VAR-ESTADO-PER = "05"
               PERFORM 2003-1-LEE-PERIODO UNTIL FIN-PROVPER = "1"
               CLOSE PROVPER-ARCHIVO
           END-IF.

       2003-1-LEE-PERIODO.
           READ PROVPER-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PROVPER
               NOT AT END
                   IF RPER-PERIODO = WS-PERIODO-CIERRE
                       MOVE "S" TO WS-CIERRE-PROVISIONADO
                   END-IF
                   IF RPER-PERIODO > WS-PERIODO-CIERRE
                      AND WS-NUM-POSTERIORES < 36
                       ADD 1 TO WS-NUM-POSTERIORES
                       MOVE RPER-PERIODO
                         TO TAB-POS-PERIODO(WS-NUM-POSTERIORES)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CATALOGO DE FONDOS Y SALDOS PROVISIONADOS A MEMORIA
      *----------------------------------------------------------------*
       2010-CARGAR-FONDOS.
           MOVE ZEROES TO WS-NUM-FONDOS
           MOVE "0" TO FIN-FONDOS
           OPEN INPUT FONDOS-ARCHIVO
           IF VAR-ESTADO-FON = "00" OR VAR-ESTADO-FON = "05"
               PERFORM 2010-1-LEE-FONDO UNTIL FIN-FONDOS = "1"
               CLOSE FONDOS-ARCHIVO
           END-IF.

       2010-1-LEE-FONDO.
           READ FONDOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-FONDOS
               NOT AT END
                   IF WS-NUM-FONDOS < 50
                       ADD 1 TO WS-NUM-FONDOS
                       MOVE FONDO-CODIGO
                         TO TAB-FON-CODIGO(WS-NUM-FONDOS)
                       MOVE FONDO-NOMBRE
                         TO TAB-FON-NOMBRE(WS-NUM-FONDOS)
                       MOVE FONDO-NIT
                         TO TAB-FON-NIT(WS-NUM-FONDOS)
                       MOVE ZEROES
                         TO TAB-FON-AFILIADOS(WS-NUM-FONDOS)
                            TAB-FON-CESANTIAS(WS-NUM-FONDOS)
                            TAB-FON-INTERESES(WS-NUM-FONDOS)
                   END-IF
           END-READ.

       2011-CARGAR-SALDOS.
           MOVE ZEROES TO WS-NUM-SALDOS
           MOVE "0" TO FIN-PROVBAL
           OPEN INPUT PROVBAL-ARCHIVO
           IF VAR-ESTADO-PRO = "00" OR VAR-ESTADO-PRO = "05"
               PERFORM 2011-1-LEE-SALDO UNTIL FIN-PROVBAL = "1"
               CLOSE PROVBAL-ARCHIVO
           END-IF.

       2011-1-LEE-SALDO.
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
                       MOVE ZEROES
                         TO TAB-SAL-POS-CES(WS-NUM-SALDOS)
                            TAB-SAL-POS-INT(WS-NUM-SALDOS)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LO QUE PROVISIO YA CAUSO DE MESES POSTERIORES AL CIERRE SE
      * RECALCULA DESDE NOMINA CON SU MISMA FORMULA Y SE APARTA DEL
      * SALDO; DE PASO SE VERIFICA QUE LA NOMINA DEL PAGO NO EXISTA
      *----------------------------------------------------------------*
       2013-DESCONTAR-POSTERIORES.
           MOVE "N" TO WS-PAGO-CORRIDO
           MOVE "0" TO FIN-NOMINA
           OPEN INPUT NOMINA-ARCHIVO
           IF VAR-ESTADO-NOM = "00" OR VAR-ESTADO-NOM = "05"
               PERFORM 2013-1-LEE-NOMINA UNTIL FIN-NOMINA = "1"
               CLOSE NOMINA-ARCHIVO
           END-IF.

       2013-1-LEE-NOMINA.
           READ NOMINA-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-NOMINA
               NOT AT END
                   IF RNOM-PERIODO = WS-PERIODO-PAGO
                       MOVE "S" TO WS-PAGO-CORRIDO
                   END-IF
                   IF RNOM-PERIODO > WS-PERIODO-CIERRE
                       PERFORM 2013-2-ES-POSTERIOR
                       IF SW-POSTERIOR = "1"
                           PERFORM 2014-APARTA-MES
                       END-IF
                   END-IF
           END-READ.

       2013-2-ES-POSTERIOR.
           MOVE "0" TO SW-POSTERIOR
           PERFORM VARYING PS FROM 1 BY 1
                   UNTIL PS > WS-NUM-POSTERIORES OR SW-POSTERIOR = "1"
               IF TAB-POS-PERIODO(PS) = RNOM-PERIODO
                   MOVE "1" TO SW-POSTERIOR
               END-IF
           END-PERFORM.

       2014-APARTA-MES.
           COMPUTE WS-DEVENGADO = RNOM-SALARIO + RNOM-EXTRAS
                 + RNOM-BONOS - RNOM-AUSENCIAS
               ON SIZE ERROR MOVE ZEROES TO WS-DEVENGADO
           END-COMPUTE
           COMPUTE WS-CESANTIA-MES ROUNDED = WS-DEVENGADO / 12
           COMPUTE WS-INTERES-MES ROUNDED =
                   WS-CESANTIA-MES * WS-TASA-INTERES
           MOVE RNOM-ID TO WS-ID
           PERFORM 2015-UBICA-SALDO
           IF SW-SAL-HALLADO = "1"
               ADD WS-CESANTIA-MES TO TAB-SAL-POS-CES(SL)
               ADD WS-INTERES-MES  TO TAB-SAL-POS-INT(SL)
           END-IF.

       2015-UBICA-SALDO.
           MOVE "0" TO SW-SAL-HALLADO
           PERFORM VARYING SL FROM 1 BY 1
                   UNTIL SL > WS-NUM-SALDOS OR SW-SAL-HALLADO = "1"
               IF TAB-SAL-ID(SL) = WS-ID
                   MOVE "1" TO SW-SAL-HALLADO
               END-IF
           END-PERFORM
           IF SW-SAL-HALLADO = "1"
               SUBTRACT 1 FROM SL
           END-IF.

      *----------------------------------------------------------------*
      * CADA SALDO CON CESANTIAS O INTERESES DEL ANO CERRADO QUEDA
      * COMO LINEA: CONSIGNABLE SI EL EMPLEADO ESTA ACTIVO Y TIENE UN
      * FONDO DEL CATALOGO; SI NO, COMO EXCEPCION CON SU MOTIVO
      *----------------------------------------------------------------*
       2020-CLASIFICAR.
           MOVE ZEROES TO WS-CES-EMP WS-INT-EMP
           IF TAB-SAL-CESANTIAS(SL) > TAB-SAL-POS-CES(SL)
               COMPUTE WS-CES-EMP = TAB-SAL-CESANTIAS(SL)
                     - TAB-SAL-POS-CES(SL)
           END-IF
           IF TAB-SAL-INTERESES(SL) > TAB-SAL-POS-INT(SL)
               COMPUTE WS-INT-EMP = TAB-SAL-INTERESES(SL)
                     - TAB-SAL-POS-INT(SL)
           END-IF
           IF (WS-CES-EMP > ZEROES OR WS-INT-EMP > ZEROES)
              AND WS-NUM-LINEAS < 500
               ADD 1 TO WS-NUM-LINEAS
               MOVE WS-NUM-LINEAS TO LN
               MOVE TAB-SAL-ID(SL) TO TAB-LIN-ID(LN)
               MOVE WS-CES-EMP     TO TAB-LIN-CESANTIAS(LN)
               MOVE WS-INT-EMP     TO TAB-LIN-INTERESES(LN)
               MOVE SL             TO TAB-LIN-SALDO(LN)
               MOVE SPACES         TO TAB-LIN-MOTIVO(LN)
               PERFORM 2021-DATOS-EMPLEADO
           END-IF.

       2021-DATOS-EMPLEADO.
           MOVE ZEROES TO TAB-LIN-FONDO(LN)
           MOVE SPACES TO TAB-LIN-NOMBRE(LN) TAB-LIN-APELLIDOS(LN)
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "
                       VAR-ESTADO
               PERFORM 3000-FINAL.
           MOVE TAB-LIN-ID(LN) TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADOS-ID
               INVALID KEY
                   MOVE "NO ESTA EN EL MAESTRO" TO TAB-LIN-MOTIVO(LN)
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE    TO TAB-LIN-NOMBRE(LN)
                   MOVE EMPLEADOS-APELLIDOS TO TAB-LIN-APELLIDOS(LN)
                   MOVE EMPLEADOS-FONDO-CESANTIAS
                     TO TAB-LIN-FONDO(LN)
                   IF EMPLEADOS-ESTADO = "R"
                       MOVE "RETIRADO, VA POR LIQFINAL"
                         TO TAB-LIN-MOTIVO(LN)
                   ELSE
                       PERFORM 2022-UBICA-FONDO
                       IF SW-FON-HALLADO = "0"
                           MOVE "SIN FONDO DE CESANTIAS VALIDO"
                             TO TAB-LIN-MOTIVO(LN)
                       END-IF
                   END-IF
           END-READ
           CLOSE EMPLEADOS-ARCHIVO
      * EL RETIRADO NO DETIENE LA CONSIGNACION; LOS DEMAS MOTIVOS SI
           EVALUATE TRUE
               WHEN TAB-LIN-MOTIVO(LN) = SPACES
                   ADD 1 TO WS-TOT-EMPLEADOS
                   ADD TAB-LIN-CESANTIAS(LN) TO WS-TOT-CESANTIAS
                   ADD TAB-LIN-INTERESES(LN) TO WS-TOT-INTERESES
                   ADD 1 TO TAB-FON-AFILIADOS(FN)
                   ADD TAB-LIN-CESANTIAS(LN) TO TAB-FON-CESANTIAS(FN)
                   ADD TAB-LIN-INTERESES(LN) TO TAB-FON-INTERESES(FN)
               WHEN TAB-LIN-MOTIVO(LN)(1:8) = "RETIRADO"
                   ADD 1 TO WS-TOT-RETIRADOS
               WHEN OTHER
                   ADD 1 TO WS-TOT-BLOQUEAN
           END-EVALUATE.

       2022-UBICA-FONDO.
           MOVE "0" TO SW-FON-HALLADO
           PERFORM VARYING FN FROM 1 BY 1
                   UNTIL FN > WS-NUM-FONDOS OR SW-FON-HALLADO = "1"
               IF TAB-FON-CODIGO(FN) = TAB-LIN-FONDO(LN)
                   MOVE "1" TO SW-FON-HALLADO
               END-IF
           END-PERFORM
           IF SW-FON-HALLADO = "1"
               SUBTRACT 1 FROM FN
           END-IF.

      *----------------------------------------------------------------*
      * LAS LINEAS QUEDAN POR FONDO Y DENTRO DEL FONDO POR ID
      *----------------------------------------------------------------*
       2025-ORDENAR-LINEAS.
           PERFORM VARYING LN FROM 1 BY 1 UNTIL LN >= WS-NUM-LINEAS
               PERFORM VARYING LN2 FROM 1 BY 1
                       UNTIL LN2 > WS-NUM-LINEAS - LN
                   IF TAB-LIN-FONDO(LN2) > TAB-LIN-FONDO(LN2 + 1)
                      OR (TAB-LIN-FONDO(LN2) = TAB-LIN-FONDO(LN2 + 1)
                      AND TAB-LIN-ID(LN2) > TAB-LIN-ID(LN2 + 1))
                       MOVE TAB-LIN(LN2)     TO WS-TEMP-LINEA
                       MOVE TAB-LIN(LN2 + 1) TO TAB-LIN(LN2)
                       MOVE WS-TEMP-LINEA    TO TAB-LIN(LN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       2030-MOSTRAR-RESUMEN.
           DISPLAY " "
           DISPLAY "CONSIGNACION DE CESANTIAS DEL ANO " WS-ANO
           DISPLAY "EMPLEADOS A CONSIGNAR: " WS-TOT-EMPLEADOS
           MOVE WS-TOT-CESANTIAS TO WS-MASCARA
           DISPLAY "CESANTIAS A CONSIGNAR: " WS-MASCARA
           MOVE WS-TOT-INTERESES TO WS-MASCARA
           DISPLAY "INTERESES A PAGAR:     " WS-MASCARA
           DISPLAY "RETIRADOS (LIQFINAL):  " WS-TOT-RETIRADOS
           DISPLAY "EXCEPCIONES QUE FRENAN:" WS-TOT-BLOQUEAN.

      *----------------------------------------------------------------*
      * CON EXCEPCIONES QUE FRENAN SOLO SALE EL REPORTE PRELIMINAR;
      * SIN ELLAS, SE APLICA SI EL OPERADOR LO CONFIRMA
      *----------------------------------------------------------------*
       2031-DECIDIR.
           MOVE "N" TO WS-APLICADA
           IF WS-TOT-BLOQUEAN > ZEROES
               DISPLAY "Hay empleados sin fondo de cesantias valido: "
                       "asignelo en INDEXADOS y vuelva a correr"
           ELSE
               IF WS-TOT-EMPLEADOS = ZEROES
                   DISPLAY "No hay saldos que consignar"
               ELSE
                   DISPLAY "Confirma la consignacion? S/N: "
                           WITH NO ADVANCING
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM 2040-APLICAR
                   ELSE
                       DISPLAY "Consignacion cancelada"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APLICA: ARCHIVO DE CONSIGNACION, NOVEDADES DE INTERESES,
      * SALDOS DE PROVBAL, ASIENTOS Y LINEA DE CONTROL DEL ANO
      *----------------------------------------------------------------*
       2040-APLICAR.
           OPEN OUTPUT CONSIGNA-ARCHIVO
           IF VAR-ESTADO-CON NOT = "00"
               DISPLAY "No se pudo crear CONSIGNACION-CES.data: "
                       VAR-ESTADO-CON
           ELSE
               PERFORM 2041-ESCRIBIR-CONSIGNACION
               CLOSE CONSIGNA-ARCHIVO
               PERFORM 2043-GRABAR-NOVEDADES
               PERFORM 2044-DESCONTAR-SALDOS
               PERFORM 2045-ASIENTA-LIBRO
                   VARYING FN FROM 1 BY 1 UNTIL FN > WS-NUM-FONDOS
               PERFORM 2046-GRABAR-CONTROL
               MOVE "S" TO WS-APLICADA
               DISPLAY "Consignacion en ../GENERADOS/"
                       "CONSIGNACION-CES.data"
               DISPLAY "Novedades de intereses grabadas: "
                       WS-TOT-NOVEDADES
           END-IF.

       2041-ESCRIBIR-CONSIGNACION.
           MOVE ZEROES TO WS-SECUENCIA
           PERFORM VARYING FN FROM 1 BY 1 UNTIL FN > WS-NUM-FONDOS
               IF TAB-FON-AFILIADOS(FN) > ZEROES
                   MOVE SPACES TO REG-CONSIGNA-ENCABEZADO
                   MOVE "01"                   TO RCOE-TIPO-REG
                   MOVE TAB-FON-CODIGO(FN)     TO RCOE-FONDO
                   MOVE TAB-FON-NIT(FN)        TO RCOE-NIT
                   MOVE TAB-FON-NOMBRE(FN)     TO RCOE-NOMBRE
                   MOVE WS-ANO                 TO RCOE-ANO
                   MOVE WS-FECHA-ACT           TO RCOE-FECHA
                   MOVE TAB-FON-AFILIADOS(FN)  TO RCOE-AFILIADOS
                   MOVE TAB-FON-CESANTIAS(FN)  TO RCOE-TOTAL
                   WRITE REG-CONSIGNA-ENCABEZADO
                   PERFORM 2042-DETALLE-FONDO
                       VARYING LN FROM 1 BY 1
                       UNTIL LN > WS-NUM-LINEAS
               END-IF
           END-PERFORM.

       2042-DETALLE-FONDO.
           IF TAB-LIN-FONDO(LN) = TAB-FON-CODIGO(FN)
              AND TAB-LIN-MOTIVO(LN) = SPACES
               ADD 1 TO WS-SECUENCIA
               MOVE SPACES                 TO REG-CONSIGNA
               MOVE "02"                   TO RCON-TIPO-REG
               MOVE TAB-LIN-FONDO(LN)      TO RCON-FONDO
               MOVE WS-SECUENCIA           TO RCON-SECUENCIA
               MOVE "CC"                   TO RCON-TIPO-DOC
               MOVE TAB-LIN-ID(LN)         TO RCON-ID
               MOVE TAB-LIN-NOMBRE(LN)     TO RCON-NOMBRE
               MOVE TAB-LIN-APELLIDOS(LN)  TO RCON-APELLIDOS
               MOVE WS-ANO                 TO RCON-ANO
               MOVE TAB-LIN-CESANTIAS(LN)  TO RCON-CESANTIAS
               MOVE TAB-LIN-INTERESES(LN)  TO RCON-INTERESES
               WRITE REG-CONSIGNA
           END-IF.

      * LOS INTERESES SE LE PAGAN AL EMPLEADO EN LA NOMINA ESCOGIDA
       2043-GRABAR-NOVEDADES.
           MOVE ZEROES TO WS-TOT-NOVEDADES
           OPEN EXTEND NOVEDADES-ARCHIVO
           IF VAR-ESTADO-NOV = "00" OR VAR-ESTADO-NOV = "05"
               PERFORM VARYING LN FROM 1 BY 1
                       UNTIL LN > WS-NUM-LINEAS
                   IF TAB-LIN-MOTIVO(LN) = SPACES
                      AND TAB-LIN-INTERESES(LN) > ZEROES
                       MOVE SPACES                TO REG-NOVEDAD
                       MOVE WS-PERIODO-PAGO       TO RNOV-PERIODO
                       MOVE TAB-LIN-ID(LN)        TO RNOV-ID
                       MOVE "C"                   TO RNOV-TIPO
                       MOVE ZEROES                TO RNOV-CANTIDAD
                       MOVE TAB-LIN-INTERESES(LN) TO RNOV-VALOR
                       WRITE REG-NOVEDAD
                       ADD 1 TO WS-TOT-NOVEDADES
                   END-IF
               END-PERFORM
               CLOSE NOVEDADES-ARCHIVO
           END-IF.

      * LO CONSIGNADO Y LO PAGADO SALEN DEL SALDO; LO CAUSADO DESPUES
      * DEL CIERRE QUEDA PARA EL ANO SIGUIENTE
       2044-DESCONTAR-SALDOS.
           PERFORM VARYING LN FROM 1 BY 1 UNTIL LN > WS-NUM-LINEAS
               IF TAB-LIN-MOTIVO(LN) = SPACES
                   MOVE TAB-LIN-SALDO(LN) TO SL
                   SUBTRACT TAB-LIN-CESANTIAS(LN)
                       FROM TAB-SAL-CESANTIAS(SL)
                   SUBTRACT TAB-LIN-INTERESES(LN)
                       FROM TAB-SAL-INTERESES(SL)
               END-IF
           END-PERFORM
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
           END-IF.

      *----------------------------------------------------------------*
      * ASIENTO POR FONDO: EL GASTO DE CESANTIAS (5205) CONTRA LA
      * CUENTA POR PAGAR AL FONDO (2505). LOS INTERESES SE ASIENTAN
      * CON EL NETO DE LA NOMINA EN QUE SE PAGAN. LAS CUENTAS SALEN
      * DE LA REGLA CESANTIA EN REGLACON
      *----------------------------------------------------------------*
       2045-ASIENTA-LIBRO.
           IF TAB-FON-CESANTIAS(FN) > ZEROES
               INITIALIZE NOCOCONT
               MOVE "NOMINA"              TO CCON-E-ORIGEN
               MOVE "CESANTIA"            TO CCON-E-EVENTO
               MOVE WS-PERIODO-CIERRE     TO CCON-E-PERIODO
               MOVE TAB-FON-CESANTIAS(FN) TO CCON-E-VALOR
               CALL RUT-NO9CCONT USING NOCOCONT
               IF CCON-R-CODRETO NOT = "00"
                  AND CCON-R-CODRETO NOT = "01"
                   DISPLAY "Asiento del fondo " TAB-FON-CODIGO(FN)
                           " rechazado: " CCON-R-MENSAJE
               END-IF
           END-IF.

       2046-GRABAR-CONTROL.
           MOVE SPACES             TO REG-CESCTL
           MOVE WS-ANO             TO RCES-ANO
           MOVE WS-FECHA-ACT       TO RCES-FECHA
           MOVE WS-USUARIO         TO RCES-USUARIO
           MOVE WS-PERIODO-PAGO    TO RCES-PERIODO-PAGO
           MOVE WS-TOT-EMPLEADOS   TO RCES-EMPLEADOS
           MOVE WS-TOT-CESANTIAS   TO RCES-CESANTIAS
           MOVE WS-TOT-INTERESES   TO RCES-INTERESES
           OPEN EXTEND CESCTL-ARCHIVO
           IF VAR-ESTADO-CTL = "00" OR VAR-ESTADO-CTL = "05"
               WRITE REG-CESCTL
               CLOSE CESCTL-ARCHIVO
           END-IF.

      *----------------------------------------------------------------*
      * REPORTE DE CONTROL: UN BLOQUE POR FONDO CON SUS AFILIADOS Y
      * TOTALES, EL TOTAL DE LA COMPANIA Y LAS EXCEPCIONES
      *----------------------------------------------------------------*
       2050-REPORTE.
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP = "00"
               MOVE ALL "=" TO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE SPACES TO REG-IMPRESOR
               STRING "CONSIGNACION ANUAL DE CESANTIAS - ANO " WS-ANO
                      "   FECHA: " WS-FECHA-SIS
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE SPACES TO REG-IMPRESOR
               IF CONSIGNACION-APLICADA
                   STRING "ESTADO: APLICADA POR " WS-USUARIO
                          DELIMITED BY SIZE INTO REG-IMPRESOR
               ELSE
                   STRING "ESTADO: PRELIMINAR, NO APLICADA"
                          DELIMITED BY SIZE INTO REG-IMPRESOR
               END-IF
               WRITE REG-IMPRESOR
               MOVE SPACES TO REG-IMPRESOR
               STRING "INTERESES A PAGAR EN LA NOMINA DEL PERIODO "
                      WS-PERIODO-PAGO
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               PERFORM 2051-BLOQUE-FONDO
                   VARYING FN FROM 1 BY 1 UNTIL FN > WS-NUM-FONDOS
               MOVE ALL "=" TO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE WS-TOT-CESANTIAS TO WS-MASCARA
               MOVE WS-TOT-INTERESES TO WS-MASCARA-2
               MOVE SPACES TO REG-IMPRESOR
               STRING "TOTAL COMPANIA " WS-TOT-EMPLEADOS " EMPL. "
                      "    " WS-MASCARA "  " WS-MASCARA-2
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               PERFORM 2053-EXCEPCIONES
               CLOSE IMPRESOR
               MOVE "EMPLEADO"              TO CSPO-E-SISTEMA
               MOVE "CESANTIAS"             TO CSPO-E-TIPO
               MOVE "../GENERADOS/CESANTIA-RPT.data"
                                            TO CSPO-E-ORIGEN
               MOVE "L"                     TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               DISPLAY "Reporte en ../GENERADOS/CESANTIA-RPT.data"
           END-IF.

       2051-BLOQUE-FONDO.
           IF TAB-FON-AFILIADOS(FN) > ZEROES
               MOVE ALL "-" TO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE SPACES TO REG-IMPRESOR
               STRING "FONDO " TAB-FON-CODIGO(FN) " "
                      TAB-FON-NOMBRE(FN) "  NIT: " TAB-FON-NIT(FN)
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE SPACES TO REG-IMPRESOR
               STRING "ID      NOMBRE                           "
                      "    CESANTIAS           INTERESES"
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
               PERFORM 2052-LINEA-AFILIADO
                   VARYING LN FROM 1 BY 1 UNTIL LN > WS-NUM-LINEAS
               MOVE TAB-FON-CESANTIAS(FN) TO WS-MASCARA
               MOVE TAB-FON-INTERESES(FN) TO WS-MASCARA-2
               MOVE SPACES TO REG-IMPRESOR
               STRING "TOTAL FONDO    " TAB-FON-AFILIADOS(FN)
                      " AFIL. " "    " WS-MASCARA "  " WS-MASCARA-2
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF.

       2052-LINEA-AFILIADO.
           IF TAB-LIN-FONDO(LN) = TAB-FON-CODIGO(FN)
              AND TAB-LIN-MOTIVO(LN) = SPACES
               MOVE TAB-LIN-CESANTIAS(LN) TO WS-MASCARA
               MOVE TAB-LIN-INTERESES(LN) TO WS-MASCARA-2
               MOVE SPACES TO REG-IMPRESOR
               STRING TAB-LIN-ID(LN) "  " TAB-LIN-NOMBRE(LN)
                      "  " WS-MASCARA "  " WS-MASCARA-2
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR
           END-IF.

       2053-EXCEPCIONES.
           IF WS-TOT-BLOQUEAN > ZEROES OR WS-TOT-RETIRADOS > ZEROES
               MOVE SPACES TO REG-IMPRESOR
               WRITE REG-IMPRESOR
               MOVE "EXCEPCIONES (NO SE CONSIGNAN)" TO REG-IMPRESOR
               WRITE REG-IMPRESOR
               PERFORM VARYING LN FROM 1 BY 1
                       UNTIL LN > WS-NUM-LINEAS
                   IF TAB-LIN-MOTIVO(LN) NOT = SPACES
                       MOVE TAB-LIN-CESANTIAS(LN) TO WS-MASCARA
                       MOVE SPACES TO REG-IMPRESOR
                       STRING TAB-LIN-ID(LN) "  " TAB-LIN-NOMBRE(LN)
                              "  " WS-MASCARA "  " TAB-LIN-MOTIVO(LN)
                              DELIMITED BY SIZE INTO REG-IMPRESOR
                       WRITE REG-IMPRESOR
                   END-IF
               END-PERFORM
           END-IF.

       3000-FINAL.
           STOP RUN.
           END PROGRAM CESANTIA.
