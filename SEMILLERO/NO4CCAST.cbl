      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: CASTIGO DE CARTERA Y RECUPERACIONES. ARMA LA
      * PROPUESTA DE CASTIGO (ARCHIVO CASTPROP): PRESTAMOS ACTIVOS CON
      * MAS DIAS DE MORA QUE LA EDAD DE CASTIGO (ARCHIVO CASTPAR, 360
      * DIAS SI NO EXISTE) Y PROVISIONADOS COMPLETOS EN LA ULTIMA
      * CORRIDA DE NO4CPROV. EL SUPERVISOR APRUEBA CADA CASTIGO EN
      * NO4CSERV. IMPRIME LA PROPUESTA Y EL REPORTE DE RECUPERACIONES
      * DEL MES (LOG RECUPERA DE NO4CSERV Y NO4CBANC) CON LO CASTIGADO,
      * LO RECUPERADO Y LO PENDIENTE FUERA DEL BALANCE.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CCAST.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE PRESTAMOS (SOLO LECTURA)
           SELECT PRESTAMOS ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PRES.
      * EDAD DE CASTIGO EN DIAS DE MORA
           SELECT CASTPAR ASSIGN TO './FILES/CREDITO/CASTPAR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * PROVISION POR PRESTAMO DE LA ULTIMA CORRIDA DE NO4CPROV
           SELECT PROVPREV ASSIGN TO './FILES/CREDITO/PROVPREV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PRV.
      * PROPUESTA DE CASTIGO QUE APRUEBA EL SUPERVISOR EN NO4CSERV
           SELECT CASTPROP ASSIGN TO './FILES/CREDITO/CASTPROP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CPR.
      * LOG DE CASTIGOS APROBADOS Y LOG DE RECUPERACIONES
           SELECT CASTIGOS ASSIGN TO './FILES/CREDITO/CASTIGOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAS.
           SELECT RECUPERA ASSIGN TO './FILES/CREDITO/RECUPERA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-RCP.
      * PROPUESTA Y REPORTE DE RECUPERACIONES
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/CASTCTRL'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

       FD  CASTPAR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CASTPAR.
           02 RCPA-DIAS-MINIMO       PIC 9(05).

      * EL MISMO LAYOUT DE NO4CPROV: 'H' PERIODO Y TOTAL, 'D' DETALLE
       FD  PROVPREV LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PROVPREV.
           02 RPRV-TIPO              PIC X(01).
           02 RPRV-PERIODO           PIC X(07).
           02 RPRV-NUMERO            PIC 9(06).
           02 RPRV-PRODUCTO          PIC 9(01).
           02 RPRV-CATEGORIA         PIC 9(01).
           02 RPRV-PROVISION         PIC 9(15)V99.

       FD  CASTPROP LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CASTPROP.
           02 RCPR-NUMERO            PIC 9(06).
           02 RCPR-DIAS-MORA         PIC 9(05).
           02 RCPR-SALDO             PIC 9(15)V9(02).
           02 RCPR-PROVISION         PIC 9(15)V9(02).

       FD  CASTIGOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CASTIGOS.cpy'.

       FD  RECUPERA LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/RECUPERA.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PRV             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CPR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CAS             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RCP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-PROVPREV           PIC 9 VALUE ZEROS.
       01  SW-FDA-CASTIGOS           PIC 9 VALUE ZEROS.
       01  SW-FDA-RECUPERA           PIC 9 VALUE ZEROS.

      * MES PEDIDO (MM/AAAA TAL COMO VIAJA EN LAS FECHAS DD/MM/AAAA)
       01  WS-MES-PEDIDO             PIC X(07) VALUE SPACES.

      * EDAD DE CASTIGO (DIAS DE MORA) SI NO HAY ARCHIVO CASTPAR
       01  WS-DIAS-MINIMO            PIC 9(05) VALUE 360.

      * PROVISION DE LA ULTIMA CORRIDA, POR PRESTAMO
       01  WS-PRV-PERIODO            PIC X(07) VALUE SPACES.
       01  WS-NUM-PRV                PIC 9(04) VALUE ZEROS.
       01  TABLA-PROVISION.
           02 TAB-PRV                OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-NUM-PRV.
              03 TAB-PRV-NUMERO      PIC 9(06).
              03 TAB-PRV-PROVISION   PIC 9(15)V99.
       01  AX                        PIC 9(04) VALUE ZEROS.
       01  SW-PRV-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-PROVISION              PIC 9(15)V99 VALUE ZEROS.

      * CALCULO DE VENCIDOS Y DIAS DE MORA (IGUAL QUE NO4CMORA)
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-FEC-SIS-R              REDEFINES WS-FEC-SIS.
           02 WS-SIS-ANO             PIC 9(04).
           02 WS-SIS-MES             PIC 9(02).
           02 WS-SIS-DIA             PIC 9(02).
       01  WS-FECHA-BASE-CUOTA       PIC X(10) VALUE SPACES.
       01  WS-BASE-ANO               PIC 9(04) VALUE ZEROS.
       01  WS-BASE-MES               PIC 9(02) VALUE ZEROS.
       01  WS-BASE-DIA               PIC 9(02) VALUE ZEROS.
       01  WS-MESES-CORRIDOS         PIC S9(05) VALUE ZEROS.
       01  WS-CUOTAS-ESPERADAS       PIC 9(03) VALUE ZEROS.
       01  WS-CUOTAS-VENCIDAS        PIC 9(03) VALUE ZEROS.
       01  WS-DIAS-MORA              PIC 9(05) VALUE ZEROS.
       01  WS-VENCE-ANO              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-MES              PIC 9(04) VALUE ZEROS.
       01  WS-VENCE-DIA              PIC 9(02) VALUE ZEROS.
       01  WS-FECHA-INTEGRABLE       PIC 9(08) VALUE ZEROS.
       01  WS-INT-HOY                PIC 9(07) VALUE ZEROS.
       01  WS-INT-VENC               PIC 9(07) VALUE ZEROS.

      * TOTALES DE LA PROPUESTA
       01  WS-TOT-PROPUESTOS         PIC 9(05) VALUE ZEROS.
       01  WS-VAL-PROPUESTO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-SIN-PROVISION      PIC 9(05) VALUE ZEROS.
       01  WS-VAL-SIN-PROVISION      PIC 9(15)V99 VALUE ZEROS.

      * CASTIGADO, RECUPERADO Y PENDIENTE FUERA DEL BALANCE
       01  WS-CAS-MES-CUENTA         PIC 9(05) VALUE ZEROS.
       01  WS-CAS-MES-VALOR          PIC 9(15)V99 VALUE ZEROS.
       01  WS-CAS-ACUMULADO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-REC-MES-CUENTA         PIC 9(05) VALUE ZEROS.
       01  WS-REC-MES-CAJA           PIC 9(15)V99 VALUE ZEROS.
       01  WS-REC-MES-BANCO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-REC-MES-VALOR          PIC 9(15)V99 VALUE ZEROS.
       01  WS-REC-ACUMULADO          PIC 9(15)V99 VALUE ZEROS.
       01  WS-PEN-CUENTA             PIC 9(05) VALUE ZEROS.
       01  WS-PEN-VALOR              PIC 9(15)V99 VALUE ZEROS.
       01  WS-MAS-DINERO             PIC $$$,$$$,$$$,$$$,$$9.99.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-CAS-TITULO.
           02 RCAT-TITULO            PIC X(80) VALUE SPACES.

       01  REG-CAS-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAD-NUMERO            PIC 9(06) VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAD-PRODUCTO          PIC X(24) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAD-DIAS              PIC ZZZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAD-SALDO             PIC $$$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAD-PROVISION         PIC $$$,$$$,$$$,$$9.99
                                     VALUE ZEROS.

       01  REG-REC-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RRED-FECHA             PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RRED-NUMERO            PIC 9(06) VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RRED-ORIGEN            PIC X(05) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RRED-A-MORA            PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RRED-A-CAPITAL         PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RRED-VALOR             PIC $$,$$$,$$$,$$9.99
                                     VALUE ZEROS.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'MES A REPORTAR (MM/AAAA): ' NO ADVANCING
           ACCEPT WS-MES-PEDIDO
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           PERFORM 1000-CARGAR-PARAMETRO
           PERFORM 1100-CARGAR-PROVISION
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO EL REPORTE: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           PERFORM 2000-ARMAR-PROPUESTA
           PERFORM 3000-CASTIGOS-DEL-MES
           PERFORM 4000-RECUPERACIONES
           CLOSE IMPRESOR
           PERFORM 5000-ENTREGAR-AL-SPOOL
           DISPLAY 'PROPUESTOS PARA CASTIGO: ' WS-TOT-PROPUESTOS
           DISPLAY 'RECUPERACIONES DEL MES : ' WS-REC-MES-CUENTA
           GOBACK.

       1000-CARGAR-PARAMETRO.
           OPEN INPUT CASTPAR
           IF WS-ESTADO-PAR = '00'
               READ CASTPAR
                   NOT AT END
                       IF RCPA-DIAS-MINIMO > ZEROS
                           MOVE RCPA-DIAS-MINIMO TO WS-DIAS-MINIMO
                       END-IF
               END-READ
               CLOSE CASTPAR
           END-IF.

       1100-CARGAR-PROVISION.
           MOVE ZEROS TO WS-NUM-PRV
           MOVE SPACES TO WS-PRV-PERIODO
           MOVE 0 TO SW-FDA-PROVPREV
           OPEN INPUT PROVPREV
           IF WS-ESTADO-PRV = '00'
               PERFORM 1110-LEER-PROVISION UNTIL SW-FDA-PROVPREV = 1
               CLOSE PROVPREV
           END-IF.

       1110-LEER-PROVISION.
           READ PROVPREV AT END MOVE 1 TO SW-FDA-PROVPREV
                NOT AT END
                    EVALUATE TRUE
                        WHEN RPRV-TIPO = 'H'
                            MOVE RPRV-PERIODO TO WS-PRV-PERIODO
                        WHEN RPRV-TIPO = 'D' AND WS-NUM-PRV < 5000
                            ADD 1 TO WS-NUM-PRV
                            MOVE RPRV-NUMERO
                              TO TAB-PRV-NUMERO(WS-NUM-PRV)
                            MOVE RPRV-PROVISION
                              TO TAB-PRV-PROVISION(WS-NUM-PRV)
                    END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * PROPUESTA: ACTIVOS CON LA EDAD DE CASTIGO CUMPLIDA Y CON LA
      * PROVISION DE LA ULTIMA CORRIDA CUBRIENDO TODO EL SALDO. LOS
      * QUE TIENEN LA EDAD PERO NO LA PROVISION SOLO SE CUENTAN. DE
      * PASO SE SUMA LO PENDIENTE DE LOS YA CASTIGADOS.
      *----------------------------------------------------------------*
       2000-ARMAR-PROPUESTA.
           MOVE SPACES TO RCAT-TITULO
           STRING 'PROPUESTA DE CASTIGO - MES ' WS-MES-PEDIDO
                  ' - PROVISION DE ' WS-PRV-PERIODO
                  DELIMITED BY SIZE INTO RCAT-TITULO
           WRITE REG-IMPRESOR FROM REG-CAS-TITULO AFTER PAGE
           MOVE SPACES TO REG-IMPRESOR
           STRING 'EDAD DE CASTIGO (DIAS DE MORA): ' WS-DIAS-MINIMO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE '  NUMERO  PRODUCTO                  DIAS'
             TO RCAT-TITULO
           MOVE '             SALDO          PROVISION'
             TO RCAT-TITULO(42:38)
           WRITE REG-IMPRESOR FROM REG-CAS-TITULO AFTER 2
           OPEN OUTPUT CASTPROP
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-PRES = '00'
               PERFORM 2010-LEER-PRESTAMO UNTIL SW-FDA-PRESTAMOS = 1
               CLOSE PRESTAMOS
           ELSE
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO: ' WS-ESTADO-PRES
           END-IF
           CLOSE CASTPROP
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-PROPUESTO TO WS-MAS-DINERO
           STRING 'PROPUESTOS PARA CASTIGO  : ' WS-TOT-PROPUESTOS
                  '  SALDO: ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-SIN-PROVISION TO WS-MAS-DINERO
           STRING 'CON EDAD, SIN PROVISION  : ' WS-TOT-SIN-PROVISION
                  '  SALDO: ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1.

       2010-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA-PRESTAMOS
                NOT AT END
                    EVALUATE RPRE-ESTADO
                        WHEN 'A'
                            PERFORM 2020-EVALUA-CANDIDATO
                        WHEN 'C'
                            ADD 1 TO WS-PEN-CUENTA
                            ADD RPRE-SALDO RPRE-MORA TO WS-PEN-VALOR
                    END-EVALUATE
           END-READ.

       2020-EVALUA-CANDIDATO.
           PERFORM 2030-EVALUA-VENCIDO
           IF WS-DIAS-MORA NOT < WS-DIAS-MINIMO
               MOVE 0 TO SW-PRV-HALLADO
               MOVE ZEROS TO WS-PROVISION
               PERFORM VARYING AX FROM 1 BY 1
                       UNTIL AX > WS-NUM-PRV OR SW-PRV-HALLADO = 1
                   IF TAB-PRV-NUMERO(AX) = RPRE-NUMERO
                       MOVE 1 TO SW-PRV-HALLADO
                       MOVE TAB-PRV-PROVISION(AX) TO WS-PROVISION
                   END-IF
               END-PERFORM
               IF SW-PRV-HALLADO = 1 AND WS-PROVISION NOT < RPRE-SALDO
                   PERFORM 2050-PROPONER
               ELSE
                   ADD 1 TO WS-TOT-SIN-PROVISION
                   ADD RPRE-SALDO TO WS-VAL-SIN-PROVISION
               END-IF
           END-IF.

       2030-EVALUA-VENCIDO.
           MOVE ZEROS TO WS-CUOTAS-VENCIDAS WS-DIAS-MORA
           IF RPRE-FECHA-DESEMB > SPACES
               MOVE RPRE-FECHA-DESEMB TO WS-FECHA-BASE-CUOTA
           ELSE
               MOVE RPRE-FECHA-ACEPTA TO WS-FECHA-BASE-CUOTA
           END-IF
           MOVE WS-FECHA-BASE-CUOTA(7:4) TO WS-BASE-ANO
           MOVE WS-FECHA-BASE-CUOTA(4:2) TO WS-BASE-MES
           MOVE WS-FECHA-BASE-CUOTA(1:2) TO WS-BASE-DIA
           COMPUTE WS-MESES-CORRIDOS =
                 ( WS-SIS-ANO - WS-BASE-ANO ) * 12
                 + WS-SIS-MES - WS-BASE-MES
           IF WS-SIS-DIA < WS-BASE-DIA
               SUBTRACT 1 FROM WS-MESES-CORRIDOS
           END-IF
           IF WS-MESES-CORRIDOS < ZEROS
               MOVE ZEROS TO WS-MESES-CORRIDOS
           END-IF
           MOVE WS-MESES-CORRIDOS TO WS-CUOTAS-ESPERADAS
           IF WS-CUOTAS-ESPERADAS > RPRE-CUOTAS
               MOVE RPRE-CUOTAS TO WS-CUOTAS-ESPERADAS
           END-IF
           IF WS-CUOTAS-ESPERADAS > RPRE-CUOTAS-PAGADAS
               COMPUTE WS-CUOTAS-VENCIDAS =
                       WS-CUOTAS-ESPERADAS - RPRE-CUOTAS-PAGADAS
               PERFORM 2040-DIAS-MORA
           END-IF.

       2040-DIAS-MORA.
           MOVE WS-BASE-ANO TO WS-VENCE-ANO
           MOVE WS-BASE-MES TO WS-VENCE-MES
           MOVE WS-BASE-DIA TO WS-VENCE-DIA
           IF WS-VENCE-DIA > 28
               MOVE 28 TO WS-VENCE-DIA
           END-IF
           COMPUTE WS-VENCE-MES =
                   WS-VENCE-MES + RPRE-CUOTAS-PAGADAS + 1
           PERFORM UNTIL WS-VENCE-MES < 13
               SUBTRACT 12 FROM WS-VENCE-MES
               ADD 1 TO WS-VENCE-ANO
           END-PERFORM
           MOVE WS-VENCE-ANO      TO WS-FECHA-INTEGRABLE(1:4)
           MOVE WS-VENCE-MES(3:2) TO WS-FECHA-INTEGRABLE(5:2)
           MOVE WS-VENCE-DIA      TO WS-FECHA-INTEGRABLE(7:2)
           COMPUTE WS-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           IF WS-INT-HOY > WS-INT-VENC
               COMPUTE WS-DIAS-MORA = WS-INT-HOY - WS-INT-VENC
           ELSE
               MOVE 1 TO WS-DIAS-MORA
           END-IF.

       2050-PROPONER.
           MOVE RPRE-NUMERO  TO RCPR-NUMERO
           MOVE WS-DIAS-MORA TO RCPR-DIAS-MORA
           MOVE RPRE-SALDO   TO RCPR-SALDO
           MOVE WS-PROVISION TO RCPR-PROVISION
           WRITE REG-CASTPROP
           ADD 1 TO WS-TOT-PROPUESTOS
           ADD RPRE-SALDO TO WS-VAL-PROPUESTO
           MOVE RPRE-NUMERO   TO RCAD-NUMERO
           MOVE RPRE-PRODUCTO TO RCAD-PRODUCTO
           MOVE WS-DIAS-MORA  TO RCAD-DIAS
           MOVE RPRE-SALDO    TO RCAD-SALDO
           MOVE WS-PROVISION  TO RCAD-PROVISION
           WRITE REG-IMPRESOR FROM REG-CAS-DET AFTER 1.

      * CASTIGOS APROBADOS EN EL MES Y ACUMULADOS
       3000-CASTIGOS-DEL-MES.
           MOVE 0 TO SW-FDA-CASTIGOS
           OPEN INPUT CASTIGOS
           IF WS-ESTADO-CAS = '00'
               PERFORM 3010-LEER-CASTIGO UNTIL SW-FDA-CASTIGOS = 1
               CLOSE CASTIGOS
           END-IF.

       3010-LEER-CASTIGO.
           READ CASTIGOS AT END MOVE 1 TO SW-FDA-CASTIGOS
                NOT AT END
                    ADD RCAS-CAPITAL RCAS-MORA TO WS-CAS-ACUMULADO
                    IF RCAS-FECHA(4:7) = WS-MES-PEDIDO
                        ADD 1 TO WS-CAS-MES-CUENTA
                        ADD RCAS-CAPITAL RCAS-MORA
                         TO WS-CAS-MES-VALOR
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * REPORTE DE RECUPERACIONES: CADA PAGO DEL MES SOBRE CARTERA
      * CASTIGADA, CON LO QUE FUE A MORA Y A CAPITAL, Y EL RESUMEN DE
      * LO CASTIGADO, LO RECUPERADO Y LO PENDIENTE FUERA DEL BALANCE
      *----------------------------------------------------------------*
       4000-RECUPERACIONES.
           MOVE SPACES TO RCAT-TITULO
           STRING 'RECUPERACIONES DE CARTERA CASTIGADA - MES '
                  WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO RCAT-TITULO
           WRITE REG-IMPRESOR FROM REG-CAS-TITULO AFTER PAGE
           MOVE '  FECHA      NUMERO ORIGEN           A MORA'
             TO RCAT-TITULO
           MOVE '        A CAPITAL             VALOR'
             TO RCAT-TITULO(45:35)
           WRITE REG-IMPRESOR FROM REG-CAS-TITULO AFTER 2
           MOVE 0 TO SW-FDA-RECUPERA
           OPEN INPUT RECUPERA
           IF WS-ESTADO-RCP = '00'
               PERFORM 4010-LEER-RECUPERACION
                   UNTIL SW-FDA-RECUPERA = 1
               CLOSE RECUPERA
           END-IF
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-REC-MES-CAJA TO WS-MAS-DINERO
           STRING 'RECUPERADO POR VENTANILLA : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-REC-MES-BANCO TO WS-MAS-DINERO
           STRING 'RECUPERADO POR EL BANCO   : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-REC-MES-VALOR TO WS-MAS-DINERO
           STRING 'TOTAL RECUPERADO EN EL MES: ' WS-MAS-DINERO
                  '  PAGOS: ' WS-REC-MES-CUENTA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-CAS-MES-VALOR TO WS-MAS-DINERO
           STRING 'CASTIGADO EN EL MES       : ' WS-MAS-DINERO
                  '  PRESTAMOS: ' WS-CAS-MES-CUENTA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-CAS-ACUMULADO TO WS-MAS-DINERO
           STRING 'CASTIGADO ACUMULADO       : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-REC-ACUMULADO TO WS-MAS-DINERO
           STRING 'RECUPERADO ACUMULADO      : ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-PEN-VALOR TO WS-MAS-DINERO
           STRING 'PENDIENTE FUERA DE BALANCE: ' WS-MAS-DINERO
                  '  PRESTAMOS: ' WS-PEN-CUENTA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1.

       4010-LEER-RECUPERACION.
           READ RECUPERA AT END MOVE 1 TO SW-FDA-RECUPERA
                NOT AT END
                    ADD RREC-VALOR TO WS-REC-ACUMULADO
                    IF RREC-FECHA(4:7) = WS-MES-PEDIDO
                        PERFORM 4020-IMPRIME-RECUPERACION
                    END-IF
           END-READ.

       4020-IMPRIME-RECUPERACION.
           ADD 1 TO WS-REC-MES-CUENTA
           ADD RREC-VALOR TO WS-REC-MES-VALOR
           IF RREC-ORIGEN = 'BANCO'
               ADD RREC-VALOR TO WS-REC-MES-BANCO
           ELSE
               ADD RREC-VALOR TO WS-REC-MES-CAJA
           END-IF
           MOVE RREC-FECHA     TO RRED-FECHA
           MOVE RREC-NUMERO    TO RRED-NUMERO
           MOVE RREC-ORIGEN    TO RRED-ORIGEN
           MOVE RREC-A-MORA    TO RRED-A-MORA
           MOVE RREC-A-CAPITAL TO RRED-A-CAPITAL
           MOVE RREC-VALOR     TO RRED-VALOR
           WRITE REG-IMPRESOR FROM REG-REC-DET AFTER 1.

       5000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'CREDITO'                    TO CSPO-E-SISTEMA
           MOVE 'CASTIGOS'                   TO CSPO-E-TIPO
           MOVE './FILES/CREDITO/CASTCTRL'   TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO4CCAST.
