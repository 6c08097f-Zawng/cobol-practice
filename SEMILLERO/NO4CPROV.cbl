      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: PROVISION MENSUAL DE CARTERA POR CATEGORIA DE
      * RIESGO. CLASIFICA CADA PRESTAMO ACTIVO DEL MAESTRO PRESTAMOS
      * EN CATEGORIA A A E POR LOS DIAS DE MORA (CALCULADOS COMO EN
      * NO4CMORA) Y SU HISTORIA DE RESTRUCTURACION (RPRE-ANTECESOR),
      * APLICA EL PORCENTAJE DE PROVISION POR CATEGORIA Y PRODUCTO
      * (ARCHIVO PROVPAR, O EL COMPILADO SI NO EXISTE), COMPARA LA
      * PROVISION REQUERIDA CONTRA LA DEL MES ANTERIOR (PROVPREV) Y
      * ASIENTA LA DIFERENCIA EN EL LIBRO MAYOR POR NO9CCONT. EL
      * REPORTE MUESTRA CARTERA Y PROVISION POR CATEGORIA Y PRODUCTO
      * Y LA MIGRACION ENTRE CATEGORIAS DESDE EL MES ANTERIOR. LA
      * PROVISION QUE CONSUMIERON LOS CASTIGOS DEL MES (LOG CASTIGOS
      * DE NO4CSERV) YA SALIO DE LA 1499 Y SE DESCUENTA DE LA
      * ANTERIOR ANTES DE CALCULAR LA DIFERENCIA.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CPROV.
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
      * PORCENTAJE DE PROVISION POR PRODUCTO Y CATEGORIA
           SELECT PROVPAR ASSIGN TO './FILES/CREDITO/PROVPAR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * CATEGORIA Y PROVISION DE CADA PRESTAMO EN LA CORRIDA ANTERIOR
           SELECT PROVPREV ASSIGN TO './FILES/CREDITO/PROVPREV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PRV.
      * CASTIGOS APROBADOS (CAPITAL CARGADO A LA PROVISION)
           SELECT CASTIGOS ASSIGN TO './FILES/CREDITO/CASTIGOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAS.
      * REPORTE DE PROVISION Y MIGRACION
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/PROVREP'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

      * UN REGISTRO POR PRODUCTO (1 TARJETA, 2 HIPOTECARIO, 3
      * VEHICULO, 4 LIBRE INVERSION, 5 OTROS) CON EL PORCENTAJE DE
      * CADA CATEGORIA A A E
       FD  PROVPAR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PROVPAR.
           02 RPPA-PRODUCTO          PIC 9(01).
           02 RPPA-PORCENTAJE        PIC 9(03)V99 OCCURS 5 TIMES.

      * TIPO 'H' (PERIODO Y PROVISION TOTAL) SEGUIDO DE UN TIPO 'D'
      * POR PRESTAMO PROVISIONADO
       FD  PROVPREV LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PROVPREV.
           02 RPRV-TIPO              PIC X(01).
           02 RPRV-PERIODO           PIC X(07).
           02 RPRV-NUMERO            PIC 9(06).
           02 RPRV-PRODUCTO          PIC 9(01).
           02 RPRV-CATEGORIA         PIC 9(01).
           02 RPRV-PROVISION         PIC 9(15)V99.

       FD  CASTIGOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CASTIGOS.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PRV             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CAS             PIC X(02) VALUE SPACES.
       01  SW-FDA-CASTIGOS           PIC 9 VALUE ZEROS.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-PROVPAR            PIC 9 VALUE ZEROS.
       01  SW-FDA-PROVPREV           PIC 9 VALUE ZEROS.

      * MES PEDIDO (MM/AAAA TAL COMO VIAJA EN LAS FECHAS DD/MM/AAAA)
       01  WS-MES-PEDIDO             PIC X(07) VALUE SPACES.

      * PORCENTAJES COMPILADOS POR PRODUCTO (FILA) Y CATEGORIA
      * (COLUMNA): A 1%, B 3.2%, C 20%, D 50%, E 100%
       01  TABLA-PCT-INICIAL.
           02 FILLER PIC X(25) VALUE '0010000320020000500010000'.
           02 FILLER PIC X(25) VALUE '0010000320020000500010000'.
           02 FILLER PIC X(25) VALUE '0010000320020000500010000'.
           02 FILLER PIC X(25) VALUE '0010000320020000500010000'.
           02 FILLER PIC X(25) VALUE '0010000320020000500010000'.
       01  TABLA-PCT REDEFINES TABLA-PCT-INICIAL.
           02 TAB-PCT-PRO            OCCURS 5 TIMES.
              03 TAB-PCT             PIC 9(03)V99 OCCURS 5 TIMES.
       01  WS-LETRAS-CAT             PIC X(05) VALUE 'ABCDE'.

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

      * CLASIFICACION DEL PRESTAMO EN CURSO
       01  PX                        PIC 9(01) VALUE ZEROS.
       01  KX                        PIC 9(01) VALUE ZEROS.
       01  KA                        PIC 9(01) VALUE ZEROS.
       01  WS-PROVISION              PIC 9(15)V99 VALUE ZEROS.

      * CORRIDA ANTERIOR: CATEGORIA DE CADA PRESTAMO Y TOTAL
       01  WS-PRV-PERIODO            PIC X(07) VALUE SPACES.
       01  WS-PRV-TOTAL              PIC 9(15)V99 VALUE ZEROS.
      * CAPITAL CASTIGADO DESDE LA CORRIDA ANTERIOR (PRESTAMOS QUE
      * ESTABAN PROVISIONADOS Y YA SE CARGARON A LA 1499)
       01  WS-PRV-CASTIGOS           PIC 9(15)V99 VALUE ZEROS.
       01  WS-NUM-ANT                PIC 9(04) VALUE ZEROS.
       01  TABLA-ANTERIOR.
           02 TAB-ANT                OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-NUM-ANT.
              03 TAB-ANT-NUMERO      PIC 9(06).
              03 TAB-ANT-CATEGORIA   PIC 9(01).
              03 TAB-ANT-VISTO       PIC 9(01).
       01  AX                        PIC 9(04) VALUE ZEROS.
       01  SW-ANT-HALLADO            PIC 9 VALUE ZEROS.

      * CORRIDA DE HOY, PARA DEJARLA COMO ANTERIOR DE LA PROXIMA
       01  WS-NUM-HOY                PIC 9(04) VALUE ZEROS.
       01  TABLA-HOY.
           02 TAB-HOY                OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-NUM-HOY.
              03 TAB-HOY-NUMERO      PIC 9(06).
              03 TAB-HOY-PRODUCTO    PIC 9(01).
              03 TAB-HOY-CATEGORIA   PIC 9(01).
              03 TAB-HOY-PROVISION   PIC 9(15)V99.
       01  HX                        PIC 9(04) VALUE ZEROS.

      * CARTERA Y PROVISION POR PRODUCTO Y CATEGORIA
       01  TABLA-PROVISION.
           02 TAB-PRO                OCCURS 5 TIMES.
              03 TAB-PRO-CAT         OCCURS 5 TIMES.
                 04 TAB-CAT-CUENTA   PIC 9(05) VALUE ZEROS.
                 04 TAB-CAT-SALDO    PIC 9(15)V99 VALUE ZEROS.
                 04 TAB-CAT-PROVIS   PIC 9(15)V99 VALUE ZEROS.
       01  TABLA-TOT-CATEGORIA.
           02 TAB-TCA                OCCURS 5 TIMES.
              03 TAB-TCA-CUENTA      PIC 9(06) VALUE ZEROS.
              03 TAB-TCA-SALDO       PIC 9(15)V99 VALUE ZEROS.
              03 TAB-TCA-PROVIS      PIC 9(15)V99 VALUE ZEROS.

      * MIGRACION: FILA = CATEGORIA ANTERIOR (6 = NUEVO), COLUMNA =
      * CATEGORIA DE HOY (6 = SALIO: PAGADO, RESTRUCTURADO, CASTIGADO)
       01  TABLA-MIGRACION.
           02 TAB-MIG-FILA           OCCURS 6 TIMES.
              03 TAB-MIG             PIC 9(05) OCCURS 6 TIMES
                                     VALUE ZEROS.
       01  MF                        PIC 9(01) VALUE ZEROS.
       01  MC                        PIC 9(01) VALUE ZEROS.

      * TOTALES Y ASIENTO DE LA DIFERENCIA
       01  WS-TOT-CUENTA             PIC 9(06) VALUE ZEROS.
       01  WS-TOT-SALDO              PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-PROVISION          PIC 9(15)V99 VALUE ZEROS.
       01  WS-DIF-PROVISION          PIC S9(15)V99 VALUE ZEROS.
       01  WS-CON-PERIODO            PIC X(06) VALUE SPACES.
       01  RUT-NO9CCONT              PIC X(08) VALUE 'NO9CCONT'.
       COPY './COPYS/NOCOCONT.CPY'.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  WS-MAS-DIF                PIC -$$$,$$$,$$$,$$$,$$9.99.

       01  REG-PRO-TITULO.
           02 RPRT-TITULO            PIC X(80) VALUE SPACES.

       01  REG-PRO-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RPRD-CATEGORIA         PIC X(01) VALUE SPACES.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RPRD-PORCENTAJE        PIC ZZ9.99 VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE '% '.
           02 RPRD-CUENTA            PIC ZZZZ9 VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RPRD-SALDO             PIC $$$,$$$,$$$,$$$,$$9.99
                                     VALUE ZEROS.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RPRD-PROVISION         PIC $$$,$$$,$$$,$$$,$$9.99
                                     VALUE ZEROS.

       01  REG-MIG-DET.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RMIG-ETIQUETA          PIC X(08) VALUE SPACES.
           02 RMIG-COLUMNA           OCCURS 6 TIMES.
              03 RMIG-CUENTA         PIC ZZZZ9 VALUE ZEROS.
              03 FILLER              PIC X(03) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY 'MES A PROVISIONAR (MM/AAAA): ' NO ADVANCING
           ACCEPT WS-MES-PEDIDO
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           PERFORM 1000-CARGAR-PARAMETROS
           PERFORM 1100-CARGAR-ANTERIOR
           PERFORM 1200-CARGAR-CASTIGOS
      * EL MES SE PROVISIONA UNA SOLA VEZ: UNA SEGUNDA CORRIDA
      * ASENTARIA DOS VECES LA DIFERENCIA Y PERDERIA LA MIGRACION
           IF WS-PRV-PERIODO = WS-MES-PEDIDO
               DISPLAY 'EL MES ' WS-MES-PEDIDO ' YA FUE PROVISIONADO'
               STOP RUN
           END-IF
           PERFORM 2000-RECORRER-PRESTAMOS
           PERFORM 2500-SALIDAS-DEL-MES
           PERFORM 3000-ASENTAR-DIFERENCIA
           PERFORM 4000-IMPRIMIR-REPORTE
           PERFORM 5000-GUARDAR-CORRIDA
           PERFORM 6000-ENTREGAR-AL-SPOOL
           DISPLAY 'PROVISION REQUERIDA : ' WS-TOT-PROVISION
           DISPLAY 'PROVISION ANTERIOR  : ' WS-PRV-TOTAL
           GOBACK.

       1000-CARGAR-PARAMETROS.
           MOVE 0 TO SW-FDA-PROVPAR
           OPEN INPUT PROVPAR
           IF WS-ESTADO-PAR = '00'
               PERFORM 1010-LEER-PARAMETRO UNTIL SW-FDA-PROVPAR = 1
               CLOSE PROVPAR
           END-IF.

       1010-LEER-PARAMETRO.
           READ PROVPAR AT END MOVE 1 TO SW-FDA-PROVPAR
                NOT AT END
                    IF RPPA-PRODUCTO > 0 AND RPPA-PRODUCTO < 6
                        PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
                            MOVE RPPA-PORCENTAJE(KX)
                              TO TAB-PCT(RPPA-PRODUCTO, KX)
                        END-PERFORM
                    END-IF
           END-READ.

       1100-CARGAR-ANTERIOR.
           MOVE ZEROS TO WS-NUM-ANT WS-PRV-TOTAL
           MOVE SPACES TO WS-PRV-PERIODO
           MOVE 0 TO SW-FDA-PROVPREV
           OPEN INPUT PROVPREV
           IF WS-ESTADO-PRV = '00'
               PERFORM 1110-LEER-ANTERIOR UNTIL SW-FDA-PROVPREV = 1
               CLOSE PROVPREV
           END-IF.

       1110-LEER-ANTERIOR.
           READ PROVPREV AT END MOVE 1 TO SW-FDA-PROVPREV
                NOT AT END
                    EVALUATE TRUE
                        WHEN RPRV-TIPO = 'H'
                            MOVE RPRV-PERIODO   TO WS-PRV-PERIODO
                            MOVE RPRV-PROVISION TO WS-PRV-TOTAL
                        WHEN RPRV-TIPO = 'D' AND WS-NUM-ANT < 5000
                            ADD 1 TO WS-NUM-ANT
                            MOVE RPRV-NUMERO
                              TO TAB-ANT-NUMERO(WS-NUM-ANT)
                            MOVE RPRV-CATEGORIA
                              TO TAB-ANT-CATEGORIA(WS-NUM-ANT)
                            MOVE 0 TO TAB-ANT-VISTO(WS-NUM-ANT)
                    END-EVALUATE
           END-READ.

      * UN PRESTAMO SE CASTIGA UNA SOLA VEZ Y YA NO VUELVE A LA
      * PROVISION: SI ESTA EN LA CORRIDA ANTERIOR, SU CASTIGO ES DE
      * ESTE MES
       1200-CARGAR-CASTIGOS.
           MOVE ZEROS TO WS-PRV-CASTIGOS
           MOVE 0 TO SW-FDA-CASTIGOS
           OPEN INPUT CASTIGOS
           IF WS-ESTADO-CAS = '00'
               PERFORM 1210-LEER-CASTIGO UNTIL SW-FDA-CASTIGOS = 1
               CLOSE CASTIGOS
           END-IF.

       1210-LEER-CASTIGO.
           READ CASTIGOS AT END MOVE 1 TO SW-FDA-CASTIGOS
                NOT AT END
                    MOVE 0 TO SW-ANT-HALLADO
                    PERFORM VARYING AX FROM 1 BY 1
                            UNTIL AX > WS-NUM-ANT OR SW-ANT-HALLADO = 1
                        IF TAB-ANT-NUMERO(AX) = RCAS-NUMERO
                            MOVE 1 TO SW-ANT-HALLADO
                        END-IF
                    END-PERFORM
                    IF SW-ANT-HALLADO = 1
                        ADD RCAS-CAPITAL TO WS-PRV-CASTIGOS
                    END-IF
           END-READ.

       2000-RECORRER-PRESTAMOS.
           MOVE ZEROS TO WS-NUM-HOY
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-PRES = '00'
               PERFORM 2010-LEER-PRESTAMO UNTIL SW-FDA-PRESTAMOS = 1
               CLOSE PRESTAMOS
           ELSE
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO: ' WS-ESTADO-PRES
               STOP RUN
           END-IF.

       2010-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA-PRESTAMOS
                NOT AT END
                    IF RPRE-ESTADO = 'A'
                        PERFORM 2020-CLASIFICA-PRESTAMO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CATEGORIA POR DIAS DE MORA: A HASTA 30, B 31-60, C 61-90, D
      * 91-180, E MAS DE 180. UN PRESTAMO QUE VIENE DE UNA
      * RESTRUCTURACION NO BAJA DE B, Y SI VUELVE A CAER EN MORA SUBE
      * UNA CATEGORIA MAS
      *----------------------------------------------------------------*
       2020-CLASIFICA-PRESTAMO.
           EVALUATE RPRE-PRODUCTO
               WHEN 'TARJETA DE CREDITO'       MOVE 1 TO PX
               WHEN 'PRESTAMO HIPOTECARIO'     MOVE 2 TO PX
               WHEN 'PRESTAMO VEHICULO'        MOVE 3 TO PX
               WHEN 'PRESTAMO LIBRE INVERSION' MOVE 4 TO PX
               WHEN OTHER                      MOVE 5 TO PX
           END-EVALUATE
           PERFORM 2030-EVALUA-VENCIDO
           EVALUATE TRUE
               WHEN WS-DIAS-MORA < 31   MOVE 1 TO KX
               WHEN WS-DIAS-MORA < 61   MOVE 2 TO KX
               WHEN WS-DIAS-MORA < 91   MOVE 3 TO KX
               WHEN WS-DIAS-MORA < 181  MOVE 4 TO KX
               WHEN OTHER               MOVE 5 TO KX
           END-EVALUATE
           IF RPRE-ANTECESOR > ZEROS
               IF WS-CUOTAS-VENCIDAS > ZEROS AND KX < 5
                   ADD 1 TO KX
               END-IF
               IF KX < 2
                   MOVE 2 TO KX
               END-IF
           END-IF
           COMPUTE WS-PROVISION ROUNDED =
                   RPRE-SALDO * TAB-PCT(PX, KX) / 100
           ADD 1            TO TAB-CAT-CUENTA(PX, KX)
           ADD RPRE-SALDO   TO TAB-CAT-SALDO(PX, KX)
           ADD WS-PROVISION TO TAB-CAT-PROVIS(PX, KX)
           ADD 1            TO TAB-TCA-CUENTA(KX)
           ADD RPRE-SALDO   TO TAB-TCA-SALDO(KX)
           ADD WS-PROVISION TO TAB-TCA-PROVIS(KX)
           ADD 1            TO WS-TOT-CUENTA
           ADD RPRE-SALDO   TO WS-TOT-SALDO
           ADD WS-PROVISION TO WS-TOT-PROVISION
           PERFORM 2050-MIGRACION
           IF WS-NUM-HOY < 5000
               ADD 1 TO WS-NUM-HOY
               MOVE WS-NUM-HOY   TO HX
               MOVE RPRE-NUMERO  TO TAB-HOY-NUMERO(HX)
               MOVE PX           TO TAB-HOY-PRODUCTO(HX)
               MOVE KX           TO TAB-HOY-CATEGORIA(HX)
               MOVE WS-PROVISION TO TAB-HOY-PROVISION(HX)
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

      * FILA DE LA CATEGORIA ANTERIOR (6 SI ES NUEVO EN LA CARTERA)
       2050-MIGRACION.
           MOVE 0 TO SW-ANT-HALLADO
           PERFORM VARYING AX FROM 1 BY 1
                   UNTIL AX > WS-NUM-ANT OR SW-ANT-HALLADO = 1
               IF TAB-ANT-NUMERO(AX) = RPRE-NUMERO
                   MOVE 1 TO SW-ANT-HALLADO
               END-IF
           END-PERFORM
           IF SW-ANT-HALLADO = 1
               SUBTRACT 1 FROM AX
               MOVE 1 TO TAB-ANT-VISTO(AX)
               MOVE TAB-ANT-CATEGORIA(AX) TO KA
               ADD 1 TO TAB-MIG(KA, KX)
           ELSE
               ADD 1 TO TAB-MIG(6, KX)
           END-IF.

      * LOS PROVISIONADOS EL MES ANTERIOR QUE YA NO ESTAN ACTIVOS
       2500-SALIDAS-DEL-MES.
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-NUM-ANT
               IF TAB-ANT-VISTO(AX) = 0
                   MOVE TAB-ANT-CATEGORIA(AX) TO KA
                   ADD 1 TO TAB-MIG(KA, 6)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * SI LA PROVISION REQUERIDA SUBE, LA DIFERENCIA ES GASTO (5199)
      * CONTRA LA PROVISION DE CARTERA (1499); SI BAJA, SE REINTEGRA
      * LA PROVISION (1499) CONTRA RECUPERACIONES (4250). LO CARGADO
      * A LA 1499 POR LOS CASTIGOS YA NO ESTA EN EL SALDO ANTERIOR.
      * LAS CUENTAS SALEN DE LAS REGLAS PROVGAST Y PROVREIN.
      *----------------------------------------------------------------*
       3000-ASENTAR-DIFERENCIA.
           COMPUTE WS-DIF-PROVISION = WS-TOT-PROVISION
                                    - WS-PRV-TOTAL + WS-PRV-CASTIGOS
           MOVE WS-MES-PEDIDO(4:4) TO WS-CON-PERIODO(1:4)
           MOVE WS-MES-PEDIDO(1:2) TO WS-CON-PERIODO(5:2)
           INITIALIZE NOCOCONT
           MOVE 'CREDITO'          TO CCON-E-ORIGEN
           MOVE WS-CON-PERIODO     TO CCON-E-PERIODO
           IF WS-DIF-PROVISION > ZEROS
               MOVE 'PROVGAST'     TO CCON-E-EVENTO
               MOVE WS-DIF-PROVISION TO CCON-E-VALOR
           ELSE
               MOVE 'PROVREIN'     TO CCON-E-EVENTO
               COMPUTE CCON-E-VALOR = ZEROS - WS-DIF-PROVISION
           END-IF
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO = '02'
               DISPLAY 'ERROR ASENTANDO LA PROVISION EN EL LIBRO'
               STOP RUN
           END-IF
      * SIN REGLA, CON UNA CUENTA FUERA DEL PLAN O CON EL ANO YA
      * CERRADO NO SE ASIENTA; LA CORRIDA SIGUE Y EL REPORTE SALE,
      * PERO QUEDA EL AVISO
           IF CCON-R-CODRETO > '02'
               DISPLAY 'ASIENTO DE LA PROVISION RECHAZADO: '
                       CCON-R-MENSAJE
           END-IF.

       4000-IMPRIMIR-REPORTE.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO EL REPORTE: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           MOVE SPACES TO RPRT-TITULO
           STRING 'PROVISION DE CARTERA POR CATEGORIA - MES '
                  WS-MES-PEDIDO
                  DELIMITED BY SIZE INTO RPRT-TITULO
           WRITE REG-IMPRESOR FROM REG-PRO-TITULO AFTER PAGE
           MOVE '  CAT    %   CUENTA               SALDO'
             TO RPRT-TITULO
           MOVE '           PROVISION' TO RPRT-TITULO(41:20)
           WRITE REG-IMPRESOR FROM REG-PRO-TITULO AFTER 2
           PERFORM 4010-UN-PRODUCTO
               VARYING PX FROM 1 BY 1 UNTIL PX > 5
           MOVE 'TOTAL POR CATEGORIA' TO RPRT-TITULO
           WRITE REG-IMPRESOR FROM REG-PRO-TITULO AFTER 2
           PERFORM 4020-UNA-CATEGORIA
               VARYING KX FROM 1 BY 1 UNTIL KX > 5
           MOVE SPACES TO RPRD-CATEGORIA
           MOVE ZEROS  TO RPRD-PORCENTAJE
           MOVE WS-TOT-CUENTA    TO RPRD-CUENTA
           MOVE WS-TOT-SALDO     TO RPRD-SALDO
           MOVE WS-TOT-PROVISION TO RPRD-PROVISION
           WRITE REG-IMPRESOR FROM REG-PRO-DET AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-PRV-CASTIGOS TO RPRD-PROVISION
           STRING 'APLICADA A CASTIGOS DEL MES: ' RPRD-PROVISION
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-DIF-PROVISION TO WS-MAS-DIF
           STRING 'VARIACION CONTRA EL MES ANTERIOR ('
                  WS-PRV-PERIODO '): ' WS-MAS-DIF
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE 'MIGRACION ENTRE CATEGORIAS (FILA = MES ANTERIOR)'
             TO RPRT-TITULO
           WRITE REG-IMPRESOR FROM REG-PRO-TITULO AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE '  DE \ A         A       B       C       D       E'
             TO REG-IMPRESOR
           MOVE '   SALIO' TO REG-IMPRESOR(51:8)
           WRITE REG-IMPRESOR AFTER 1
           PERFORM 4030-UNA-FILA-MIGRACION
               VARYING MF FROM 1 BY 1 UNTIL MF > 6
           CLOSE IMPRESOR.

       4010-UN-PRODUCTO.
           EVALUATE PX
               WHEN 1 MOVE 'TARJETA DE CREDITO'       TO RPRT-TITULO
               WHEN 2 MOVE 'PRESTAMO HIPOTECARIO'     TO RPRT-TITULO
               WHEN 3 MOVE 'PRESTAMO VEHICULO'        TO RPRT-TITULO
               WHEN 4 MOVE 'PRESTAMO LIBRE INVERSION' TO RPRT-TITULO
               WHEN 5 MOVE 'OTROS PRODUCTOS'          TO RPRT-TITULO
           END-EVALUATE
           WRITE REG-IMPRESOR FROM REG-PRO-TITULO AFTER 2
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 5
               MOVE WS-LETRAS-CAT(KX:1)    TO RPRD-CATEGORIA
               MOVE TAB-PCT(PX, KX)        TO RPRD-PORCENTAJE
               MOVE TAB-CAT-CUENTA(PX, KX) TO RPRD-CUENTA
               MOVE TAB-CAT-SALDO(PX, KX)  TO RPRD-SALDO
               MOVE TAB-CAT-PROVIS(PX, KX) TO RPRD-PROVISION
               WRITE REG-IMPRESOR FROM REG-PRO-DET AFTER 1
           END-PERFORM.

       4020-UNA-CATEGORIA.
           MOVE WS-LETRAS-CAT(KX:1) TO RPRD-CATEGORIA
           MOVE ZEROS               TO RPRD-PORCENTAJE
           MOVE TAB-TCA-CUENTA(KX)  TO RPRD-CUENTA
           MOVE TAB-TCA-SALDO(KX)   TO RPRD-SALDO
           MOVE TAB-TCA-PROVIS(KX)  TO RPRD-PROVISION
           WRITE REG-IMPRESOR FROM REG-PRO-DET AFTER 1.

       4030-UNA-FILA-MIGRACION.
           IF MF < 6
               MOVE WS-LETRAS-CAT(MF:1) TO RMIG-ETIQUETA
           ELSE
               MOVE 'NUEVO'             TO RMIG-ETIQUETA
           END-IF
           PERFORM VARYING MC FROM 1 BY 1 UNTIL MC > 6
               MOVE TAB-MIG(MF, MC) TO RMIG-CUENTA(MC)
           END-PERFORM
           WRITE REG-IMPRESOR FROM REG-MIG-DET AFTER 1.

      * LA CORRIDA DE HOY QUEDA COMO ANTERIOR DE LA PROXIMA
       5000-GUARDAR-CORRIDA.
           OPEN OUTPUT PROVPREV
           IF WS-ESTADO-PRV = '00'
               MOVE 'H'              TO RPRV-TIPO
               MOVE WS-MES-PEDIDO    TO RPRV-PERIODO
               MOVE ZEROS            TO RPRV-NUMERO RPRV-PRODUCTO
                                        RPRV-CATEGORIA
               MOVE WS-TOT-PROVISION TO RPRV-PROVISION
               WRITE REG-PROVPREV
               PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > WS-NUM-HOY
                   MOVE 'D'                   TO RPRV-TIPO
                   MOVE TAB-HOY-NUMERO(HX)    TO RPRV-NUMERO
                   MOVE TAB-HOY-PRODUCTO(HX)  TO RPRV-PRODUCTO
                   MOVE TAB-HOY-CATEGORIA(HX) TO RPRV-CATEGORIA
                   MOVE TAB-HOY-PROVISION(HX) TO RPRV-PROVISION
                   WRITE REG-PROVPREV
               END-PERFORM
               CLOSE PROVPREV
           ELSE
               DISPLAY 'NO SE PUDO GUARDAR LA CORRIDA: ' WS-ESTADO-PRV
           END-IF.

       6000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'CREDITO'                    TO CSPO-E-SISTEMA
           MOVE 'PROVISION'                  TO CSPO-E-TIPO
           MOVE './FILES/CREDITO/PROVREP'    TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO4CPROV.
