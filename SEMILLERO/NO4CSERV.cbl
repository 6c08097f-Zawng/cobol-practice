      * CUOTA ESPERADA DE LA TABLA DE AMORTIZACION, LLEVA EL SALDO
      * PENDIENTE MES A MES, MARCA LAS CUOTAS PAGADAS TARDE O POR
      * DEBAJO DE LA CUOTA, Y RESPONDE LA CONSULTA DE SALDO POR
      * PRESTAMO. EL SUPERVISOR CASTIGA AQUI LOS PRESTAMOS DE LA
      * PROPUESTA DE NO4CCAST, Y LOS PAGOS QUE LLEGUEN DESPUES SOBRE
      * UN CASTIGADO SE RECIBEN COMO RECUPERACION. EL ABONO
      * EXTRAORDINARIO A CAPITAL REBAJA EL PLAZO O LA CUOTA, A
      * ELECCION DEL CLIENTE, Y SALE CON LA TABLA NUEVA. LA
      * INDEMNIZACION DEL SEGURO DE VIDA DEUDORES (SINIESTRO ENVIADO
      * DESDE NO4CSINI) CANCELA EL PRESTAMO COMO UNA LIQUIDACION.
      * TODO CAMBIO AL MAESTRO DE PRESTAMOS QUEDA EN LA BITACORA DE
      * CAMBIOS (NO8CCAMB), CAMPO POR CAMPO, CON EL VALOR ANTERIOR.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CSERV.
      * CARTA DE LIQUIDACION ANTICIPADA PARA EL CLIENTE
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/LIQUIDACION'
           FILE STATUS IS WS-ESTADO-IMP.
      * TABLA DE AMORTIZACION NUEVA DESPUES DE UN ABONO A CAPITAL
           SELECT IMPABONO ASSIGN TO './FILES/CREDITO/ABONOCAP'
           FILE STATUS IS WS-ESTADO-IMA.
      * CONSECUTIVO DE PRESTAMOS (COMPARTIDO CON NO4CCOTI), PARA EL
      * NUMERO DEL PRESTAMO SUCESOR DE UNA RESTRUCTURACION
           SELECT CONSECPR ASSIGN TO './FILES/CREDITO/CONSECPR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-RLG.
      * PROPUESTA DE CASTIGO DE NO4CCAST (VENCIDOS Y PROVISIONADOS)
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
      * SINIESTROS DEL SEGURO DE VIDA DEUDORES (LOS RADICA NO4CSINI)
           SELECT SINIESTR ASSIGN TO './FILES/CREDITO/SINIESTR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SIN.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           02 RPAG-FECHA             PIC X(10).
           02 RPAG-VALOR             PIC 9(15)V9(02).
      * MARCA: 'C' COMPLETA Y A TIEMPO, 'I' INCOMPLETA, 'A' ATRASADA,
      * 'X' INCOMPLETA Y ATRASADA, 'K' ABONO EXTRAORDINARIO A CAPITAL,
      * 'S' INDEMNIZACION DEL SEGURO (ESTAS DOS NO SON CUOTA: VAN CON
      * CUOTA-NUM EN CEROS)
           02 RPAG-MARCA             PIC X(01).

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       FD  IMPABONO LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPABONO              PIC X(80).

       FD  CONSECPR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONSECPR.
           02 RRLG-CAPITAL-NUEVO     PIC 9(15)V9(02).
           02 RRLG-USUARIO           PIC X(10).

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

       FD  SINIESTR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SINIESTR.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAGO            PIC X(02) VALUE SPACES.
       01  SW-FDA-PRESTAMOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-PAGOS              PIC 9 VALUE ZEROS.

       01  WS-OPC                    PIC 9(02) VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  WS-NUMERO                 PIC 9(06) VALUE ZEROS.
       01  WS-ENCONTRAR              PIC A VALUE SPACES.
       01  WS-RES-CUOTA-MEN          PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-RES-VIEJO              PIC 9(06) VALUE ZEROS.

      * CASTIGO: SOLO SOBRE LA PROPUESTA VIGENTE DE NO4CCAST; EL
      * CAPITAL CASTIGADO ES EL SALDO REAL (SIN INTERES NO CAUSADO)
       01  WS-ESTADO-CPR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CAS             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RCP             PIC X(02) VALUE SPACES.
       01  SW-FDA-PROPUESTA          PIC 9 VALUE ZEROS.
       01  WS-EN-PROPUESTA           PIC 9 VALUE ZEROS.
       01  WS-CAS-DIAS               PIC 9(05) VALUE ZEROS.
       01  WS-CAS-CAPITAL            PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-CAS-MORA               PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-CAS-PRODUCTO           PIC X(24) VALUE SPACES.
       01  WS-CASTIGADO              PIC 9 VALUE ZEROS.
       01  WS-CASTIGA                PIC A VALUE SPACES.
           88 SI-CASTIGA             VALUE 'S' 's'.
           88 NO-CASTIGA             VALUE 'N' 'n'.

      * RECUPERACION: LO QUE EL PAGO ABONA A LA MORA Y AL CAPITAL
      * CASTIGADOS
       01  WS-REC-A-MORA             PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-REC-A-CAPITAL          PIC 9(15)V9(02) VALUE ZEROS.

      * ASIENTOS DEL CASTIGO Y DE LA RECUPERACION EN EL LIBRO MAYOR
       01  RUT-NO9CCONT              PIC X(08) VALUE 'NO9CCONT'.
       COPY './COPYS/NOCOCONT.CPY'.

      * LIQUIDACION ANTICIPADA: EL SALDO TRAE EL INTERES FUTURO
      * HORNEADO EN LA TABLA; LA LIQUIDACION REAL LE QUITA EL INTERES
      * NO CAUSADO DE LAS CUOTAS RESTANTES, LE SUMA EL INTERES
           02 RLIQ-ETIQUETA          PIC X(26) VALUE SPACES.
           02 RLIQ-VALOR             PIC X(49) VALUE SPACES.

      * ABONO EXTRAORDINARIO A CAPITAL: EL ABONO BAJA EL CAPITAL
      * PENDIENTE (SALDO SIN EL INTERES NO CAUSADO) Y EL INTERES POR
      * CUOTA BAJA EN LA MISMA PROPORCION. EL CLIENTE ESCOGE SI
      * CONSERVA LA CUOTA Y ACORTA EL PLAZO O CONSERVA EL PLAZO Y
      * BAJA LA CUOTA
       01  WS-ESTADO-IMA             PIC X(02) VALUE SPACES.
       01  WS-ABO-VALOR              PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-CAP-PEND           PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-CAP-NUEVO          PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-INT-NUEVO          PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-ABO-RESTAN             PIC 9(03) VALUE ZEROS.
       01  WS-ABO-CUOTAS             PIC 9(03) VALUE ZEROS.
       01  WS-ABO-CUOTA-MEN          PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-SALDO              PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-AMORTIZA           PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-MODO               PIC A VALUE SPACES.
           88 ABO-REDUCE-PLAZO       VALUE 'P' 'p'.
           88 ABO-REDUCE-CUOTA       VALUE 'C' 'c'.
       01  WS-ABO-CUOTA-NUM          PIC 9(03) VALUE ZEROS.
       01  WS-ABO-CUOTA              PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-CAPITAL            PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-RESTO              PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ABO-LINEAS             PIC 9(03) VALUE ZEROS.
       01  KX                        PIC 9(03) VALUE ZEROS.

      * RENGLONES DE LA TABLA NUEVA
       01  REG-ABO-TIT.
           02 FILLER                 PIC X(18) VALUE SPACES.
           02 FILLER                 PIC X(44) VALUE
              'TABLA DE AMORTIZACION DESPUES DEL ABONO'.
           02 FILLER                 PIC X(18) VALUE SPACES.
       01  REG-ABO-COL.
           02 FILLER                 PIC X(40) VALUE
              ' CUOTA  VENCE            CAPITAL'.
           02 FILLER                 PIC X(40) VALUE
              'INTERES          CUOTA          SALDO'.
       01  REG-ABO-CUOTA.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RABO-CUOTA             PIC ZZ9.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RABO-VENCE             PIC X(10) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RABO-CAPITAL           PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RABO-INTERES           PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RABO-VALOR             PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RABO-SALDO             PIC ZZZ,ZZZ,ZZ9.99.

      * PAGO DE SINIESTRO: LA INDEMNIZACION DEBE CUBRIR LA LIQUIDACION
      * DEL DIA; LO QUE SOBRA ES DE LOS BENEFICIARIOS
       01  WS-ESTADO-SIN             PIC X(02) VALUE SPACES.
       01  SW-FDA-SINIESTR           PIC 9 VALUE ZEROS.
       01  SW-SINIESTRO              PIC 9 VALUE ZEROS.
           88 SW-SI-SINIESTRO        VALUE 1.
           88 SW-NO-SINIESTRO        VALUE 0.
       01  WS-SIN-PAGO               PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-SIN-DIFERENCIA         PIC 9(15)V9(02) VALUE ZEROS.

      * RUTINA DE FECHAS: LA CUOTA QUE CAE EN FESTIVO O FIN DE SEMANA
      * SE CORRE AL SIGUIENTE DIA HABIL
       01  RUT-FECHAS                PIC X(08) VALUE 'NO6CFECH'.
       COPY './COPYS/VARFECHAS.CPY'.

      * BITACORA DE CAMBIOS: EL PRESTAMO COMO ESTABA AL ENCONTRARLO (O
      * AL ULTIMO REWRITE), PARA REGISTRAR SOLO LO QUE CAMBIO
       01  WS-ANT-ESTADO             PIC A(01) VALUE SPACES.
       01  WS-ANT-SALDO              PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ANT-TOTAL              PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ANT-CUOTAS             PIC 9(03) VALUE ZEROS.
       01  WS-ANT-CUOTA-MEN          PIC 9(15)V9(02) VALUE ZEROS.
       01  WS-ANT-CUOTAS-PAGADAS     PIC 9(03) VALUE ZEROS.
       01  WS-ANT-MORA               PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-ANT-FECHA-DESEMB       PIC X(10) VALUE SPACES.
       01  WS-ANT-REF-DESEMB         PIC X(15) VALUE SPACES.
       01  WS-ANT-SUCESOR            PIC 9(06) VALUE ZEROS.
       01  WS-ANT-TASA-MES           PIC 9(02)V99 VALUE ZEROS.
       01  WS-CAM-DINERO             PIC Z(14)9.99.
       01  WS-CAM-TASA               PIC Z9.99.
       01  RUT-NO8CCAMB              PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 0-IDENTIFICAR-OPERADOR
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 11
           STOP RUN.

      *----------------------------------------------------------------*
                                            LINE 10 POSITION 29
                   '7. RESTRUCTURAR PRESTAMO'
                                            LINE 11 POSITION 29
                   '8. CASTIGAR PRESTAMO'   LINE 12 POSITION 29
                   '9. ABONO EXTRAORDINARIO A CAPITAL'
                                            LINE 13 POSITION 29
                   '10. PAGO DE SINIESTRO'  LINE 14 POSITION 29
                   '11. SALIR'              LINE 15 POSITION 29
                   'QUE OPCION DESEA?: '    LINE 17 POSITION 29
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 12
               ACCEPT WS-OPC LINE 17 POSITION 49
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-APLICAR-PAGO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 7-RESTRUCTURAR
                      END-IF
               WHEN 8 PERFORM 0-3-VALIDA-PERMISO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 8-CASTIGAR
                      END-IF
               WHEN 9 PERFORM 9-ABONO-CAPITAL
               WHEN 10 PERFORM 10-PAGO-SINIESTRO
           END-EVALUATE.

       9-CAPTURA-NUMERO.
                NOT AT END
                    IF RPRE-NUMERO = WS-NUMERO
                        SET SW-SI-ENCONTRO TO TRUE
                        PERFORM 9-1-1-GUARDA-ANTES
                    END-IF
           END-READ.

       9-1-1-GUARDA-ANTES.
           MOVE RPRE-ESTADO         TO WS-ANT-ESTADO
           MOVE RPRE-SALDO          TO WS-ANT-SALDO
           MOVE RPRE-TOTAL          TO WS-ANT-TOTAL
           MOVE RPRE-CUOTAS         TO WS-ANT-CUOTAS
           MOVE RPRE-CUOTA-MEN      TO WS-ANT-CUOTA-MEN
           MOVE RPRE-CUOTAS-PAGADAS TO WS-ANT-CUOTAS-PAGADAS
           MOVE RPRE-MORA           TO WS-ANT-MORA
           MOVE RPRE-FECHA-DESEMB   TO WS-ANT-FECHA-DESEMB
           MOVE RPRE-REF-DESEMB     TO WS-ANT-REF-DESEMB
           MOVE RPRE-SUCESOR        TO WS-ANT-SUCESOR
           MOVE RPRE-TASA-MES       TO WS-ANT-TASA-MES.

      *----------------------------------------------------------------*
      * BITACORA DE CAMBIOS DESPUES DE CADA REWRITE DEL PRESTAMO: UN
      * CALL POR CAMPO (LA RUTINA DESCARTA LOS QUE NO CAMBIARON) Y EL
      * REGISTRO GRABADO PASA A SER EL NUEVO "ANTES"
      *----------------------------------------------------------------*
       9-1-2-REGISTRA-CAMBIOS.
           INITIALIZE NOCOCAMB
           MOVE 'PRESTAMO'            TO CCAM-E-ARCHIVO
           MOVE RPRE-NUMERO           TO CCAM-E-CLAVE
           MOVE WS-OPERADOR           TO CCAM-E-USUARIO
           MOVE 'ESTADO'              TO CCAM-E-CAMPO
           MOVE WS-ANT-ESTADO         TO CCAM-E-ANTES
           MOVE RPRE-ESTADO           TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'SALDO'               TO CCAM-E-CAMPO
           MOVE WS-ANT-SALDO          TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-ANTES
           MOVE RPRE-SALDO            TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'TOTAL'               TO CCAM-E-CAMPO
           MOVE WS-ANT-TOTAL          TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-ANTES
           MOVE RPRE-TOTAL            TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'CUOTAS'              TO CCAM-E-CAMPO
           MOVE WS-ANT-CUOTAS         TO CCAM-E-ANTES
           MOVE RPRE-CUOTAS           TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'CUOTA-MEN'           TO CCAM-E-CAMPO
           MOVE WS-ANT-CUOTA-MEN      TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-ANTES
           MOVE RPRE-CUOTA-MEN        TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'CUOTAS-PAGADAS'      TO CCAM-E-CAMPO
           MOVE WS-ANT-CUOTAS-PAGADAS TO CCAM-E-ANTES
           MOVE RPRE-CUOTAS-PAGADAS   TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'MORA'                TO CCAM-E-CAMPO
           MOVE WS-ANT-MORA           TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-ANTES
           MOVE RPRE-MORA             TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'FECHA-DESEMB'        TO CCAM-E-CAMPO
           MOVE WS-ANT-FECHA-DESEMB   TO CCAM-E-ANTES
           MOVE RPRE-FECHA-DESEMB     TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'REF-DESEMB'          TO CCAM-E-CAMPO
           MOVE WS-ANT-REF-DESEMB     TO CCAM-E-ANTES
           MOVE RPRE-REF-DESEMB       TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'SUCESOR'             TO CCAM-E-CAMPO
           MOVE WS-ANT-SUCESOR        TO CCAM-E-ANTES
           MOVE RPRE-SUCESOR          TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'TASA-MES'            TO CCAM-E-CAMPO
           MOVE WS-ANT-TASA-MES       TO WS-CAM-TASA
           MOVE WS-CAM-TASA           TO CCAM-E-ANTES
           MOVE RPRE-TASA-MES         TO WS-CAM-TASA
           MOVE WS-CAM-TASA           TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           PERFORM 9-1-1-GUARDA-ANTES.

      *----------------------------------------------------------------*
      * APLICA UN PAGO: LA CUOTA ESPERADA ES LA CUOTA MENSUAL DE LA
      * COTIZACION ACEPTADA; EL PAGO QUEDA MARCADO SI LLEGO TARDE
                       DISPLAY 'PRESTAMO INEXISTENTE'
                                            LINE 24 POSITION 30
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
      * LO QUE SE RECIBE SOBRE UN CASTIGADO ES RECUPERACION
                   WHEN RPRE-ESTADO = 'C'
                       PERFORM 1-5-RECUPERACION
      * SIN DESEMBOLSO CONFIRMADO NO SE RECIBEN PAGOS: EL DINERO
      * TODAVIA NO HA SALIDO DE LA CASA
                   WHEN RPRE-ESTADO = 'F'
           END-IF
           IF WS-SOLO-MORA = 1
               REWRITE REG-PRESTAMO END-REWRITE
               PERFORM 9-1-2-REGISTRA-CAMBIOS
               DISPLAY 'EL PAGO SE APLICO COMPLETO A LA MORA'
                                            LINE 19 POSITION 01
               DISPLAY 'PAGO APLICADO, OPRIMA ENTER'
               MOVE 'P' TO RPRE-ESTADO
           END-IF
           REWRITE REG-PRESTAMO END-REWRITE
           PERFORM 9-1-2-REGISTRA-CAMBIOS
           MOVE RPRE-SALDO TO WS-MAS-DINERO
           DISPLAY 'NUEVO SALDO    :'       LINE 18 POSITION 01
                   WS-MAS-DINERO            LINE 18 POSITION 19
                                            LINE 24 POSITION 25
           ACCEPT WS-ENTER                  LINE 24 POSITION 55.

      *----------------------------------------------------------------*
      * RECUPERACION DE UN PRESTAMO CASTIGADO: EL PAGO RECOGE PRIMERO
      * LA MORA CASTIGADA Y LUEGO EL CAPITAL CASTIGADO, SIN TABLA NI
      * MARCA DE CUOTA. EL PRESTAMO SIGUE EN 'C' AUNQUE LLEGUE A
      * CERO; LO QUE SUPERE LO PENDIENTE NO SE RECIBE.
      *----------------------------------------------------------------*
       1-5-RECUPERACION.
           DISPLAY 'PRESTAMO CASTIGADO: EL PAGO ES UNA RECUPERACION'
                                            LINE 14 POSITION 01
           MOVE RPRE-SALDO TO WS-MAS-DINERO
           DISPLAY 'CAPITAL CASTIG.:'       LINE 15 POSITION 01
                   WS-MAS-DINERO            LINE 15 POSITION 19
           MOVE RPRE-MORA TO WS-MAS-DINERO
           DISPLAY 'MORA CASTIGADA :'       LINE 17 POSITION 01
                   WS-MAS-DINERO            LINE 17 POSITION 19
           DISPLAY 'VALOR DEL PAGO :'       LINE 16 POSITION 01
           MOVE ZEROS TO WS-VALOR-PAGO
           PERFORM UNTIL WS-VALOR-PAGO > ZEROS
               ACCEPT WS-VALOR-PAGO         LINE 16 POSITION 19
           END-PERFORM
           IF WS-VALOR-PAGO > RPRE-SALDO + RPRE-MORA
               DISPLAY 'EL PAGO SUPERA LO CASTIGADO PENDIENTE'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 60
           ELSE
               MOVE ZEROS TO WS-REC-A-MORA WS-REC-A-CAPITAL
               IF WS-VALOR-PAGO NOT > RPRE-MORA
                   MOVE WS-VALOR-PAGO TO WS-REC-A-MORA
               ELSE
                   MOVE RPRE-MORA TO WS-REC-A-MORA
                   COMPUTE WS-REC-A-CAPITAL =
                           WS-VALOR-PAGO - RPRE-MORA
               END-IF
               SUBTRACT WS-REC-A-MORA    FROM RPRE-MORA
               SUBTRACT WS-REC-A-CAPITAL FROM RPRE-SALDO
               REWRITE REG-PRESTAMO END-REWRITE
               PERFORM 9-1-2-REGISTRA-CAMBIOS
               PERFORM 1-6-GRABAR-RECUPERACION
               COMPUTE WS-VALOR-PAGO = RPRE-SALDO + RPRE-MORA
               MOVE WS-VALOR-PAGO TO WS-MAS-DINERO
               DISPLAY 'QUEDA CASTIGADO:'   LINE 18 POSITION 01
                       WS-MAS-DINERO        LINE 18 POSITION 19
               DISPLAY 'RECUPERACION APLICADA, OPRIMA ENTER'
                                            LINE 24 POSITION 22
               ACCEPT WS-ENTER              LINE 24 POSITION 58
           END-IF.

      *----------------------------------------------------------------*
      * LOG DE LA RECUPERACION Y SUS ASIENTOS: LA CAJA CONTRA EL
      * INGRESO POR RECUPERACION (1105/4255) Y LA REVERSION DE LAS
      * CUENTAS DE ORDEN DEL CASTIGO (8620/8120)
      *----------------------------------------------------------------*
       1-6-GRABAR-RECUPERACION.
           PERFORM 9-2-FECHA-DE-HOY
           MOVE WS-FECHA-HOY-EDI TO RREC-FECHA
           MOVE RPRE-NUMERO      TO RREC-NUMERO
           COMPUTE RREC-VALOR = WS-REC-A-MORA + WS-REC-A-CAPITAL
           MOVE WS-REC-A-MORA    TO RREC-A-MORA
           MOVE WS-REC-A-CAPITAL TO RREC-A-CAPITAL
           MOVE 'CAJA'           TO RREC-ORIGEN
           MOVE WS-OPERADOR      TO RREC-USUARIO
           OPEN EXTEND RECUPERA
      * SI EL LOG NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-RCP = '35'
               OPEN OUTPUT RECUPERA
           END-IF
           IF WS-ESTADO-RCP = '00' OR WS-ESTADO-RCP = '05'
               WRITE REG-RECUPERA
               CLOSE RECUPERA
           END-IF
           INITIALIZE NOCOCONT
           MOVE 'RECUPERA'       TO CCON-E-EVENTO
           MOVE RREC-VALOR       TO CCON-E-VALOR
           PERFORM 1-6-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE 'ORDENREC'       TO CCON-E-EVENTO
           MOVE RREC-VALOR       TO CCON-E-VALOR
           PERFORM 1-6-1-LLAMA-CONTABLE.

      *----------------------------------------------------------------*
      * LAS CUENTAS DE CADA ASIENTO SALEN DE LA REGLA DEL EVENTO EN
      * REGLACON; SI NO HAY REGLA, O SI USA UNA CUENTA QUE NO ESTA EN
      * EL PLAN, EL ASIENTO NO SE HACE Y SE AVISA
      *----------------------------------------------------------------*
       1-6-1-LLAMA-CONTABLE.
           MOVE 'CREDITO'        TO CCON-E-ORIGEN
           MOVE WS-FEC-SIS(1:6)  TO CCON-E-PERIODO
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = '00' AND CCON-R-CODRETO NOT = '01'
               DISPLAY 'ASIENTO RECHAZADO:' LINE 22 POSITION 01
                       CCON-R-MENSAJE       LINE 23 POSITION 01
               ACCEPT WS-ENTER              LINE 22 POSITION 20
           END-IF.

      *----------------------------------------------------------------*
      * LA CUOTA N VENCE N MESES DESPUES DE LA ACEPTACION (DIA TOPE
      * 28); SE COMPARA CONTRA LA FECHA DE HOY PARA MARCAR ATRASO, Y
               PERFORM 3-1-LEER-PAGO UNTIL SW-FDA-PAGOS = 1
               CLOSE PAGOSPRE
           END-IF
           DISPLAY
               '(C=COMPLETA I=INCOMPLETA A=ATRASADA X=AMBAS K=ABONO'
                                            LINE 23 POSITION 01
               ' S=SINIESTRO)'              LINE 23 POSITION 52
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 60.
                       MOVE WS-DES-REFERENCIA  TO RPRE-REF-DESEMB
                       MOVE 'A'                TO RPRE-ESTADO
                       REWRITE REG-PRESTAMO END-REWRITE
                       PERFORM 9-1-2-REGISTRA-CAMBIOS
                       DISPLAY 'DESEMBOLSO CONFIRMADO, OPRIMA ENTER'
                                            LINE 17 POSITION 01
                       ACCEPT WS-ENTER      LINE 17 POSITION 40
               MOVE ZEROS TO WS-DIAS-CORRIDOS
           END-IF.

      * CANCELACION CON EL VALOR DE LA LIQUIDACION: LA CUOTA Y LA
      * MARCA DEL PAGO LAS DEJA LISTAS QUIEN LLAMA
       6-6-CANCELA-PRESTAMO.
           MOVE WS-LIQUIDACION TO WS-VALOR-PAGO
           PERFORM 1-3-GRABAR-PAGO
           MOVE ZEROS TO RPRE-SALDO RPRE-MORA
           MOVE 'P' TO RPRE-ESTADO
           MOVE WS-FECHA-HOY-EDI TO RPRE-FECHA-ESTADO
           REWRITE REG-PRESTAMO END-REWRITE
           PERFORM 9-1-2-REGISTRA-CAMBIOS.

       6-2-MUESTRA-LIQUIDACION.
           MOVE RPRE-SALDO TO WS-MAS-DINERO
           DISPLAY 'SALDO SEGUN TABLA   :'  LINE 14 POSITION 01
      *----------------------------------------------------------------*
       6-4-CIERRA-PRESTAMO.
           COMPUTE WS-CUOTA-NUM = RPRE-CUOTAS-PAGADAS + 1
           MOVE 'C' TO WS-MARCA
           PERFORM 6-6-CANCELA-PRESTAMO
           DISPLAY 'PRESTAMO CERRADO CON LA LIQUIDACION, OPRIMA ENTER'
                                            LINE 23 POSITION 01
           ACCEPT WS-ENTER                  LINE 23 POSITION 52.
           MOVE 'R' TO RPRE-ESTADO
           MOVE ZEROS TO RPRE-SALDO RPRE-MORA
           MOVE WS-FECHA-HOY-EDI TO RPRE-FECHA-ESTADO
           REWRITE REG-PRESTAMO END-REWRITE
           PERFORM 9-1-2-REGISTRA-CAMBIOS.

       7-4-CREA-SUCESOR.
           PERFORM 7-7-OBTIENE-NUMERO
                                      RPRE-SUCESOR
           MOVE WS-RES-VIEJO       TO RPRE-ANTECESOR
           MOVE WS-RES-TASA        TO RPRE-TASA-MES
      * LA TASA PACTADA EN LA RESTRUCTURACION ES FIJA
           MOVE 'F'                TO RPRE-TIPO-TASA
           MOVE ZEROS              TO RPRE-SPREAD
                                      RPRE-FREC-REPRECIO
                                      RPRE-FECHA-REPRECIO
      * EL SUCESOR NO LLEVA SEGURO: LA CUOTA RESTRUCTURADA NO LO INCLUYE
           MOVE ZEROS              TO RPRE-DEUDOR-EDAD
                                      RPRE-SEG-TASA
                                      RPRE-SEG-MES
           MOVE 'A'                TO RPRE-ESTADO
           OPEN EXTEND PRESTAMOS
           IF WS-ESTADO-PRES = '00' OR WS-ESTADO-PRES = '05'
               WRITE REG-PRESTAMO
               CLOSE PRESTAMOS
               PERFORM 7-4-1-REGISTRA-SUCESOR
           END-IF.

      *----------------------------------------------------------------*
      * EL SUCESOR ES UN PRESTAMO NUEVO: EN LA BITACORA QUEDA SIN
      * VALOR ANTERIOR, CON SUS CONDICIONES Y EL PRESTAMO DE ORIGEN
      *----------------------------------------------------------------*
       7-4-1-REGISTRA-SUCESOR.
           INITIALIZE NOCOCAMB
           MOVE 'PRESTAMO'            TO CCAM-E-ARCHIVO
           MOVE RPRE-NUMERO           TO CCAM-E-CLAVE
           MOVE WS-OPERADOR           TO CCAM-E-USUARIO
           MOVE 'ESTADO'              TO CCAM-E-CAMPO
           MOVE RPRE-ESTADO           TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'SALDO'               TO CCAM-E-CAMPO
           MOVE RPRE-SALDO            TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'CUOTAS'              TO CCAM-E-CAMPO
           MOVE RPRE-CUOTAS           TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'CUOTA-MEN'           TO CCAM-E-CAMPO
           MOVE RPRE-CUOTA-MEN        TO WS-CAM-DINERO
           MOVE WS-CAM-DINERO         TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'TASA-MES'            TO CCAM-E-CAMPO
           MOVE RPRE-TASA-MES         TO WS-CAM-TASA
           MOVE WS-CAM-TASA           TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'ANTECESOR'           TO CCAM-E-CAMPO
           MOVE RPRE-ANTECESOR        TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB.

      *----------------------------------------------------------------*
      * DEJA EN EL PRESTAMO VIEJO EL NUMERO DEL SUCESOR, PARA QUE LA
      * HISTORIA MUESTRE LA CADENA COMPLETA
               IF SW-SI-ENCONTRO
                   MOVE ACON-PRESTAMO TO RPRE-SUCESOR
                   REWRITE REG-PRESTAMO END-REWRITE
                   PERFORM 9-1-2-REGISTRA-CAMBIOS
               END-IF
               CLOSE PRESTAMOS
           END-IF.
           END-READ
           CLOSE CONSECPR.

      *----------------------------------------------------------------*
      * CASTIGO: EL SUPERVISOR APRUEBA UNO A UNO LOS PRESTAMOS DE LA
      * PROPUESTA DE NO4CCAST (VENCIDOS MAS ALLA DE LA EDAD DE CASTIGO
      * Y PROVISIONADOS COMPLETOS). EL PRESTAMO PASA A 'C' CON SU
      * CAPITAL REAL Y SU MORA FUERA DEL BALANCE, SALE DE LA CARTERA
      * ACTIVA Y DE LA COBRANZA, Y SIGUE RECIBIENDO RECUPERACIONES.
      *----------------------------------------------------------------*
       8-CASTIGAR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CASTIGO DE PRESTAMO'    LINE 02 POSITION 31
           PERFORM 9-CAPTURA-NUMERO
           PERFORM 8-1-BUSCA-PROPUESTA
           MOVE 0 TO WS-CASTIGADO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN I-O PRESTAMOS
           IF WS-ESTADO-PRES NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE PRESTAMOS'
                                            LINE 24 POSITION 10
               ACCEPT WS-ENTER              LINE 24 POSITION 55
           ELSE
               PERFORM 9-1-BUSCAR-PRESTAMO
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-PRESTAMOS = 1
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO OR RPRE-ESTADO NOT = 'A'
                       DISPLAY 'PRESTAMO INEXISTENTE O NO ACTIVO'
                                            LINE 24 POSITION 23
                       ACCEPT WS-ENTER      LINE 24 POSITION 58
                   WHEN WS-EN-PROPUESTA = 0
                       DISPLAY 'NO ESTA EN LA PROPUESTA DE CASTIGO'
                                            LINE 24 POSITION 22
                       ACCEPT WS-ENTER      LINE 24 POSITION 60
                   WHEN OTHER
                       PERFORM 8-2-MUESTRA-Y-CONFIRMA
                       IF SI-CASTIGA
                           PERFORM 8-3-CASTIGA-PRESTAMO
                       END-IF
               END-EVALUATE
               CLOSE PRESTAMOS
           END-IF
           IF WS-CASTIGADO = 1
               PERFORM 8-4-GRABAR-CASTIGO
               PERFORM 8-5-ASIENTOS-CASTIGO
               DISPLAY 'PRESTAMO CASTIGADO, OPRIMA ENTER'
                                            LINE 22 POSITION 01
               ACCEPT WS-ENTER              LINE 22 POSITION 35
           END-IF.

       8-1-BUSCA-PROPUESTA.
           MOVE 0 TO WS-EN-PROPUESTA SW-FDA-PROPUESTA
           MOVE ZEROS TO WS-CAS-DIAS
           OPEN INPUT CASTPROP
           IF WS-ESTADO-CPR = '00'
               PERFORM 8-1-1-LEER-PROPUESTA
                   UNTIL SW-FDA-PROPUESTA = 1
               CLOSE CASTPROP
           END-IF.

       8-1-1-LEER-PROPUESTA.
           READ CASTPROP AT END MOVE 1 TO SW-FDA-PROPUESTA
                NOT AT END
                    IF RCPR-NUMERO = WS-NUMERO
                        MOVE 1 TO WS-EN-PROPUESTA SW-FDA-PROPUESTA
                        MOVE RCPR-DIAS-MORA TO WS-CAS-DIAS
                    END-IF
           END-READ.

      * EL CAPITAL CASTIGADO ES EL SALDO SIN EL INTERES NO CAUSADO
      * DE LAS CUOTAS RESTANTES, IGUAL QUE EN LA RESTRUCTURACION
       8-2-MUESTRA-Y-CONFIRMA.
           COMPUTE WS-INT-POR-CUOTA ROUNDED =
                   (RPRE-TOTAL - RPRE-CAPITAL) / RPRE-CUOTAS
           COMPUTE WS-CUOTAS-RESTAN =
                   RPRE-CUOTAS - RPRE-CUOTAS-PAGADAS
           COMPUTE WS-INT-NO-CAUSADO =
                   WS-INT-POR-CUOTA * WS-CUOTAS-RESTAN
           IF WS-INT-NO-CAUSADO < RPRE-SALDO
               COMPUTE WS-CAS-CAPITAL =
                       RPRE-SALDO - WS-INT-NO-CAUSADO
           ELSE
               MOVE RPRE-SALDO TO WS-CAS-CAPITAL
           END-IF
           MOVE RPRE-MORA     TO WS-CAS-MORA
           MOVE RPRE-PRODUCTO TO WS-CAS-PRODUCTO
           DISPLAY 'PRODUCTO        :'      LINE 14 POSITION 01
                   RPRE-PRODUCTO            LINE 14 POSITION 20
           DISPLAY 'DIAS DE MORA    :'      LINE 15 POSITION 01
                   WS-CAS-DIAS              LINE 15 POSITION 20
           MOVE WS-CAS-CAPITAL TO WS-MAS-DINERO
           DISPLAY 'CAPITAL A CASTIGAR:'    LINE 16 POSITION 01
                   WS-MAS-DINERO            LINE 16 POSITION 20
           MOVE WS-CAS-MORA TO WS-MAS-DINERO
           DISPLAY 'MORA A CASTIGAR :'      LINE 17 POSITION 01
                   WS-MAS-DINERO            LINE 17 POSITION 20
           DISPLAY 'APRUEBA EL CASTIGO? (S/N):'
                                            LINE 19 POSITION 01
           MOVE SPACES TO WS-CASTIGA
           PERFORM UNTIL SI-CASTIGA OR NO-CASTIGA
               ACCEPT WS-CASTIGA            LINE 19 POSITION 29
           END-PERFORM.

       8-3-CASTIGA-PRESTAMO.
           PERFORM 9-2-FECHA-DE-HOY
           MOVE 'C'              TO RPRE-ESTADO
           MOVE WS-CAS-CAPITAL   TO RPRE-SALDO
           MOVE WS-FECHA-HOY-EDI TO RPRE-FECHA-ESTADO
           REWRITE REG-PRESTAMO END-REWRITE
           PERFORM 9-1-2-REGISTRA-CAMBIOS
           MOVE 1 TO WS-CASTIGADO.

       8-4-GRABAR-CASTIGO.
           MOVE WS-FECHA-HOY-EDI TO RCAS-FECHA
           MOVE WS-NUMERO        TO RCAS-NUMERO
           MOVE WS-CAS-PRODUCTO  TO RCAS-PRODUCTO
           MOVE WS-CAS-CAPITAL   TO RCAS-CAPITAL
           MOVE WS-CAS-MORA      TO RCAS-MORA
           MOVE WS-CAS-DIAS      TO RCAS-DIAS-MORA
           MOVE WS-OPERADOR      TO RCAS-USUARIO
           OPEN EXTEND CASTIGOS
      * SI EL LOG NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-CAS = '35'
               OPEN OUTPUT CASTIGOS
           END-IF
           IF WS-ESTADO-CAS = '00' OR WS-ESTADO-CAS = '05'
               WRITE REG-CASTIGO
               CLOSE CASTIGOS
           END-IF.

      *----------------------------------------------------------------*
      * EL CAPITAL CASTIGADO SE CARGA A LA PROVISION (1499) CONTRA LA
      * CARTERA (1410); CAPITAL Y MORA QUEDAN EN CUENTAS DE ORDEN
      * (8120 CONTRA 8620) HASTA QUE SE RECUPEREN
      *----------------------------------------------------------------*
       8-5-ASIENTOS-CASTIGO.
           INITIALIZE NOCOCONT
           MOVE 'CASTIGO'        TO CCON-E-EVENTO
           MOVE WS-CAS-CAPITAL   TO CCON-E-VALOR
           PERFORM 1-6-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE 'ORDENCAS'       TO CCON-E-EVENTO
           COMPUTE CCON-E-VALOR = WS-CAS-CAPITAL + WS-CAS-MORA
           PERFORM 1-6-1-LLAMA-CONTABLE.

      *----------------------------------------------------------------*
      * ABONO EXTRAORDINARIO A CAPITAL: SOLO SOBRE UN PRESTAMO ACTIVO
      * SIN MORA PENDIENTE (LA MORA SE RECOGE CON UN PAGO NORMAL) Y
      * POR MENOS DEL CAPITAL PENDIENTE (SI LO CUBRE, ES UNA
      * LIQUIDACION ANTICIPADA). EL ABONO QUEDA EN EL ARCHIVO DE PAGOS
      * CON MARCA 'K' Y SIN NUMERO DE CUOTA, EL PRESTAMO CON SU PLAZO,
      * CUOTA Y SALDO NUEVOS, Y LA TABLA NUEVA IMPRESA PARA EL CLIENTE
      *----------------------------------------------------------------*
       9-ABONO-CAPITAL.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'ABONO EXTRAORDINARIO A CAPITAL'
                                            LINE 02 POSITION 25
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN I-O PRESTAMOS
           IF WS-ESTADO-PRES NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE PRESTAMOS'
                                            LINE 24 POSITION 10
               ACCEPT WS-ENTER              LINE 24 POSITION 55
           ELSE
               PERFORM 9-1-BUSCAR-PRESTAMO
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-PRESTAMOS = 1
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO OR RPRE-ESTADO NOT = 'A'
                       DISPLAY 'PRESTAMO INEXISTENTE O NO ACTIVO'
                                            LINE 24 POSITION 23
                       ACCEPT WS-ENTER      LINE 24 POSITION 58
                   WHEN RPRE-MORA > ZEROS
                       DISPLAY 'TIENE MORA PENDIENTE: APLIQUE ANTES UN P
      -                        'AGO'        LINE 24 POSITION 15
                       ACCEPT WS-ENTER      LINE 24 POSITION 66
                   WHEN RPRE-CUOTAS NOT > RPRE-CUOTAS-PAGADAS
                       DISPLAY 'NO LE QUEDAN CUOTAS: USE LA LIQUIDACION'
                                            LINE 24 POSITION 18
                       ACCEPT WS-ENTER      LINE 24 POSITION 62
                   WHEN OTHER
                       PERFORM 9-3-CAPTURA-ABONO
               END-EVALUATE
               CLOSE PRESTAMOS
           END-IF.

      * CAPITAL PENDIENTE: EL SALDO SIN EL INTERES NO CAUSADO DE LAS
      * CUOTAS QUE RESTAN (COMO EN LA LIQUIDACION ANTICIPADA)
       9-3-CAPTURA-ABONO.
           COMPUTE WS-INT-POR-CUOTA ROUNDED =
                   (RPRE-TOTAL - RPRE-CAPITAL) / RPRE-CUOTAS
           COMPUTE WS-CUOTAS-RESTAN =
                   RPRE-CUOTAS - RPRE-CUOTAS-PAGADAS
           COMPUTE WS-INT-NO-CAUSADO =
                   WS-INT-POR-CUOTA * WS-CUOTAS-RESTAN
           IF WS-INT-NO-CAUSADO > RPRE-SALDO
               MOVE RPRE-SALDO TO WS-INT-NO-CAUSADO
           END-IF
           COMPUTE WS-ABO-CAP-PEND = RPRE-SALDO - WS-INT-NO-CAUSADO
           MOVE WS-ABO-CAP-PEND TO WS-MAS-DINERO
           DISPLAY 'CAPITAL PENDIENTE   :'  LINE 14 POSITION 01
                   WS-MAS-DINERO            LINE 14 POSITION 24
           MOVE RPRE-CUOTA-MEN TO WS-MAS-DINERO
           DISPLAY 'CUOTA MENSUAL       :'  LINE 15 POSITION 01
                   WS-MAS-DINERO            LINE 15 POSITION 24
           DISPLAY 'CUOTAS QUE RESTAN   :'  LINE 16 POSITION 01
                   WS-CUOTAS-RESTAN         LINE 16 POSITION 24
           DISPLAY 'VALOR DEL ABONO     :'  LINE 17 POSITION 01
           MOVE ZEROS TO WS-ABO-VALOR
           PERFORM UNTIL WS-ABO-VALOR > ZEROS
               ACCEPT WS-ABO-VALOR          LINE 17 POSITION 24
           END-PERFORM
           IF WS-ABO-VALOR NOT < WS-ABO-CAP-PEND
               DISPLAY 'EL ABONO CUBRE EL CAPITAL: USE LA LIQUIDACION'
                                            LINE 24 POSITION 15
               ACCEPT WS-ENTER              LINE 24 POSITION 64
           ELSE
               DISPLAY 'REBAJAR (P)LAZO O (C)UOTA?:'
                                            LINE 18 POSITION 01
               MOVE SPACES TO WS-ABO-MODO
               PERFORM UNTIL ABO-REDUCE-PLAZO OR ABO-REDUCE-CUOTA
                   ACCEPT WS-ABO-MODO       LINE 18 POSITION 30
               END-PERFORM
               PERFORM 9-4-CALCULA-ABONO
               PERFORM 9-5-MUESTRA-ABONO
               DISPLAY 'APLICA EL ABONO? (S/N):'
                                            LINE 22 POSITION 01
               MOVE SPACES TO WS-PAGA
               PERFORM UNTIL SI-PAGA OR NO-PAGA
                   ACCEPT WS-PAGA           LINE 22 POSITION 25
               END-PERFORM
               IF SI-PAGA
                   PERFORM 9-6-APLICA-ABONO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EL INTERES POR CUOTA BAJA EN PROPORCION AL CAPITAL QUE QUEDA.
      * REBAJA DE CUOTA: MISMAS CUOTAS QUE RESTAN, CUOTA NUEVA SOBRE
      * EL SALDO NUEVO. REBAJA DE PLAZO: MISMA CUOTA, Y LAS CUOTAS QUE
      * HAGAN FALTA PARA AMORTIZAR EL CAPITAL NUEVO CON LO QUE CADA
      * UNA ABONA A CAPITAL (LA ULTIMA SALE MENOR)
      *----------------------------------------------------------------*
       9-4-CALCULA-ABONO.
           COMPUTE WS-ABO-CAP-NUEVO = WS-ABO-CAP-PEND - WS-ABO-VALOR
           COMPUTE WS-ABO-INT-NUEVO ROUNDED =
                   WS-INT-POR-CUOTA * WS-ABO-CAP-NUEVO / WS-ABO-CAP-PEND
           MOVE WS-CUOTAS-RESTAN TO WS-ABO-RESTAN
           IF ABO-REDUCE-CUOTA
               COMPUTE WS-ABO-SALDO = WS-ABO-CAP-NUEVO
                     + WS-ABO-INT-NUEVO * WS-ABO-RESTAN
               COMPUTE WS-ABO-CUOTA-MEN ROUNDED =
                       WS-ABO-SALDO / WS-ABO-RESTAN
           ELSE
               MOVE RPRE-CUOTA-MEN TO WS-ABO-CUOTA-MEN
               IF WS-ABO-CUOTA-MEN > WS-ABO-INT-NUEVO
                   COMPUTE WS-ABO-AMORTIZA =
                           WS-ABO-CUOTA-MEN - WS-ABO-INT-NUEVO
                   DIVIDE WS-ABO-CAP-NUEVO BY WS-ABO-AMORTIZA
                          GIVING WS-ABO-RESTAN
                       ON SIZE ERROR
                          MOVE WS-CUOTAS-RESTAN TO WS-ABO-RESTAN
                   END-DIVIDE
                   IF WS-ABO-RESTAN * WS-ABO-AMORTIZA
                      < WS-ABO-CAP-NUEVO
                       ADD 1 TO WS-ABO-RESTAN
                   END-IF
                   IF WS-ABO-RESTAN > WS-CUOTAS-RESTAN
                       MOVE WS-CUOTAS-RESTAN TO WS-ABO-RESTAN
                   END-IF
                   IF WS-ABO-RESTAN = ZEROS
                       MOVE 1 TO WS-ABO-RESTAN
                   END-IF
               END-IF
               COMPUTE WS-ABO-SALDO = WS-ABO-CAP-NUEVO
                     + WS-ABO-INT-NUEVO * WS-ABO-RESTAN
           END-IF
           COMPUTE WS-ABO-CUOTAS =
                   RPRE-CUOTAS-PAGADAS + WS-ABO-RESTAN.

       9-5-MUESTRA-ABONO.
           MOVE WS-ABO-CAP-NUEVO TO WS-MAS-DINERO
           DISPLAY 'CAPITAL DESPUES     :'  LINE 19 POSITION 01
                   WS-MAS-DINERO            LINE 19 POSITION 24
           MOVE WS-ABO-CUOTA-MEN TO WS-MAS-DINERO
           DISPLAY 'CUOTA NUEVA         :'  LINE 20 POSITION 01
                   WS-MAS-DINERO            LINE 20 POSITION 24
           MOVE WS-ABO-SALDO TO WS-MAS-DINERO
           DISPLAY 'CUOTAS QUE RESTAN   :'  LINE 21 POSITION 01
                   WS-ABO-RESTAN            LINE 21 POSITION 24
                   'SALDO:'                 LINE 21 POSITION 30
                   WS-MAS-DINERO            LINE 21 POSITION 37.

      * EL TOTAL DEL PRESTAMO SE REHACE CON EL INTERES NUEVO POR CUOTA
      * PARA QUE TODOS LOS PROGRAMAS SIGAN PARTIENDO EL SALDO EN
      * CAPITAL E INTERES CON LA MISMA FORMULA; EL CAPITAL ORIGINAL
      * NO SE TOCA
       9-6-APLICA-ABONO.
           PERFORM 9-2-FECHA-DE-HOY
           MOVE ZEROS TO WS-CUOTA-NUM
           MOVE WS-ABO-VALOR TO WS-VALOR-PAGO
           MOVE 'K' TO WS-MARCA
           PERFORM 1-3-GRABAR-PAGO
           MOVE WS-ABO-CUOTAS    TO RPRE-CUOTAS
           MOVE WS-ABO-CUOTA-MEN TO RPRE-CUOTA-MEN
           MOVE WS-ABO-SALDO     TO RPRE-SALDO
           COMPUTE RPRE-TOTAL =
                   RPRE-CAPITAL + WS-ABO-INT-NUEVO * RPRE-CUOTAS
           REWRITE REG-PRESTAMO END-REWRITE
           PERFORM 9-1-2-REGISTRA-CAMBIOS
           PERFORM 9-7-IMPRIME-TABLA
           DISPLAY 'ABONO APLICADO, OPRIMA ENTER'
                                            LINE 24 POSITION 25
           ACCEPT WS-ENTER                  LINE 24 POSITION 55.

       9-7-IMPRIME-TABLA.
           OPEN OUTPUT IMPABONO
           IF WS-ESTADO-IMA = '00'
               WRITE REG-IMPABONO FROM REG-LIQ-ENC AFTER PAGE
                   END-WRITE
               WRITE REG-IMPABONO FROM REG-ABO-TIT AFTER 1 END-WRITE
               WRITE REG-IMPABONO FROM REG-LIQ-ENC AFTER 1 END-WRITE
               MOVE 'PRESTAMO NUMERO         :' TO RLIQ-ETIQUETA
               MOVE SPACES TO RLIQ-VALOR
               MOVE RPRE-NUMERO TO RLIQ-VALOR(1:6)
               WRITE REG-IMPABONO FROM REG-LIQ-DET AFTER 2 END-WRITE
               MOVE 'PRODUCTO                :' TO RLIQ-ETIQUETA
               MOVE RPRE-PRODUCTO TO RLIQ-VALOR
               WRITE REG-IMPABONO FROM REG-LIQ-DET AFTER 1 END-WRITE
               MOVE 'FECHA DEL ABONO         :' TO RLIQ-ETIQUETA
               MOVE WS-FECHA-HOY-EDI TO RLIQ-VALOR
               WRITE REG-IMPABONO FROM REG-LIQ-DET AFTER 1 END-WRITE
               MOVE 'VALOR ABONADO A CAPITAL :' TO RLIQ-ETIQUETA
               MOVE WS-ABO-VALOR TO WS-MAS-DINERO
               MOVE WS-MAS-DINERO TO RLIQ-VALOR
               WRITE REG-IMPABONO FROM REG-LIQ-DET AFTER 1 END-WRITE
               MOVE 'CAPITAL PENDIENTE       :' TO RLIQ-ETIQUETA
               MOVE WS-ABO-CAP-NUEVO TO WS-MAS-DINERO
               MOVE WS-MAS-DINERO TO RLIQ-VALOR
               WRITE REG-IMPABONO FROM REG-LIQ-DET AFTER 1 END-WRITE
               MOVE 'CUOTA MENSUAL           :' TO RLIQ-ETIQUETA
               MOVE WS-ABO-CUOTA-MEN TO WS-MAS-DINERO
               MOVE WS-MAS-DINERO TO RLIQ-VALOR
               WRITE REG-IMPABONO FROM REG-LIQ-DET AFTER 1 END-WRITE
               MOVE 'CUOTAS QUE RESTAN       :' TO RLIQ-ETIQUETA
               MOVE SPACES TO RLIQ-VALOR
               MOVE WS-ABO-RESTAN TO RLIQ-VALOR(1:3)
               WRITE REG-IMPABONO FROM REG-LIQ-DET AFTER 1 END-WRITE
               WRITE REG-IMPABONO FROM REG-ABO-COL AFTER 2 END-WRITE
               MOVE 14 TO WS-ABO-LINEAS
               MOVE WS-ABO-SALDO TO WS-ABO-RESTO
               PERFORM 9-8-CUOTA-TABLA
                   VARYING KX FROM 1 BY 1 UNTIL KX > WS-ABO-RESTAN
               WRITE REG-IMPABONO FROM REG-LIQ-ENC AFTER 2 END-WRITE
               CLOSE IMPABONO
               DISPLAY 'TABLA EN ./FILES/CREDITO/ABONOCAP'
                                            LINE 23 POSITION 01
           END-IF.

      * LA ULTIMA CUOTA RECOGE EL SALDO QUE QUEDE
       9-8-CUOTA-TABLA.
           IF WS-ABO-LINEAS > 58
               WRITE REG-IMPABONO FROM REG-ABO-COL AFTER PAGE
                   END-WRITE
               MOVE 1 TO WS-ABO-LINEAS
           END-IF
           COMPUTE WS-ABO-CUOTA-NUM = RPRE-CUOTAS-PAGADAS + KX
           MOVE WS-ABO-CUOTA-MEN TO WS-ABO-CUOTA
           IF KX = WS-ABO-RESTAN OR WS-ABO-CUOTA > WS-ABO-RESTO
               MOVE WS-ABO-RESTO TO WS-ABO-CUOTA
           END-IF
           IF WS-ABO-CUOTA > WS-ABO-INT-NUEVO
               COMPUTE WS-ABO-CAPITAL = WS-ABO-CUOTA - WS-ABO-INT-NUEVO
           ELSE
               MOVE ZEROS TO WS-ABO-CAPITAL
           END-IF
           SUBTRACT WS-ABO-CUOTA FROM WS-ABO-RESTO
           PERFORM 9-9-VENCE-CUOTA
           MOVE WS-ABO-CUOTA-NUM TO RABO-CUOTA
           MOVE WS-ABO-CAPITAL   TO RABO-CAPITAL
           MOVE WS-ABO-INT-NUEVO TO RABO-INTERES
           MOVE WS-ABO-CUOTA     TO RABO-VALOR
           MOVE WS-ABO-RESTO     TO RABO-SALDO
           WRITE REG-IMPABONO FROM REG-ABO-CUOTA AFTER 1 END-WRITE
           ADD 1 TO WS-ABO-LINEAS.

      * VENCIMIENTO DE LA CUOTA COMO EN 1-2-CALIFICAR-PAGO, CORRIDO
      * A DIA HABIL
       9-9-VENCE-CUOTA.
           IF RPRE-FECHA-DESEMB > SPACES
               MOVE RPRE-FECHA-DESEMB TO WS-FECHA-BASE-CUOTA
           ELSE
               MOVE RPRE-FECHA-ACEPTA TO WS-FECHA-BASE-CUOTA
           END-IF
           MOVE WS-FECHA-BASE-CUOTA(7:4) TO WS-VENCE-ANO
           MOVE WS-FECHA-BASE-CUOTA(4:2) TO WS-VENCE-MES
           MOVE WS-FECHA-BASE-CUOTA(1:2) TO WS-VENCE-DIA
           IF WS-VENCE-DIA > 28
               MOVE 28 TO WS-VENCE-DIA
           END-IF
           ADD WS-ABO-CUOTA-NUM TO WS-VENCE-MES
           PERFORM UNTIL WS-VENCE-MES < 13
               SUBTRACT 12 FROM WS-VENCE-MES
               ADD 1 TO WS-VENCE-ANO
           END-PERFORM
           MOVE WS-VENCE-ANO TO WS-VENCE-COMPARABLE(1:4)
           MOVE WS-VENCE-MES(3:2) TO WS-VENCE-COMPARABLE(5:2)
           MOVE WS-VENCE-DIA TO WS-VENCE-COMPARABLE(7:2)
           INITIALIZE WS-FECHAS
           MOVE 1   TO WS-FORMATO
           MOVE 'S' TO WS-FUNCION-HABIL
           MOVE ZEROS TO WS-DIAS-HABILES
           MOVE WS-VENCE-COMPARABLE TO WS-FECHA-BASE
           CALL RUT-FECHAS USING WS-FECHAS
           IF WS-FECHA-RESULTADO > ZEROS
               MOVE WS-FECHA-RESULTADO TO WS-VENCE-COMPARABLE
           END-IF
           MOVE WS-VENCE-COMPARABLE(7:2) TO RABO-VENCE(1:2)
           MOVE '/'                      TO RABO-VENCE(3:1)
           MOVE WS-VENCE-COMPARABLE(5:2) TO RABO-VENCE(4:2)
           MOVE '/'                      TO RABO-VENCE(6:1)
           MOVE WS-VENCE-COMPARABLE(1:4) TO RABO-VENCE(7:4).

      *----------------------------------------------------------------*
      * PAGO DE SINIESTRO: LA INDEMNIZACION DE LA ASEGURADORA SOBRE UN
      * SINIESTRO ENVIADO (NO4CSINI) CANCELA EL PRESTAMO CON LA MISMA
      * LIQUIDACION DEL DIA DE LA OPCION 6. SI NO ALCANZA SE RECHAZA Y
      * SE MUESTRA LO QUE FALTA (LOS HEREDEROS LO ABONAN COMO PAGO
      * ANTES DE VOLVER A APLICARLA); SI SOBRA, EL EXCEDENTE QUEDA EN
      * EL SINIESTRO PARA DEVOLVERLO A LOS BENEFICIARIOS. EL PAGO QUEDA
      * CON MARCA 'S' Y SIN NUMERO DE CUOTA, Y EL SINIESTRO EN PAGADO
      *----------------------------------------------------------------*
       10-PAGO-SINIESTRO.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'PAGO DE SINIESTRO'      LINE 02 POSITION 31
           PERFORM 9-CAPTURA-NUMERO
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-PRESTAMOS
           OPEN I-O PRESTAMOS
           IF WS-ESTADO-PRES NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE PRESTAMOS'
                                            LINE 24 POSITION 10
               ACCEPT WS-ENTER              LINE 24 POSITION 55
           ELSE
               PERFORM 9-1-BUSCAR-PRESTAMO
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-PRESTAMOS = 1
               IF SW-SI-ENCONTRO AND RPRE-ESTADO = 'A'
                   PERFORM 10-1-BUSCA-SINIESTRO
               ELSE
                   DISPLAY 'PRESTAMO INEXISTENTE O NO ACTIVO'
                                            LINE 24 POSITION 23
                   ACCEPT WS-ENTER          LINE 24 POSITION 58
               END-IF
               CLOSE PRESTAMOS
           END-IF.

       10-1-BUSCA-SINIESTRO.
           SET SW-NO-SINIESTRO TO TRUE
           MOVE 0 TO SW-FDA-SINIESTR
           OPEN I-O SINIESTR
           IF WS-ESTADO-SIN = '00'
               PERFORM 10-2-LEER-SINIESTRO
                   UNTIL SW-SI-SINIESTRO OR SW-FDA-SINIESTR = 1
               EVALUATE TRUE
                   WHEN SW-NO-SINIESTRO
                       DISPLAY 'EL PRESTAMO NO TIENE SINIESTRO'
                                            LINE 24 POSITION 25
                       ACCEPT WS-ENTER      LINE 24 POSITION 56
                   WHEN RSIN-ESTADO NOT = 'E'
                       DISPLAY 'EL SINIESTRO NO ESTA ENVIADO A LA ASEGUR
      -                        'ADORA'      LINE 24 POSITION 15
                       ACCEPT WS-ENTER      LINE 24 POSITION 62
                   WHEN OTHER
                       PERFORM 10-3-APLICA-INDEMNIZACION
               END-EVALUATE
               CLOSE SINIESTR
           ELSE
               DISPLAY 'EL PRESTAMO NO TIENE SINIESTRO'
                                            LINE 24 POSITION 25
               ACCEPT WS-ENTER              LINE 24 POSITION 56
           END-IF.

       10-2-LEER-SINIESTRO.
           READ SINIESTR AT END MOVE 1 TO SW-FDA-SINIESTR
                NOT AT END
                    IF RSIN-PRESTAMO = WS-NUMERO
                        SET SW-SI-SINIESTRO TO TRUE
                    END-IF
           END-READ.

       10-3-APLICA-INDEMNIZACION.
           PERFORM 6-1-CALCULA-LIQUIDACION
           PERFORM 6-2-MUESTRA-LIQUIDACION
           DISPLAY 'DEUDOR              :'  LINE 13 POSITION 01
                   RSIN-DEUDOR-NOMBRE       LINE 13 POSITION 24
                   'INDEMNIZACION      :'   LINE 20 POSITION 01
           MOVE ZEROS TO WS-SIN-PAGO
           PERFORM UNTIL WS-SIN-PAGO > ZEROS
               ACCEPT WS-SIN-PAGO           LINE 20 POSITION 24
           END-PERFORM
           IF WS-SIN-PAGO < WS-LIQUIDACION
               COMPUTE WS-SIN-DIFERENCIA = WS-LIQUIDACION - WS-SIN-PAGO
               MOVE WS-SIN-DIFERENCIA TO WS-MAS-DINERO
               DISPLAY 'NO ALCANZA, FALTAN :'   LINE 21 POSITION 01
                       WS-MAS-DINERO        LINE 21 POSITION 24
               DISPLAY 'INDEMNIZACION RECHAZADA, OPRIMA ENTER'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 58
           ELSE
               COMPUTE WS-SIN-DIFERENCIA = WS-SIN-PAGO - WS-LIQUIDACION
               MOVE WS-SIN-DIFERENCIA TO WS-MAS-DINERO
               DISPLAY 'EXCEDENTE BENEFIC. :'   LINE 21 POSITION 01
                       WS-MAS-DINERO        LINE 21 POSITION 24
                       'APLICA LA INDEMNIZACION? (S/N):'
                                            LINE 22 POSITION 01
               MOVE SPACES TO WS-PAGA
               PERFORM UNTIL SI-PAGA OR NO-PAGA
                   ACCEPT WS-PAGA           LINE 22 POSITION 34
               END-PERFORM
               IF SI-PAGA
                   MOVE ZEROS TO WS-CUOTA-NUM
                   MOVE 'S' TO WS-MARCA
                   PERFORM 6-6-CANCELA-PRESTAMO
                   MOVE 'P'               TO RSIN-ESTADO
                   MOVE WS-FECHA-HOY-EDI  TO RSIN-FECHA-ESTADO
                   MOVE WS-SIN-PAGO       TO RSIN-VALOR-PAGADO
                   MOVE WS-SIN-DIFERENCIA TO RSIN-EXCEDENTE
                   MOVE WS-OPERADOR       TO RSIN-USUARIO
                   REWRITE REG-SINIESTRO END-REWRITE
                   DISPLAY 'PRESTAMO CANCELADO POR EL SEGURO, OPRIMA ENT
      -                    'ER'            LINE 23 POSITION 01
                   ACCEPT WS-ENTER          LINE 23 POSITION 50
               END-IF
           END-IF.

       9-2-FECHA-DE-HOY.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS(7:2) TO WS-FECHA-HOY-EDI(1:2)
           MOVE '/'             TO WS-FECHA-HOY-EDI(3:1)
           MOVE WS-FEC-SIS(5:2) TO WS-FECHA-HOY-EDI(4:2)
           MOVE '/'             TO WS-FECHA-HOY-EDI(6:1)
           MOVE WS-FEC-SIS(1:4) TO WS-FECHA-HOY-EDI(7:4).

       END PROGRAM NO4CSERV.
