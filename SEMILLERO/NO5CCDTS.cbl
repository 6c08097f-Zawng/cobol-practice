      * QUE VENCEN EN LOS PROXIMOS N DIAS, Y AL VENCIMIENTO SE PAGA O
      * SE RENUEVA A LA TASA DE BANDA VIGENTE PARA EL PLAZO NUEVO,
      * CON LA RENOVACION ENLAZADA AL CERTIFICADO ORIGINAL.
      * EL CDT SE PUEDE CANCELAR ANTES DEL VENCIMIENTO: EL INTERES
      * CORRIDO SE RECONOCE A LA TASA DE PENALIZACION DE TASAPENA
      * SEGUN LOS DIAS QUE FALTEN PARA VENCER. AL INTERES PAGADO (AL
      * VENCER, AL RENOVAR O ANTICIPADO) SE LE DESCUENTA LA RETENCION
      * EN LA FUENTE DE CDTPARM, CADA LIQUIDACION QUEDA EN CDTPAGOS
      * CON SU COMPROBANTE IMPRESO, Y DE AHI SALE EL CERTIFICADO ANUAL
      * DE RENDIMIENTOS Y RETENCION POR DEPOSITANTE.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO5CCDTS.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CON.
      * TASAS DE PENALIZACION POR DIAS QUE FALTAN PARA EL VENCIMIENTO
           SELECT TASAPENA ASSIGN TO './FILES/CREDITO/TASAPENA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PEN.
      * PORCENTAJE DE RETENCION (SI NO EXISTE RIGE EL DE RESPALDO)
           SELECT OPTIONAL CDTPARM
           ASSIGN TO './FILES/CREDITO/CDTPARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * LIQUIDACIONES DE CDT (VENCIMIENTO, RENOVACION Y ANTICIPADA)
           SELECT CDTPAGOS ASSIGN TO './FILES/CREDITO/CDTPAGOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LIQ.
      * COMPROBANTE DE LIQUIDACION PARA EL CLIENTE
           SELECT CDTLIQUI ASSIGN TO './FILES/CREDITO/CDTLIQUI'
           FILE STATUS IS WS-ESTADO-IMP.
      * CERTIFICADOS ANUALES DE RENDIMIENTOS Y RETENCION
           SELECT CDTCERTI ASSIGN TO './FILES/CREDITO/CDTCERTI'
           FILE STATUS IS WS-ESTADO-CER.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           02 RCDM-FECHA-VENCE        PIC 9(08).
      * CERTIFICADO ORIGINAL SI ES UNA RENOVACION (CEROS SI NO)
           02 RCDM-ORIGEN             PIC 9(06).
      * ESTADO: 'V' VIGENTE, 'P' PAGADO, 'R' RENOVADO,
      *         'A' CANCELADO ANTES DEL VENCIMIENTO
           02 RCDM-ESTADO             PIC X(01).

       FD  CONSECCD LABEL RECORD STANDARD
       01  REG-CONSECCD.
           02 ACON-CERTIFICADO        PIC 9(06).

       FD  TASAPENA LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TASAPENA.
           02 RPEN-DIAS-MIN           PIC 9(04).
           02 RPEN-DIAS-MAX           PIC 9(04).
           02 RPEN-TASA               PIC 9(03)V9(04).

       FD  CDTPARM LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CDTPARM.
           02 RPAR-PORC-RETENCION     PIC 9(02)V9(02).

       FD  CDTPAGOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CDTPAGO.
           02 RCPA-CERTIFICADO        PIC 9(06).
           02 RCPA-DOCUMENTO          PIC X(12).
           02 RCPA-NOMBRE             PIC X(25).
           02 RCPA-FECHA              PIC 9(08).
      * TIPO: 'V' PAGADO AL VENCER, 'R' RENOVADO, 'A' ANTICIPADO
           02 RCPA-TIPO               PIC X(01).
           02 RCPA-CAPITAL            PIC 9(15)V9(02).
      * TASA CON QUE SE LIQUIDO EL INTERES Y DIAS DE PERMANENCIA
           02 RCPA-TASA               PIC 9(03)V9(04).
           02 RCPA-DIAS               PIC 9(05).
           02 RCPA-INTERES            PIC 9(15)V9(02).
           02 RCPA-RETENCION          PIC 9(15)V9(02).
      * NETO: CAPITAL MAS INTERES MENOS RETENCION
           02 RCPA-NETO               PIC 9(15)V9(02).

       FD  CDTLIQUI LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CDTLIQUI               PIC X(80).

       FD  CDTCERTI LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CDTCERTI               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DEP              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-TAS              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CDT              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CON              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PEN              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PAR              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LIQ              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CER              PIC X(02) VALUE SPACES.
       01  SW-FDA-DEPOSITOS           PIC 9 VALUE ZEROS.
       01  SW-FDA-TASACDT             PIC 9 VALUE ZEROS.
       01  SW-FDA-CDTMAEST            PIC 9 VALUE ZEROS.
       01  SW-FDA-TASAPENA            PIC 9 VALUE ZEROS.
       01  SW-FDA-CDTPAGOS            PIC 9 VALUE ZEROS.

       01  WS-OPC                     PIC 9 VALUE ZEROS.
       01  WS-ENTER                   PIC A VALUE SPACES.
       01  WS-NUEVA-TASA              PIC 9(03)V9(04) VALUE ZEROS.
       01  WS-ORIGEN                  PIC 9(06) VALUE ZEROS.

      * RETENCION EN LA FUENTE SOBRE EL INTERES PAGADO (PORCENTAJE),
      * DE CDTPARM O EL DE RESPALDO
       01  WS-PORC-RETENCION          PIC 9(02)V9(02) VALUE 07.00.
       01  WS-MAS-PORC                PIC Z9.99 VALUE ZEROS.

      * BANDAS DE PENALIZACION POR DIAS QUE FALTAN PARA VENCER,
      * CARGADAS DE TASAPENA (O LAS CUATRO DE RESPALDO SI EL ARCHIVO
      * NO EXISTE TODAVIA)
       01  WS-NUM-PENAS               PIC 9(02) VALUE ZEROS.
       01  TABLA-PENAS.
           02 TAB-PEN OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-NUM-PENAS.
              03 TAB-PEN-DIAS-MIN     PIC 9(04).
              03 TAB-PEN-DIAS-MAX     PIC 9(04).
              03 TAB-PEN-TASA         PIC 9(03)V9(04).
       01  PX                         PIC 9(02) VALUE ZEROS.

      * CANCELACION ANTICIPADA
       01  WS-INT-APE                 PIC 9(07) VALUE ZEROS.
       01  WS-DIAS-CORRIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-TASA-PENAL              PIC 9(03)V9(04) VALUE ZEROS.
       01  WS-CONFIRMA                PIC A VALUE SPACES.
           88 CONF-SI                 VALUE 'S' 's'.
           88 CONF-NO                 VALUE 'N' 'n'.
       01  WS-MAS-DIAS                PIC ZZ,ZZ9 VALUE ZEROS.

      * LIQUIDACION EN CURSO: SE GRABA EN CDTPAGOS Y SE IMPRIME
       01  WS-LIQUIDACION.
           02 WS-LIQ-CERTIFICADO      PIC 9(06).
           02 WS-LIQ-DOCUMENTO        PIC X(12).
           02 WS-LIQ-NOMBRE           PIC X(25).
           02 WS-LIQ-FECHA            PIC 9(08).
           02 WS-LIQ-TIPO             PIC X(01).
           02 WS-LIQ-CAPITAL          PIC 9(15)V9(02).
           02 WS-LIQ-TASA             PIC 9(03)V9(04).
           02 WS-LIQ-DIAS             PIC 9(05).
           02 WS-LIQ-INTERES          PIC 9(15)V9(02).
           02 WS-LIQ-RETENCION        PIC 9(15)V9(02).
           02 WS-LIQ-NETO             PIC 9(15)V9(02).
       01  WS-LIQ-APERTURA            PIC 9(08) VALUE ZEROS.
       01  WS-LIQ-VENCE               PIC 9(08) VALUE ZEROS.
       01  WS-LIQ-TASA-PACTADA        PIC 9(03)V9(04) VALUE ZEROS.

      * FECHA AAAAMMDD PRESENTADA COMO DD/MM/AAAA
       01  WS-FECHA-NUM               PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-EDIT              PIC X(10) VALUE SPACES.
       01  WS-TIPO-TEXTO              PIC X(22) VALUE SPACES.

      * CERTIFICADO ANUAL: LIQUIDACIONES DEL ANO Y TOTALES POR
      * DEPOSITANTE
       01  WS-ANO-CERT                PIC 9(04) VALUE ZEROS.
       01  WS-DOC-CERT                PIC X(12) VALUE SPACES.
       01  WS-NUM-LIQ                 PIC 9(03) VALUE ZEROS.
       01  TABLA-LIQUIDACIONES.
           02 TAB-LIQ OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-LIQ.
              03 TAB-LIQ-DOCUMENTO    PIC X(12).
              03 TAB-LIQ-CERTIFICADO  PIC 9(06).
              03 TAB-LIQ-FECHA        PIC 9(08).
              03 TAB-LIQ-TIPO         PIC X(01).
              03 TAB-LIQ-INTERES      PIC 9(15)V9(02).
              03 TAB-LIQ-RETENCION    PIC 9(15)V9(02).
       01  WS-NUM-DEP                 PIC 9(03) VALUE ZEROS.
       01  TABLA-DEPOSITANTES.
           02 TAB-DEP OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NUM-DEP.
              03 TAB-DEP-DOCUMENTO    PIC X(12).
              03 TAB-DEP-NOMBRE       PIC X(25).
              03 TAB-DEP-INTERES      PIC 9(15)V9(02).
              03 TAB-DEP-RETENCION    PIC 9(15)V9(02).
       01  DX                         PIC 9(03) VALUE ZEROS.
       01  WS-DEP-HALLADO             PIC 9(03) VALUE ZEROS.
       01  WS-NUM-CERTIFICADOS        PIC 9(03) VALUE ZEROS.

      * LINEAS DEL COMPROBANTE Y DEL CERTIFICADO
       01  REG-IMP-TITULO.
           02 RIMT-TITULO             PIC X(80) VALUE SPACES.

       01  REG-IMP-DATO.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RIMD-ETIQUETA           PIC X(26) VALUE SPACES.
           02 RIMD-VALOR              PIC X(52) VALUE SPACES.

       01  REG-CER-DETALLE.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RCED-CERTIFICADO        PIC 9(06) VALUE ZEROS.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RCED-FECHA              PIC X(10) VALUE SPACES.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RCED-TIPO               PIC X(12) VALUE SPACES.
           02 FILLER                  PIC X(01) VALUE SPACES.
           02 RCED-INTERES            PIC $$$,$$$,$$$,$$9.99.
           02 FILLER                  PIC X(02) VALUE SPACES.
           02 RCED-RETENCION          PIC $$$,$$$,$$$,$$9.99.
           02 FILLER                  PIC X(07) VALUE SPACES.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL               PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           PERFORM 9-5-CARGAR-PARAMETROS
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 6
           STOP RUN.

       MENU-PRINCIPAL.
                                            LINE 06 POSITION 23
                   '3. PAGAR O RENOVAR AL VENCIMIENTO'
                                            LINE 07 POSITION 23
                   '4. CANCELACION ANTICIPADA'
                                            LINE 08 POSITION 23
                   '5. CERTIFICADO ANUAL DE RENDIMIENTOS'
                                            LINE 09 POSITION 23
                   '6. SALIR'               LINE 10 POSITION 23
                   'QUE OPCION DESEA?: '    LINE 12 POSITION 23
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 7
               ACCEPT WS-OPC LINE 12 POSITION 43
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-EMITIR-CDT
               WHEN 2 PERFORM 2-VENCIMIENTOS-PROXIMOS
               WHEN 3 PERFORM 3-PAGAR-O-RENOVAR
               WHEN 4 PERFORM 4-CANCELACION-ANTICIPADA
               WHEN 5 PERFORM 5-CERTIFICADO-ANUAL
           END-EVALUATE.

      *----------------------------------------------------------------*
           END-READ
           CLOSE CONSECCD.

      *----------------------------------------------------------------*
      * TODA LIQUIDACION (AL VENCER, RENOVACION O ANTICIPADA) QUEDA EN
      * CDTPAGOS PARA EL CERTIFICADO ANUAL DE RENDIMIENTOS
      *----------------------------------------------------------------*
       9-3-REGISTRA-LIQUIDACION.
           OPEN EXTEND CDTPAGOS
      * SI EL ARCHIVO DE LIQUIDACIONES NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-LIQ = '35'
               OPEN OUTPUT CDTPAGOS
           END-IF
           IF WS-ESTADO-LIQ = '00' OR WS-ESTADO-LIQ = '05'
               WRITE REG-CDTPAGO FROM WS-LIQUIDACION
               CLOSE CDTPAGOS
           END-IF.

      *----------------------------------------------------------------*
      * COMPROBANTE DE LIQUIDACION PARA EL CLIENTE, AL SPOOL CENTRAL
      *----------------------------------------------------------------*
       9-4-IMPRIME-COMPROBANTE.
           OPEN OUTPUT CDTLIQUI
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO EL COMPROBANTE'
                                            LINE 23 POSITION 01
               ACCEPT WS-ENTER              LINE 23 POSITION 40
           ELSE
               PERFORM 9-4-1-LINEAS-COMPROBANTE
               CLOSE CDTLIQUI
               INITIALIZE NOCOSPOL
               MOVE 'CREDITO'                  TO CSPO-E-SISTEMA
               MOVE 'LIQCDT'                   TO CSPO-E-TIPO
               MOVE './FILES/CREDITO/CDTLIQUI' TO CSPO-E-ORIGEN
               MOVE 'F'                        TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
           END-IF.

       9-4-1-LINEAS-COMPROBANTE.
           EVALUATE WS-LIQ-TIPO
               WHEN 'V' MOVE 'PAGO AL VENCIMIENTO'    TO WS-TIPO-TEXTO
               WHEN 'R' MOVE 'RENOVACION'             TO WS-TIPO-TEXTO
               WHEN OTHER
                        MOVE 'CANCELACION ANTICIPADA' TO WS-TIPO-TEXTO
           END-EVALUATE
           MOVE SPACES TO RIMT-TITULO
           STRING 'LIQUIDACION DE CDT - ' WS-TIPO-TEXTO
                  DELIMITED BY SIZE INTO RIMT-TITULO
           WRITE REG-CDTLIQUI FROM REG-IMP-TITULO AFTER PAGE
           MOVE 'CERTIFICADO             :' TO RIMD-ETIQUETA
           MOVE SPACES TO RIMD-VALOR
           MOVE WS-LIQ-CERTIFICADO TO RIMD-VALOR(1:6)
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 2
           MOVE 'CLIENTE                 :' TO RIMD-ETIQUETA
           MOVE SPACES TO RIMD-VALOR
           STRING WS-LIQ-DOCUMENTO ' ' WS-LIQ-NOMBRE
                  DELIMITED BY SIZE INTO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           MOVE 'FECHA DE LIQUIDACION    :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-FECHA TO WS-FECHA-NUM
           PERFORM 9-9-FECHA-EDITADA
           MOVE WS-FECHA-EDIT TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           MOVE 'FECHA DE APERTURA       :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-APERTURA TO WS-FECHA-NUM
           PERFORM 9-9-FECHA-EDITADA
           MOVE WS-FECHA-EDIT TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 2
           MOVE 'FECHA DE VENCIMIENTO    :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-VENCE TO WS-FECHA-NUM
           PERFORM 9-9-FECHA-EDITADA
           MOVE WS-FECHA-EDIT TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           MOVE 'DIAS DE PERMANENCIA     :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-DIAS TO WS-MAS-DIAS
           MOVE WS-MAS-DIAS TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           MOVE 'TASA PACTADA (ANUAL %)  :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-TASA-PACTADA TO WS-MAS-TASA
           MOVE WS-MAS-TASA TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           MOVE 'TASA APLICADA (ANUAL %) :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-TASA TO WS-MAS-TASA
           MOVE WS-MAS-TASA TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           MOVE 'CAPITAL                 :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-CAPITAL TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 2
           MOVE 'INTERES BRUTO           :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-INTERES TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           MOVE 'RETENCION EN LA FUENTE  :' TO RIMD-ETIQUETA
           MOVE WS-LIQ-RETENCION TO WS-MAS-DINERO
           MOVE WS-PORC-RETENCION TO WS-MAS-PORC
           MOVE SPACES TO RIMD-VALOR
           STRING WS-MAS-DINERO '  (' WS-MAS-PORC '%)'
                  DELIMITED BY SIZE INTO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 1
           IF WS-LIQ-TIPO = 'R'
               MOVE 'NETO RENOVADO           :' TO RIMD-ETIQUETA
           ELSE
               MOVE 'NETO PAGADO AL CLIENTE  :' TO RIMD-ETIQUETA
           END-IF
           MOVE WS-LIQ-NETO TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RIMD-VALOR
           WRITE REG-CDTLIQUI FROM REG-IMP-DATO AFTER 2
           MOVE '  FIRMA DEL CLIENTE: ______________________________'
             TO RIMT-TITULO
           WRITE REG-CDTLIQUI FROM REG-IMP-TITULO AFTER 3.

      *----------------------------------------------------------------*
      * PARAMETROS DE LIQUIDACION: PORCENTAJE DE RETENCION DE CDTPARM
      * Y BANDAS DE PENALIZACION DE TASAPENA; SIN ARCHIVO RIGEN LOS
      * VALORES DE RESPALDO COMPILADOS. LA BANDA SE BUSCA POR LOS DIAS
      * QUE FALTAN PARA EL VENCIMIENTO (TASA NOMINAL ANUAL EN
      * PORCENTAJE)
      *----------------------------------------------------------------*
       9-5-CARGAR-PARAMETROS.
           OPEN INPUT CDTPARM
           IF WS-ESTADO-PAR = '00'
               READ CDTPARM AT END CONTINUE
                    NOT AT END
                        MOVE RPAR-PORC-RETENCION TO WS-PORC-RETENCION
               END-READ
               CLOSE CDTPARM
           END-IF
           MOVE ZEROS TO WS-NUM-PENAS
           MOVE 0 TO SW-FDA-TASAPENA
           OPEN INPUT TASAPENA
           IF WS-ESTADO-PEN = '00'
               PERFORM 9-5-1-LEER-PENA UNTIL SW-FDA-TASAPENA = 1
               CLOSE TASAPENA
           END-IF
           IF WS-NUM-PENAS = ZEROS
               MOVE 4 TO WS-NUM-PENAS
               MOVE 0001 TO TAB-PEN-DIAS-MIN(1)
               MOVE 0030 TO TAB-PEN-DIAS-MAX(1)
               MOVE 005.0000 TO TAB-PEN-TASA(1)
               MOVE 0031 TO TAB-PEN-DIAS-MIN(2)
               MOVE 0090 TO TAB-PEN-DIAS-MAX(2)
               MOVE 003.0000 TO TAB-PEN-TASA(2)
               MOVE 0091 TO TAB-PEN-DIAS-MIN(3)
               MOVE 0180 TO TAB-PEN-DIAS-MAX(3)
               MOVE 002.0000 TO TAB-PEN-TASA(3)
               MOVE 0181 TO TAB-PEN-DIAS-MIN(4)
               MOVE 9999 TO TAB-PEN-DIAS-MAX(4)
               MOVE 001.0000 TO TAB-PEN-TASA(4)
           END-IF.

       9-5-1-LEER-PENA.
           READ TASAPENA AT END MOVE 1 TO SW-FDA-TASAPENA
                NOT AT END
                    IF WS-NUM-PENAS < 20
                        ADD 1 TO WS-NUM-PENAS
                        MOVE RPEN-DIAS-MIN
                          TO TAB-PEN-DIAS-MIN(WS-NUM-PENAS)
                        MOVE RPEN-DIAS-MAX
                          TO TAB-PEN-DIAS-MAX(WS-NUM-PENAS)
                        MOVE RPEN-TASA
                          TO TAB-PEN-TASA(WS-NUM-PENAS)
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * DATOS DEL CERTIFICADO QUE SE LIQUIDA (REGISTRO LEIDO)
      *----------------------------------------------------------------*
       9-6-DATOS-LIQUIDACION.
           INITIALIZE WS-LIQUIDACION
           MOVE RCDM-CERTIFICADO    TO WS-LIQ-CERTIFICADO
           MOVE RCDM-DOCUMENTO      TO WS-LIQ-DOCUMENTO
           MOVE RCDM-NOMBRE         TO WS-LIQ-NOMBRE
           MOVE WS-FEC-SIS          TO WS-LIQ-FECHA
           MOVE RCDM-CAPITAL        TO WS-LIQ-CAPITAL
           MOVE RCDM-FECHA-APERTURA TO WS-LIQ-APERTURA
           MOVE RCDM-FECHA-VENCE    TO WS-LIQ-VENCE
           MOVE RCDM-TASA           TO WS-LIQ-TASA-PACTADA.

      *----------------------------------------------------------------*
      * RETENCION EN LA FUENTE SOBRE EL INTERES Y NETO DEL CLIENTE
      *----------------------------------------------------------------*
       9-7-RETENCION.
           COMPUTE WS-LIQ-RETENCION ROUNDED =
                   WS-LIQ-INTERES * WS-PORC-RETENCION / 100
           COMPUTE WS-LIQ-NETO = WS-LIQ-CAPITAL + WS-LIQ-INTERES
                               - WS-LIQ-RETENCION.

       9-9-FECHA-EDITADA.
           MOVE WS-FECHA-NUM(7:2) TO WS-FECHA-EDIT(1:2)
           MOVE '/'               TO WS-FECHA-EDIT(3:1)
           MOVE WS-FECHA-NUM(5:2) TO WS-FECHA-EDIT(4:2)
           MOVE '/'               TO WS-FECHA-EDIT(6:1)
           MOVE WS-FECHA-NUM(1:4) TO WS-FECHA-EDIT(7:4).

      *----------------------------------------------------------------*
      * CDT VIGENTES QUE VENCEN EN LOS PROXIMOS N DIAS, PARA QUE LOS
      * VENCIMIENTOS NO VIVAN EN LA CABEZA DE NADIE
      * AL VENCIMIENTO: SE PAGA (CAPITAL MAS INTERES COMPUESTO
      * MENSUAL, COMO LO COTIZA NO0C0010) O SE RENUEVA POR UN PLAZO
      * NUEVO A LA TASA DE BANDA VIGENTE, CON EL NUEVO CERTIFICADO
      * ENLAZADO AL ORIGINAL. EN LOS DOS CASOS SE RETIENE EN LA FUENTE
      * SOBRE EL INTERES Y SE PAGA (O SE RENUEVA) EL NETO
      *----------------------------------------------------------------*
       3-PAGAR-O-RENOVAR.
           DISPLAY CLEAR-SCREEN
               COMPUTE WS-PAGO-FINAL ROUNDED = WS-PAGO-FINAL
                     * ( 1 + WS-TASA-MES / 100 )
           END-PERFORM
           PERFORM 9-6-DATOS-LIQUIDACION
           MOVE RCDM-FECHA-APERTURA TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-APE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           MOVE RCDM-FECHA-VENCE TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-VEN =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           COMPUTE WS-LIQ-DIAS = WS-INT-VEN - WS-INT-APE
           MOVE RCDM-TASA TO WS-LIQ-TASA
           COMPUTE WS-LIQ-INTERES = WS-PAGO-FINAL - RCDM-CAPITAL
           PERFORM 9-7-RETENCION
           MOVE WS-PAGO-FINAL TO WS-MAS-DINERO
           DISPLAY 'CLIENTE        :'       LINE 06 POSITION 01
                   RCDM-NOMBRE              LINE 06 POSITION 18
           DISPLAY 'VALOR AL VENCER:'       LINE 07 POSITION 01
                   WS-MAS-DINERO            LINE 07 POSITION 18
           MOVE WS-LIQ-INTERES TO WS-MAS-DINERO
           DISPLAY 'INTERES BRUTO  :'       LINE 08 POSITION 01
                   WS-MAS-DINERO            LINE 08 POSITION 18
           MOVE WS-LIQ-RETENCION TO WS-MAS-DINERO
           MOVE WS-PORC-RETENCION TO WS-MAS-PORC
           DISPLAY 'RETENCION      :'       LINE 09 POSITION 01
                   WS-MAS-DINERO            LINE 09 POSITION 18
                   WS-MAS-PORC              LINE 09 POSITION 42
                   '%'                      LINE 09 POSITION 47
           MOVE WS-LIQ-NETO TO WS-MAS-DINERO
           DISPLAY 'VALOR NETO     :'       LINE 10 POSITION 01
                   WS-MAS-DINERO            LINE 10 POSITION 18.

       3-3-DECIDE.
           DISPLAY 'P = PAGAR / R = RENOVAR:'
                                            LINE 12 POSITION 01
           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL DEC-PAGAR OR DEC-RENOVAR
               ACCEPT WS-DECISION           LINE 12 POSITION 27
           END-PERFORM
           IF DEC-PAGAR
               MOVE 'P' TO RCDM-ESTADO
               MOVE 'V' TO WS-LIQ-TIPO
           ELSE
               MOVE 'R' TO RCDM-ESTADO
               MOVE 'R' TO WS-LIQ-TIPO
               MOVE RCDM-CERTIFICADO TO WS-ORIGEN
           END-IF
           PERFORM 9-3-REGISTRA-LIQUIDACION
           PERFORM 9-4-IMPRIME-COMPROBANTE
           IF DEC-PAGAR
               DISPLAY 'CDT PAGADO AL CLIENTE'
                                            LINE 14 POSITION 01
               ACCEPT WS-ENTER              LINE 14 POSITION 25
           END-IF.

       3-4-CREA-RENOVACION.
           DISPLAY 'NUEVO PLAZO (MESES):'   LINE 14 POSITION 01
           MOVE ZEROS TO WS-NUEVO-PLAZO
           PERFORM UNTIL WS-NUEVO-PLAZO > ZEROS
               ACCEPT WS-NUEVO-PLAZO        LINE 14 POSITION 22
           END-PERFORM
           PERFORM 3-5-TASA-DE-BANDA
           MOVE WS-NUEVA-TASA TO WS-MAS-TASA
           DISPLAY 'TASA DE BANDA VIGENTE:' LINE 15 POSITION 01
                   WS-MAS-TASA              LINE 15 POSITION 25
           PERFORM 9-OBTIENE-CERTIFICADO
           MOVE WS-NUEVO-PLAZO TO WS-MES
           PERFORM 9-1-CALCULA-VENCIMIENTO
           MOVE ACON-CERTIFICADO TO RCDM-CERTIFICADO
           MOVE WS-LIQ-NETO      TO RCDM-CAPITAL
           MOVE WS-NUEVO-PLAZO   TO RCDM-PLAZO
           MOVE WS-NUEVA-TASA    TO RCDM-TASA
           MOVE WS-FEC-SIS       TO RCDM-FECHA-APERTURA
           MOVE 'V'              TO RCDM-ESTADO
           PERFORM 9-2-ESCRIBE-CDT
           DISPLAY 'RENOVADO CON CERTIFICADO:'
                                            LINE 17 POSITION 01
                   ACON-CERTIFICADO         LINE 17 POSITION 28
           ACCEPT WS-ENTER                  LINE 17 POSITION 38.

      *----------------------------------------------------------------*
      * TASA DE BANDA PARA EL PLAZO NUEVO, DEL MISMO ARCHIVO QUE USA
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CANCELACION ANTES DEL VENCIMIENTO: EL INTERES CORRIDO DESDE LA
      * APERTURA SE RECONOCE (SIMPLE, POR DIAS) A LA TASA DE LA BANDA
      * DE PENALIZACION QUE CORRESPONDE A LOS DIAS QUE FALTABAN PARA
      * VENCER, NUNCA MAYOR QUE LA PACTADA; SIN BANDA NO SE RECONOCE
      * INTERES. SE RETIENE EN LA FUENTE, SE PAGA EL NETO Y EL
      * CERTIFICADO QUEDA CANCELADO ('A')
      *----------------------------------------------------------------*
       4-CANCELACION-ANTICIPADA.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CANCELACION ANTICIPADA DE CDT'
                                            LINE 02 POSITION 26
                   'NUMERO DEL CERTIFICADO:'
                                            LINE 04 POSITION 01
           MOVE ZEROS TO WS-CERTIFICADO
           PERFORM UNTIL WS-CERTIFICADO > ZEROS
               ACCEPT WS-CERTIFICADO        LINE 04 POSITION 26
           END-PERFORM
           MOVE WS-FEC-SIS TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           MOVE 0 TO WS-HALLADO
           MOVE 0 TO SW-FDA-CDTMAEST
           OPEN I-O CDTMAEST
           IF WS-ESTADO-CDT = '00'
               PERFORM 4-1-BUSCA-CDT UNTIL SW-FDA-CDTMAEST = 1
               CLOSE CDTMAEST
           END-IF
           EVALUATE WS-HALLADO
               WHEN 0
                   DISPLAY 'CERTIFICADO INEXISTENTE O NO VIGENTE'
                                            LINE 06 POSITION 01
                   ACCEPT WS-ENTER          LINE 06 POSITION 42
               WHEN 2
                   DISPLAY 'EL CDT YA VENCIO: USE LA OPCION 3'
                                            LINE 06 POSITION 01
                   ACCEPT WS-ENTER          LINE 06 POSITION 42
               WHEN 3
                   DISPLAY 'CANCELACION ANTICIPADA ABANDONADA'
                                            LINE 20 POSITION 01
                   ACCEPT WS-ENTER          LINE 20 POSITION 40
               WHEN OTHER
                   PERFORM 9-3-REGISTRA-LIQUIDACION
                   PERFORM 9-4-IMPRIME-COMPROBANTE
                   DISPLAY 'CDT CANCELADO Y PAGADO AL CLIENTE'
                                            LINE 20 POSITION 01
                   ACCEPT WS-ENTER          LINE 20 POSITION 40
           END-EVALUATE.

       4-1-BUSCA-CDT.
           READ CDTMAEST AT END MOVE 1 TO SW-FDA-CDTMAEST
                NOT AT END
                    IF RCDM-CERTIFICADO = WS-CERTIFICADO
                       AND RCDM-ESTADO = 'V'
                        MOVE 1 TO SW-FDA-CDTMAEST
                        MOVE RCDM-FECHA-VENCE TO WS-FECHA-INTEGRABLE
                        COMPUTE WS-INT-VEN = FUNCTION
                                INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
                        IF WS-INT-VEN <= WS-INT-HOY
                            MOVE 2 TO WS-HALLADO
                        ELSE
                            MOVE 1 TO WS-HALLADO
                            PERFORM 4-2-CALCULA-ANTICIPADO
                            PERFORM 4-3-CONFIRMA
                        END-IF
                    END-IF
           END-READ.

       4-2-CALCULA-ANTICIPADO.
           PERFORM 9-6-DATOS-LIQUIDACION
           MOVE 'A' TO WS-LIQ-TIPO
           MOVE RCDM-FECHA-APERTURA TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-APE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           COMPUTE WS-DIAS-CORRIDOS = WS-INT-HOY - WS-INT-APE
           COMPUTE WS-DIAS-FALTAN = WS-INT-VEN - WS-INT-HOY
           MOVE ZEROS TO WS-TASA-PENAL
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-PENAS
               IF WS-DIAS-FALTAN >= TAB-PEN-DIAS-MIN(PX)
                  AND WS-DIAS-FALTAN <= TAB-PEN-DIAS-MAX(PX)
                   MOVE TAB-PEN-TASA(PX) TO WS-TASA-PENAL
               END-IF
           END-PERFORM
           IF WS-TASA-PENAL > RCDM-TASA
               MOVE RCDM-TASA TO WS-TASA-PENAL
           END-IF
           MOVE WS-TASA-PENAL    TO WS-LIQ-TASA
           MOVE WS-DIAS-CORRIDOS TO WS-LIQ-DIAS
           COMPUTE WS-LIQ-INTERES ROUNDED = RCDM-CAPITAL
                 * WS-TASA-PENAL * WS-DIAS-CORRIDOS / 36500
           PERFORM 9-7-RETENCION
           DISPLAY 'CLIENTE        :'       LINE 06 POSITION 01
                   RCDM-NOMBRE              LINE 06 POSITION 18
           MOVE RCDM-CAPITAL TO WS-MAS-DINERO
           DISPLAY 'CAPITAL        :'       LINE 07 POSITION 01
                   WS-MAS-DINERO            LINE 07 POSITION 18
           MOVE RCDM-FECHA-VENCE TO WS-FECHA-NUM
           PERFORM 9-9-FECHA-EDITADA
           DISPLAY 'VENCE          :'       LINE 08 POSITION 01
                   WS-FECHA-EDIT            LINE 08 POSITION 18
           MOVE WS-DIAS-CORRIDOS TO WS-MAS-DIAS
           DISPLAY 'DIAS CORRIDOS  :'       LINE 09 POSITION 01
                   WS-MAS-DIAS              LINE 09 POSITION 18
           MOVE WS-DIAS-FALTAN TO WS-MAS-DIAS
           DISPLAY 'DIAS POR VENCER:'       LINE 10 POSITION 01
                   WS-MAS-DIAS              LINE 10 POSITION 18
           MOVE RCDM-TASA TO WS-MAS-TASA
           DISPLAY 'TASA PACTADA   :'       LINE 11 POSITION 01
                   WS-MAS-TASA              LINE 11 POSITION 18
           MOVE WS-TASA-PENAL TO WS-MAS-TASA
           DISPLAY 'TASA PENALIZADA:'       LINE 12 POSITION 01
                   WS-MAS-TASA              LINE 12 POSITION 18
           MOVE WS-LIQ-INTERES TO WS-MAS-DINERO
           DISPLAY 'INTERES BRUTO  :'       LINE 13 POSITION 01
                   WS-MAS-DINERO            LINE 13 POSITION 18
           MOVE WS-LIQ-RETENCION TO WS-MAS-DINERO
           MOVE WS-PORC-RETENCION TO WS-MAS-PORC
           DISPLAY 'RETENCION      :'       LINE 14 POSITION 01
                   WS-MAS-DINERO            LINE 14 POSITION 18
                   WS-MAS-PORC              LINE 14 POSITION 42
                   '%'                      LINE 14 POSITION 47
           MOVE WS-LIQ-NETO TO WS-MAS-DINERO
           DISPLAY 'VALOR NETO     :'       LINE 15 POSITION 01
                   WS-MAS-DINERO            LINE 15 POSITION 18.

       4-3-CONFIRMA.
           DISPLAY 'CONFIRMA LA CANCELACION (S/N):'
                                            LINE 17 POSITION 01
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL CONF-SI OR CONF-NO
               ACCEPT WS-CONFIRMA           LINE 17 POSITION 33
           END-PERFORM
           IF CONF-SI
               MOVE 'A' TO RCDM-ESTADO
               REWRITE REG-CDTMAEST END-REWRITE
           ELSE
               MOVE 3 TO WS-HALLADO
           END-IF.

      *----------------------------------------------------------------*
      * CERTIFICADO ANUAL DE RENDIMIENTOS Y RETENCION EN LA FUENTE POR
      * DEPOSITANTE (RCDM-DOCUMENTO) PARA SU DECLARACION DE RENTA: UNA
      * PAGINA POR DEPOSITANTE CON CADA LIQUIDACION DEL ANO (EL
      * INTERES RENOVADO SE CUENTA COMO PAGADO). DOCUMENTO EN BLANCO
      * SACA LOS DE TODOS LOS DEPOSITANTES
      *----------------------------------------------------------------*
       5-CERTIFICADO-ANUAL.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CERTIFICADO ANUAL DE RENDIMIENTOS'
                                            LINE 02 POSITION 24
                   'ANO GRAVABLE (AAAA)    :'
                                            LINE 04 POSITION 01
                   'DOCUMENTO (ENTER=TODOS):'
                                            LINE 05 POSITION 01
           MOVE ZEROS TO WS-ANO-CERT
           PERFORM UNTIL WS-ANO-CERT > 1900
               ACCEPT WS-ANO-CERT           LINE 04 POSITION 26
           END-PERFORM
           MOVE SPACES TO WS-DOC-CERT
           ACCEPT WS-DOC-CERT               LINE 05 POSITION 26
           PERFORM 5-1-CARGAR-LIQUIDACIONES
           IF WS-NUM-DEP = ZEROS
               DISPLAY 'SIN LIQUIDACIONES DE CDT EN ESE ANO'
                                            LINE 07 POSITION 01
               ACCEPT WS-ENTER              LINE 07 POSITION 40
           ELSE
               PERFORM 5-2-IMPRIMIR-CERTIFICADOS
               DISPLAY 'CERTIFICADOS IMPRESOS  :'
                                            LINE 07 POSITION 01
                       WS-NUM-CERTIFICADOS  LINE 07 POSITION 26
               ACCEPT WS-ENTER              LINE 07 POSITION 32
           END-IF.

       5-1-CARGAR-LIQUIDACIONES.
           MOVE ZEROS TO WS-NUM-LIQ
           MOVE ZEROS TO WS-NUM-DEP
           MOVE 0 TO SW-FDA-CDTPAGOS
           OPEN INPUT CDTPAGOS
           IF WS-ESTADO-LIQ = '00'
               PERFORM 5-1-1-LEER-LIQUIDACION
                   UNTIL SW-FDA-CDTPAGOS = 1
               CLOSE CDTPAGOS
           END-IF.

       5-1-1-LEER-LIQUIDACION.
           READ CDTPAGOS AT END MOVE 1 TO SW-FDA-CDTPAGOS
                NOT AT END
                    IF RCPA-FECHA(1:4) = WS-ANO-CERT
                       AND (WS-DOC-CERT = SPACES
                            OR RCPA-DOCUMENTO = WS-DOC-CERT)
                       AND WS-NUM-LIQ < 500
                        ADD 1 TO WS-NUM-LIQ
                        MOVE RCPA-DOCUMENTO
                          TO TAB-LIQ-DOCUMENTO(WS-NUM-LIQ)
                        MOVE RCPA-CERTIFICADO
                          TO TAB-LIQ-CERTIFICADO(WS-NUM-LIQ)
                        MOVE RCPA-FECHA
                          TO TAB-LIQ-FECHA(WS-NUM-LIQ)
                        MOVE RCPA-TIPO
                          TO TAB-LIQ-TIPO(WS-NUM-LIQ)
                        MOVE RCPA-INTERES
                          TO TAB-LIQ-INTERES(WS-NUM-LIQ)
                        MOVE RCPA-RETENCION
                          TO TAB-LIQ-RETENCION(WS-NUM-LIQ)
                        PERFORM 5-1-2-ACUMULA-DEPOSITANTE
                    END-IF
           END-READ.

       5-1-2-ACUMULA-DEPOSITANTE.
           MOVE ZEROS TO WS-DEP-HALLADO
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > WS-NUM-DEP
               IF TAB-DEP-DOCUMENTO(DX) = RCPA-DOCUMENTO
                   MOVE DX TO WS-DEP-HALLADO
               END-IF
           END-PERFORM
           IF WS-DEP-HALLADO = ZEROS AND WS-NUM-DEP < 200
               ADD 1 TO WS-NUM-DEP
               MOVE WS-NUM-DEP TO WS-DEP-HALLADO
               MOVE RCPA-DOCUMENTO TO TAB-DEP-DOCUMENTO(WS-NUM-DEP)
               MOVE RCPA-NOMBRE    TO TAB-DEP-NOMBRE(WS-NUM-DEP)
               MOVE ZEROS TO TAB-DEP-INTERES(WS-NUM-DEP)
               MOVE ZEROS TO TAB-DEP-RETENCION(WS-NUM-DEP)
           END-IF
           IF WS-DEP-HALLADO > ZEROS
               ADD RCPA-INTERES   TO TAB-DEP-INTERES(WS-DEP-HALLADO)
               ADD RCPA-RETENCION TO TAB-DEP-RETENCION(WS-DEP-HALLADO)
           END-IF.

       5-2-IMPRIMIR-CERTIFICADOS.
           MOVE ZEROS TO WS-NUM-CERTIFICADOS
           OPEN OUTPUT CDTCERTI
           IF WS-ESTADO-CER NOT = '00'
               DISPLAY 'ERROR GENERANDO LOS CERTIFICADOS'
                                            LINE 23 POSITION 01
               ACCEPT WS-ENTER              LINE 23 POSITION 40
           ELSE
               PERFORM 5-3-UN-CERTIFICADO
                   VARYING DX FROM 1 BY 1 UNTIL DX > WS-NUM-DEP
               CLOSE CDTCERTI
               INITIALIZE NOCOSPOL
               MOVE 'CREDITO'                  TO CSPO-E-SISTEMA
               MOVE 'CERTCDT'                  TO CSPO-E-TIPO
               MOVE './FILES/CREDITO/CDTCERTI' TO CSPO-E-ORIGEN
               MOVE 'F'                        TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
           END-IF.

       5-3-UN-CERTIFICADO.
           ADD 1 TO WS-NUM-CERTIFICADOS
           MOVE SPACES TO RIMT-TITULO
           STRING 'CERTIFICADO DE RENDIMIENTOS Y RETENCION EN LA FUENTE'
                  ' - ANO ' WS-ANO-CERT
                  DELIMITED BY SIZE INTO RIMT-TITULO
           WRITE REG-CDTCERTI FROM REG-IMP-TITULO AFTER PAGE
           MOVE 'DEPOSITANTE             :' TO RIMD-ETIQUETA
           MOVE SPACES TO RIMD-VALOR
           STRING TAB-DEP-DOCUMENTO(DX) ' ' TAB-DEP-NOMBRE(DX)
                  DELIMITED BY SIZE INTO RIMD-VALOR
           WRITE REG-CDTCERTI FROM REG-IMP-DATO AFTER 2
           MOVE 'FECHA DE EXPEDICION     :' TO RIMD-ETIQUETA
           MOVE WS-FEC-SIS TO WS-FECHA-NUM
           PERFORM 9-9-FECHA-EDITADA
           MOVE WS-FECHA-EDIT TO RIMD-VALOR
           WRITE REG-CDTCERTI FROM REG-IMP-DATO AFTER 1
           MOVE '  CERTIF  FECHA       LIQUIDACION' TO RIMT-TITULO
           MOVE 'INTERES PAGADO'               TO RIMT-TITULO(40:14)
           MOVE 'RETENCION'                    TO RIMT-TITULO(65:9)
           WRITE REG-CDTCERTI FROM REG-IMP-TITULO AFTER 2
           PERFORM 5-3-1-LINEA-LIQUIDACION
               VARYING LX FROM 1 BY 1 UNTIL LX > WS-NUM-LIQ
           MOVE 'TOTAL INTERES PAGADO    :' TO RIMD-ETIQUETA
           MOVE TAB-DEP-INTERES(DX) TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RIMD-VALOR
           WRITE REG-CDTCERTI FROM REG-IMP-DATO AFTER 2
           MOVE 'TOTAL RETENIDO          :' TO RIMD-ETIQUETA
           MOVE TAB-DEP-RETENCION(DX) TO WS-MAS-DINERO
           MOVE WS-MAS-DINERO TO RIMD-VALOR
           WRITE REG-CDTCERTI FROM REG-IMP-DATO AFTER 1
           MOVE '  LOS VALORES CORRESPONDEN A LOS RENDIMIENTOS DE CDT LI
      -         'QUIDADOS EN EL ANO' TO RIMT-TITULO
           WRITE REG-CDTCERTI FROM REG-IMP-TITULO AFTER 2
           MOVE '  GRAVABLE Y A LA RETENCION EN LA FUENTE PRACTICADA SOB
      -         'RE ELLOS.' TO RIMT-TITULO
           WRITE REG-CDTCERTI FROM REG-IMP-TITULO AFTER 1.

       5-3-1-LINEA-LIQUIDACION.
           IF TAB-LIQ-DOCUMENTO(LX) = TAB-DEP-DOCUMENTO(DX)
               MOVE TAB-LIQ-CERTIFICADO(LX) TO RCED-CERTIFICADO
               MOVE TAB-LIQ-FECHA(LX) TO WS-FECHA-NUM
               PERFORM 9-9-FECHA-EDITADA
               MOVE WS-FECHA-EDIT TO RCED-FECHA
               EVALUATE TAB-LIQ-TIPO(LX)
                   WHEN 'V' MOVE 'VENCIMIENTO' TO RCED-TIPO
                   WHEN 'R' MOVE 'RENOVACION'  TO RCED-TIPO
                   WHEN OTHER
                            MOVE 'ANTICIPADA'  TO RCED-TIPO
               END-EVALUATE
               MOVE TAB-LIQ-INTERES(LX)   TO RCED-INTERES
               MOVE TAB-LIQ-RETENCION(LX) TO RCED-RETENCION
               WRITE REG-CDTCERTI FROM REG-CER-DETALLE AFTER 1
           END-IF.

       END PROGRAM NO5CCDTS.
