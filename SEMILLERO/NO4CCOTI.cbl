      * CREDITO QUE GUARDA NO0C0011, FILTRADAS POR FECHA Y PRODUCTO,
      * PARA NO REDIGITAR TODO CUANDO EL CLIENTE VUELVE; Y CONVERSION
      * DE UNA COTIZACION ACEPTADA EN UN PRESTAMO FORMAL DEL MAESTRO
      * PRESTAMOS, CON SU PROPIO NUMERO CONSECUTIVO. LA COTIZACION
      * ACEPTADA SE RADICA PRIMERO COMO SOLICITUD DE CREDITO (ARCHIVO
      * SOLICRED) CON LOS INGRESOS Y OBLIGACIONES DECLARADOS, LA
      * RELACION CUOTA/INGRESO Y LA LISTA DE DOCUMENTOS; NO4CSOLI LA
      * ESTUDIA Y DECIDE, Y AQUI SOLO SE FORMALIZA LA APROBADA, A TASA
      * FIJA O VARIABLE (SPREAD SOBRE LA TASA DE REFERENCIA Y
      * FRECUENCIA DE REPRECIACION). LA EDAD Y LA TASA DEL SEGURO DE
      * VIDA DEUDORES VIAJAN DE LA COTIZACION AL PRESTAMO, QUE GUARDA
      * LA PRIMA MENSUAL PARA EL BORDERO DE LA ASEGURADORA (NO4CBORD)
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO4CCOTI.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CON.
      * SOLICITUDES DE CREDITO, SU HISTORIA DE ESTADOS Y SU
      * CONSECUTIVO
           SELECT SOLICRED ASSIGN TO './FILES/CREDITO/SOLICRED'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SOL.
           SELECT SOLIHIST ASSIGN TO './FILES/CREDITO/SOLIHIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SHI.
           SELECT CONSECSO ASSIGN TO './FILES/CREDITO/CONSECSO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CSO.
      * LOG DE SESIONES, PARA SABER QUIEN RADICA Y QUIEN FORMALIZA
           SELECT LOGSESION ASSIGN TO '../FILES/USUARIOS/LOGSESION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LOG.
      * REIMPRESION DE LA COTIZACION ESCOGIDA
           SELECT IMPRESOR ASSIGN TO './FILES/CREDITO/COTIREIMP'
           FILE STATUS IS WS-ESTADO-IMP.
       01  REG-CONSECPR.
           02 ACON-PRESTAMO           PIC 9(06).

       FD  SOLICRED LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SOLICRED.cpy'.

       FD  SOLIHIST LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SOLIHIST.cpy'.

       FD  CONSECSO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONSECSO.
           02 ACON-SOLICITUD          PIC 9(06).

       FD  LOGSESION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LOGSESION.
           02 RLOG-NOMBRE             PIC X(30).
           02 RLOG-FECHA              PIC X(10).
           02 RLOG-HORA               PIC X(08).
           02 RLOG-EVENTO             PIC X(01).

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  WS-ESTADO-CON              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP              PIC X(02) VALUE SPACES.
       01  SW-FDA-COTIZA              PIC 9 VALUE ZEROS.
       01  WS-ESTADO-SOL              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SHI              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CSO              PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG              PIC X(02) VALUE SPACES.
       01  SW-FDA-SOLICRED            PIC 9 VALUE ZEROS.
       01  SW-FDA-LOG                 PIC 9 VALUE ZEROS.
       01  SW-ENCONTRO                PIC 9 VALUE ZEROS.
           88 SW-SI-ENCONTRO          VALUE 1.
           88 SW-NO-ENCONTRO          VALUE 0.

       01  WS-OPC                     PIC 9 VALUE ZEROS.
       01  WS-ENTER                   PIC A VALUE SPACES.
              03 TAB-LIS-CODEU-NOM    PIC X(25).
              03 TAB-LIS-CODEU-EDAD   PIC 9(03).
              03 TAB-LIS-CODEU-TEL    PIC 9(10).
              03 TAB-LIS-EDAD         PIC 9(03).
              03 TAB-LIS-SEG-TASA     PIC 9V9(03).
       01  LX                         PIC 9(03) VALUE ZEROS.
       01  WS-ITEM                    PIC 9(03) VALUE ZEROS.
       01  LI                         PIC 9(02) VALUE ZEROS.

      * IDENTIFICACION DEL DEUDOR Y DEL CODEUDOR DEL PRESTAMO NUEVO
       01  WS-DEUDOR-DOC              PIC X(12) VALUE SPACES.
       01  WS-DEUDOR-NOMBRE           PIC X(25) VALUE SPACES.
       01  WS-CODEU-DOC               PIC X(12) VALUE SPACES.

      * CAPACIDAD DE PAGO Y DOCUMENTOS DE LA SOLICITUD
       01  WS-INGRESOS                PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-OBLIGACIONES            PIC 9(13)V9(02) VALUE ZEROS.
       01  WS-RELACION-EDI            PIC ZZ9.99.
       01  WS-DOC-ID                  PIC X(01) VALUE SPACES.
           88 WS-DOC-ID-VALIDO        VALUE 'S' 'N'.
       01  WS-DOC-ING                 PIC X(01) VALUE SPACES.
           88 WS-DOC-ING-VALIDO       VALUE 'S' 'N'.
       01  WS-DOC-COD                 PIC X(01) VALUE SPACES.
           88 WS-DOC-COD-VALIDO       VALUE 'S' 'N'.

      * SOLICITUD A FORMALIZAR, OPERADOR DE TURNO Y FECHA/HORA DEL
      * CAMBIO DE ESTADO
       01  WS-NUM-SOLICITUD           PIC 9(06) VALUE ZEROS.
       01  WS-TIPO-TASA               PIC X(01) VALUE SPACES.
           88 WS-TIPO-TASA-VALIDO     VALUE 'F' 'V'.
       01  WS-SPREAD                  PIC 9(02)V99 VALUE ZEROS.
       01  WS-FREC-REPRECIO           PIC 9(02) VALUE ZEROS.
       01  WS-OPERADOR                PIC X(10) VALUE SPACES.
       01  WS-FEC-SIS                 PIC 9(08) VALUE ZEROS.
       01  WS-HORA-ACT                PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-HOY-EDI           PIC X(10) VALUE SPACES.
       01  WS-HORA-HOY-EDI            PIC X(08) VALUE SPACES.

      * RENGLONES DE LA REIMPRESION
       01  REG-COT-ENC-01.
           02 FILLER                  PIC X(25) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 0-IDENTIFICAR-OPERADOR
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 5
           STOP RUN.

      * OPERADOR DE TURNO: ULTIMO INGRESO DEL LOG DE NO0C0003
       0-IDENTIFICAR-OPERADOR.
           MOVE SPACES TO WS-OPERADOR
           MOVE 0 TO SW-FDA-LOG
           OPEN INPUT LOGSESION
           IF WS-ESTADO-LOG = '00'
               PERFORM 0-1-LEER-LOG UNTIL SW-FDA-LOG = 1
               CLOSE LOGSESION
           END-IF.

       0-1-LEER-LOG.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-LOG
                NOT AT END
                    IF RLOG-EVENTO = 'E' OR RLOG-EVENTO = SPACE
                        MOVE RLOG-NOMBRE(1:10) TO WS-OPERADOR
                    END-IF
           END-READ.

       MENU-PRINCIPAL.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'COTIZACIONES DE CREDITO'
                                            LINE 05 POSITION 28
                   '2. REIMPRIMIR UNA COTIZACION'
                                            LINE 06 POSITION 28
                   '3. ACEPTAR UNA COTIZACION (RADICAR SOLICITUD)'
                                            LINE 07 POSITION 28
                   '4. FORMALIZAR SOLICITUD APROBADA'
                                            LINE 08 POSITION 28
                   '5. SALIR'               LINE 09 POSITION 28
                   'QUE OPCION DESEA?: '    LINE 11 POSITION 28
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 6
               ACCEPT WS-OPC LINE 11 POSITION 48
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-CONSULTAR-COTIZACIONES
               WHEN 2 PERFORM 2-REIMPRIMIR-COTIZACION
               WHEN 3 PERFORM 3-RADICAR-SOLICITUD
               WHEN 4 PERFORM 4-FORMALIZAR-SOLICITUD
           END-EVALUATE.

      *----------------------------------------------------------------*
                 TO TAB-LIS-CODEU-EDAD(WS-NUM-LISTADAS)
               MOVE RCOT-CODEU-TELEFONO
                 TO TAB-LIS-CODEU-TEL(WS-NUM-LISTADAS)
               MOVE RCOT-EDAD      TO TAB-LIS-EDAD(WS-NUM-LISTADAS)
               MOVE RCOT-SEG-TASA  TO TAB-LIS-SEG-TASA(WS-NUM-LISTADAS)
           END-IF.

       1-3-MOSTRAR-LISTADO.
           END-IF.

      *----------------------------------------------------------------*
      * LA COTIZACION ESCOGIDA SE RADICA COMO SOLICITUD DE CREDITO CON
      * LA IDENTIFICACION DEL DEUDOR, LA CAPACIDAD DE PAGO DECLARADA Y
      * LA LISTA DE DOCUMENTOS RECIBIDOS. EL PRESTAMO NO SE CREA AQUI:
      * LA SOLICITUD ESPERA EL ESTUDIO Y LA DECISION EN NO4CSOLI
      *----------------------------------------------------------------*
       3-RADICAR-SOLICITUD.
           IF WS-NUM-LISTADAS = ZEROS
               DISPLAY 'PRIMERO CONSULTE LAS COTIZACIONES (OPCION 1)'
                                            LINE 24 POSITION 15
               ACCEPT WS-ENTER              LINE 24 POSITION 62
           ELSE
               PERFORM 9-ESCOGER-ITEM
               PERFORM 3-2-CAPTURA-DEUDOR
               PERFORM 3-3-CAPTURA-CAPACIDAD
               PERFORM 3-4-OBTIENE-SOLICITUD
               PERFORM 9-2-FECHA-DE-HOY
               INITIALIZE REG-SOLICITUD
               MOVE ACON-SOLICITUD           TO RSOL-NUMERO
               MOVE WS-FECHA-HOY-EDI         TO RSOL-FECHA
                                                RSOL-FECHA-ESTADO
               MOVE 'R'                      TO RSOL-ESTADO
               MOVE TAB-LIS-FECHA(WS-ITEM)   TO RSOL-COT-FECHA
               MOVE TAB-LIS-PRODUCTO(WS-ITEM) TO RSOL-PRODUCTO
               MOVE TAB-LIS-CAPITAL(WS-ITEM) TO RSOL-CAPITAL
               MOVE TAB-LIS-CUOTAS(WS-ITEM)  TO RSOL-CUOTAS
               MOVE TAB-LIS-CUOTA-MEN(WS-ITEM) TO RSOL-CUOTA-MEN
               MOVE TAB-LIS-TOTAL(WS-ITEM)   TO RSOL-TOTAL
               MOVE TAB-LIS-CODEU-NOM(WS-ITEM)
                                             TO RSOL-CODEU-NOMBRE
               MOVE TAB-LIS-CODEU-EDAD(WS-ITEM)
                                             TO RSOL-CODEU-EDAD
               MOVE TAB-LIS-CODEU-TEL(WS-ITEM)
                                             TO RSOL-CODEU-TELEFONO
               MOVE TAB-LIS-EDAD(WS-ITEM)    TO RSOL-DEUDOR-EDAD
               MOVE TAB-LIS-SEG-TASA(WS-ITEM) TO RSOL-SEG-TASA
               MOVE WS-DEUDOR-DOC            TO RSOL-DEUDOR-DOC
               MOVE WS-DEUDOR-NOMBRE         TO RSOL-DEUDOR-NOMBRE
               MOVE WS-CODEU-DOC             TO RSOL-CODEU-DOC
               MOVE WS-INGRESOS              TO RSOL-INGRESOS
               MOVE WS-OBLIGACIONES          TO RSOL-OBLIGACIONES
               PERFORM 3-5-CALCULA-RELACION
               MOVE WS-DOC-ID                TO RSOL-DOC-IDENTIDAD
               MOVE WS-DOC-ING               TO RSOL-DOC-INGRESOS
               MOVE WS-DOC-COD               TO RSOL-DOC-CODEUDOR
               OPEN EXTEND SOLICRED
      * SI EL ARCHIVO DE SOLICITUDES NO EXISTE TODAVIA, SE CREA AQUI
               IF WS-ESTADO-SOL = '35'
                   OPEN OUTPUT SOLICRED
               END-IF
               IF WS-ESTADO-SOL = '00' OR WS-ESTADO-SOL = '05'
                   WRITE REG-SOLICITUD
                   CLOSE SOLICRED
                   MOVE SPACES TO RSHI-MOTIVO
                   PERFORM 9-3-GRABAR-HISTORIA
                   MOVE RSOL-RELACION TO WS-RELACION-EDI
                   DISPLAY 'SOLICITUD RADICADA NUMERO:'
                                            LINE 23 POSITION 05
                           ACON-SOLICITUD   LINE 23 POSITION 32
                           'CUOTA/INGRESO %:'
                                            LINE 23 POSITION 41
                           WS-RELACION-EDI  LINE 23 POSITION 58
                   DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
                   ACCEPT WS-ENTER          LINE 24 POSITION 60
               ELSE
                   DISPLAY 'ERROR ABRIENDO EL ARCHIVO DE SOLICITUDES'
                                            LINE 24 POSITION 05
                   ACCEPT WS-ENTER          LINE 24 POSITION 50
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONVIERTE UNA SOLICITUD APROBADA EN UN PRESTAMO FORMAL DEL
      * MAESTRO, CON SU NUMERO CONSECUTIVO Y EL SALDO ARRANCANDO EN EL
      * TOTAL A PAGAR DE LA COTIZACION; LA SOLICITUD QUEDA FORMALIZADA
      * CON EL NUMERO DEL PRESTAMO
      *----------------------------------------------------------------*
       4-FORMALIZAR-SOLICITUD.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'FORMALIZAR SOLICITUD APROBADA'
                                            LINE 02 POSITION 25
                   'NUMERO DE LA SOLICITUD:' LINE 05 POSITION 01
           MOVE ZEROS TO WS-NUM-SOLICITUD
           PERFORM UNTIL WS-NUM-SOLICITUD > ZEROS
               ACCEPT WS-NUM-SOLICITUD      LINE 05 POSITION 26
           END-PERFORM
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-SOLICRED
           OPEN I-O SOLICRED
           IF WS-ESTADO-SOL NOT = '00'
               DISPLAY 'NO HAY SOLICITUDES RADICADAS'
                                            LINE 24 POSITION 20
               ACCEPT WS-ENTER              LINE 24 POSITION 50
           ELSE
               PERFORM 4-1-BUSCAR-SOLICITUD
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SOLICRED = 1
               EVALUATE TRUE
                   WHEN SW-NO-ENCONTRO
                       DISPLAY 'SOLICITUD INEXISTENTE'
                                            LINE 24 POSITION 30
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
                   WHEN RSOL-ESTADO = 'F'
                       DISPLAY 'SOLICITUD YA FORMALIZADA, PRESTAMO'
                                            LINE 24 POSITION 10
                               RSOL-PRESTAMO
                                            LINE 24 POSITION 45
                       ACCEPT WS-ENTER      LINE 24 POSITION 53
                   WHEN RSOL-ESTADO NOT = 'A'
                       DISPLAY 'SOLO SE FORMALIZAN LAS APROBADAS'
                                            LINE 24 POSITION 15
                       ACCEPT WS-ENTER      LINE 24 POSITION 52
                   WHEN OTHER
                       PERFORM 4-2-CREAR-PRESTAMO
               END-EVALUATE
               CLOSE SOLICRED
           END-IF.

       4-1-BUSCAR-SOLICITUD.
           READ SOLICRED AT END MOVE 1 TO SW-FDA-SOLICRED
                NOT AT END
                    IF RSOL-NUMERO = WS-NUM-SOLICITUD
                        SET SW-SI-ENCONTRO TO TRUE
                    END-IF
           END-READ.

       4-2-CREAR-PRESTAMO.
           PERFORM 4-3-CAPTURA-TASA
           PERFORM 3-1-OBTIENE-NUMERO
           MOVE ACON-PRESTAMO                TO RPRE-NUMERO
           MOVE RSOL-COT-FECHA               TO RPRE-FECHA-ACEPTA
           MOVE RSOL-PRODUCTO                TO RPRE-PRODUCTO
           MOVE RSOL-CAPITAL                 TO RPRE-CAPITAL
           MOVE RSOL-CUOTAS                  TO RPRE-CUOTAS
           MOVE RSOL-CUOTA-MEN               TO RPRE-CUOTA-MEN
           MOVE RSOL-TOTAL                   TO RPRE-TOTAL
           MOVE RSOL-TOTAL                   TO RPRE-SALDO
           MOVE ZEROS                        TO RPRE-CUOTAS-PAGADAS
      * EL PRESTAMO NACE FORMALIZADO PERO SIN DESEMBOLSAR: NO4CSERV
      * NO LE RECIBE PAGOS HASTA QUE SE CONFIRME EL DESEMBOLSO
           MOVE 'F'                          TO RPRE-ESTADO
           MOVE SPACES                       TO RPRE-FECHA-DESEMB
                                                RPRE-REF-DESEMB
           MOVE ZEROS                        TO RPRE-MORA
                                                RPRE-ANTECESOR
                                                RPRE-SUCESOR
                                                RPRE-TASA-MES
                                                RPRE-SPREAD
                                                RPRE-FREC-REPRECIO
                                                RPRE-FECHA-REPRECIO
           MOVE WS-TIPO-TASA                 TO RPRE-TIPO-TASA
      * LA VARIABLE ARRANCA CON LA TASA MENSUAL IMPLICITA EN LA TABLA
      * DE LA COTIZACION; DESDE EL PRIMER ANIVERSARIO LA FIJA NO4CREPR
           IF WS-TIPO-TASA = 'V'
               MOVE WS-SPREAD                TO RPRE-SPREAD
               MOVE WS-FREC-REPRECIO         TO RPRE-FREC-REPRECIO
               COMPUTE RPRE-TASA-MES ROUNDED =
                     (RSOL-TOTAL - RSOL-CAPITAL) * 100
                     / (RSOL-CAPITAL * RSOL-CUOTAS)
                   ON SIZE ERROR MOVE ZEROS TO RPRE-TASA-MES
               END-COMPUTE
           END-IF
           MOVE RSOL-CODEU-NOMBRE            TO RPRE-CODEU-NOMBRE
           MOVE RSOL-CODEU-EDAD              TO RPRE-CODEU-EDAD
           MOVE RSOL-CODEU-TELEFONO          TO RPRE-CODEU-TELEFONO
           MOVE RSOL-DEUDOR-DOC              TO RPRE-DEUDOR-DOC
           MOVE RSOL-DEUDOR-NOMBRE           TO RPRE-DEUDOR-NOMBRE
           MOVE RSOL-CODEU-DOC               TO RPRE-CODEU-DOC
           MOVE RSOL-COT-FECHA               TO RPRE-FECHA-ESTADO
      * PRIMA MENSUAL DEL SEGURO, CALCULADA COMO EN LA COTIZACION
           MOVE RSOL-DEUDOR-EDAD             TO RPRE-DEUDOR-EDAD
           MOVE RSOL-SEG-TASA                TO RPRE-SEG-TASA
           COMPUTE RPRE-SEG-MES ROUNDED =
                 RSOL-CAPITAL * RSOL-SEG-TASA / 12
               ON SIZE ERROR MOVE ZEROS TO RPRE-SEG-MES
           END-COMPUTE
           OPEN EXTEND PRESTAMOS
      * SI EL MAESTRO DE PRESTAMOS NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-PRES = '35'
               OPEN OUTPUT PRESTAMOS
           END-IF
           IF WS-ESTADO-PRES = '00' OR WS-ESTADO-PRES = '05'
               WRITE REG-PRESTAMO
               CLOSE PRESTAMOS
               PERFORM 9-2-FECHA-DE-HOY
               MOVE 'F'              TO RSOL-ESTADO
               MOVE WS-FECHA-HOY-EDI TO RSOL-FECHA-ESTADO
               MOVE ACON-PRESTAMO    TO RSOL-PRESTAMO
               REWRITE REG-SOLICITUD END-REWRITE
               MOVE SPACES TO RSHI-MOTIVO
               PERFORM 9-3-GRABAR-HISTORIA
               DISPLAY 'PRESTAMO CREADO CON NUMERO:'
                                            LINE 24 POSITION 05
                       ACON-PRESTAMO        LINE 24 POSITION 34
               ACCEPT WS-ENTER              LINE 24 POSITION 44
           ELSE
               DISPLAY 'ERROR ABRIENDO EL MAESTRO DE PRESTAMOS'
                                            LINE 24 POSITION 05
               ACCEPT WS-ENTER              LINE 24 POSITION 48
           END-IF.

       3-1-OBTIENE-NUMERO.
           END-READ
           CLOSE CONSECPR.

      *----------------------------------------------------------------*
      * IDENTIFICACION DEL DEUDOR (Y DEL CODEUDOR SI LA COTIZACION LO
      * TRAE) PARA EL REPORTE MENSUAL A CENTRALES DE RIESGO
      *----------------------------------------------------------------*
       3-2-CAPTURA-DEUDOR.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'DATOS DEL DEUDOR'       LINE 02 POSITION 30
                   'DOCUMENTO DEL DEUDOR :' LINE 05 POSITION 01
                   'NOMBRE DEL DEUDOR    :' LINE 06 POSITION 01
           MOVE SPACES TO WS-DEUDOR-DOC WS-DEUDOR-NOMBRE WS-CODEU-DOC
           PERFORM UNTIL WS-DEUDOR-DOC > SPACES
               ACCEPT WS-DEUDOR-DOC         LINE 05 POSITION 24
           END-PERFORM
           PERFORM UNTIL WS-DEUDOR-NOMBRE > SPACES
               ACCEPT WS-DEUDOR-NOMBRE      LINE 06 POSITION 24
           END-PERFORM
           IF TAB-LIS-CODEU-NOM(WS-ITEM) > SPACES
               DISPLAY 'CODEUDOR             :' LINE 08 POSITION 01
                       TAB-LIS-CODEU-NOM(WS-ITEM)
                                            LINE 08 POSITION 24
                       'DOCUMENTO CODEUDOR   :' LINE 09 POSITION 01
               PERFORM UNTIL WS-CODEU-DOC > SPACES
                   ACCEPT WS-CODEU-DOC      LINE 09 POSITION 24
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * TIPO DE TASA DEL PRESTAMO. LA VARIABLE LLEVA EL SPREAD SOBRE
      * LA TASA DE REFERENCIA Y CADA CUANTOS MESES SE REPRECIA
      *----------------------------------------------------------------*
       4-3-CAPTURA-TASA.
           DISPLAY 'TIPO DE TASA (F=FIJA, V=VARIABLE):'
                                            LINE 07 POSITION 01
           MOVE SPACES TO WS-TIPO-TASA
           MOVE ZEROS TO WS-SPREAD WS-FREC-REPRECIO
           PERFORM UNTIL WS-TIPO-TASA-VALIDO
               ACCEPT WS-TIPO-TASA          LINE 07 POSITION 37
           END-PERFORM
           IF WS-TIPO-TASA = 'V'
               DISPLAY 'SPREAD MENSUAL (EJ 00.50)  :'
                                            LINE 08 POSITION 01
                       'REPRECIAR CADA (MESES)     :'
                                            LINE 09 POSITION 01
               ACCEPT WS-SPREAD             LINE 08 POSITION 31
               PERFORM UNTIL WS-FREC-REPRECIO > ZEROS
                   ACCEPT WS-FREC-REPRECIO  LINE 09 POSITION 31
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * CAPACIDAD DE PAGO DECLARADA (INGRESOS Y OBLIGACIONES
      * MENSUALES) Y LISTA DE DOCUMENTOS RECIBIDOS CON LA SOLICITUD;
      * LOS PAPELES DEL CODEUDOR NO APLICAN SI LA COTIZACION NO LO LLEVA
      *----------------------------------------------------------------*
       3-3-CAPTURA-CAPACIDAD.
           DISPLAY 'INGRESOS MENSUALES   :' LINE 11 POSITION 01
                   'OBLIGACIONES MENSUAL.:' LINE 12 POSITION 01
                   'DOCUMENTOS RECIBIDOS (S/N)'
                                            LINE 14 POSITION 01
                   'CEDULA DEL DEUDOR    :' LINE 15 POSITION 01
                   'SOPORTE DE INGRESOS  :' LINE 16 POSITION 01
           MOVE ZEROS TO WS-INGRESOS WS-OBLIGACIONES
           MOVE SPACES TO WS-DOC-ID WS-DOC-ING WS-DOC-COD
           PERFORM UNTIL WS-INGRESOS > ZEROS
               ACCEPT WS-INGRESOS           LINE 11 POSITION 24
           END-PERFORM
           ACCEPT WS-OBLIGACIONES           LINE 12 POSITION 24
           PERFORM UNTIL WS-DOC-ID-VALIDO
               ACCEPT WS-DOC-ID             LINE 15 POSITION 24
           END-PERFORM
           PERFORM UNTIL WS-DOC-ING-VALIDO
               ACCEPT WS-DOC-ING            LINE 16 POSITION 24
           END-PERFORM
           IF TAB-LIS-CODEU-NOM(WS-ITEM) > SPACES
               DISPLAY 'PAPELES DEL CODEUDOR :' LINE 17 POSITION 01
               PERFORM UNTIL WS-DOC-COD-VALIDO
                   ACCEPT WS-DOC-COD        LINE 17 POSITION 24
               END-PERFORM
           ELSE
               MOVE 'X' TO WS-DOC-COD
           END-IF.

       3-4-OBTIENE-SOLICITUD.
           OPEN I-O CONSECSO
           IF WS-ESTADO-CSO = '35'
               OPEN OUTPUT CONSECSO
               MOVE ZEROS TO ACON-SOLICITUD
               WRITE REG-CONSECSO
               CLOSE CONSECSO
               OPEN I-O CONSECSO
           END-IF
           READ CONSECSO AT END MOVE 1 TO ACON-SOLICITUD
                         NOT AT END
                             ADD 1 TO ACON-SOLICITUD
                                 ON SIZE ERROR MOVE 1 TO ACON-SOLICITUD
                             END-ADD
                             REWRITE REG-CONSECSO END-REWRITE
           END-READ
           CLOSE CONSECSO.

      * RELACION CUOTA/INGRESO: LO QUE YA PAGA MAS LA CUOTA NUEVA,
      * SOBRE LOS INGRESOS, EN PORCENTAJE
       3-5-CALCULA-RELACION.
           IF RSOL-INGRESOS > ZEROS
               COMPUTE RSOL-RELACION ROUNDED =
                     (RSOL-OBLIGACIONES + RSOL-CUOTA-MEN) * 100
                     / RSOL-INGRESOS
                   ON SIZE ERROR MOVE 999.99 TO RSOL-RELACION
               END-COMPUTE
           ELSE
               MOVE 999.99 TO RSOL-RELACION
           END-IF.

       9-2-FECHA-DE-HOY.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE WS-FEC-SIS(7:2) TO WS-FECHA-HOY-EDI(1:2)
           MOVE '/'             TO WS-FECHA-HOY-EDI(3:1)
           MOVE WS-FEC-SIS(5:2) TO WS-FECHA-HOY-EDI(4:2)
           MOVE '/'             TO WS-FECHA-HOY-EDI(6:1)
           MOVE WS-FEC-SIS(1:4) TO WS-FECHA-HOY-EDI(7:4)
           ACCEPT WS-HORA-ACT FROM TIME
           MOVE WS-HORA-ACT(1:2) TO WS-HORA-HOY-EDI(1:2)
           MOVE ':'              TO WS-HORA-HOY-EDI(3:1)
           MOVE WS-HORA-ACT(3:2) TO WS-HORA-HOY-EDI(4:2)
           MOVE ':'              TO WS-HORA-HOY-EDI(6:1)
           MOVE WS-HORA-ACT(5:2) TO WS-HORA-HOY-EDI(7:2).

      * CAMBIO DE ESTADO DE LA SOLICITUD A SU HISTORIA (EL MOTIVO LO
      * DEJA LISTO QUIEN LLAMA)
       9-3-GRABAR-HISTORIA.
           MOVE RSOL-NUMERO      TO RSHI-NUMERO
           MOVE WS-FECHA-HOY-EDI TO RSHI-FECHA
           MOVE WS-HORA-HOY-EDI  TO RSHI-HORA
           MOVE RSOL-ESTADO      TO RSHI-ESTADO
           MOVE WS-OPERADOR      TO RSHI-USUARIO
           OPEN EXTEND SOLIHIST
           IF WS-ESTADO-SHI = '35'
               OPEN OUTPUT SOLIHIST
           END-IF
           IF WS-ESTADO-SHI = '00' OR WS-ESTADO-SHI = '05'
               WRITE REG-SOLIHIST
               CLOSE SOLIHIST
           END-IF.

       END PROGRAM NO4CCOTI.
