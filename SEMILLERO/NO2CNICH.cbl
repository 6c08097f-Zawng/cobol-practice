      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: COLUMBARIO (OSARIO) DE LA PARROQUIA, QUE ANTES VIVIA
      * EN UN LIBRO DE PAPEL: MAESTRO DE NICHOS (UBICACION, TIPO Y
      * ESTADO LIBRE/VENDIDO/ARRENDADO), CONTRATOS DE VENTA O ARRIENDO
      * A NOMBRE DE UN FELIGRES CON EL DIFUNTO, ABONOS DEL CONTRATO
      * (COMO LOS ABONOS DE LOS SERVICIOS), RENOVACION O EXHUMACION
      * DE LOS ARRIENDOS Y REPORTE MENSUAL DE ARRIENDOS QUE VENCEN.
      * NO1CSANM ASIGNA EL NICHO DESDE LA RESERVA DEL FUNERAL Y SUMA
      * LOS ABONOS EN EL CIERRE DE MES.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CNICH.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE NICHOS, COMPARTIDO CON NO1CSANM
           SELECT NICHOS ASSIGN TO './FILES/SANMIGUEL/NICHOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CONTRATOS DE NICHO, COMPARTIDO CON NO1CSANM
           SELECT CONTNICH ASSIGN TO './FILES/SANMIGUEL/CONTNICH'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * ABONOS DE LOS CONTRATOS, QUE SUMA EL CIERRE DE MES DE NO1CSANM
           SELECT ABONICHO ASSIGN TO './FILES/SANMIGUEL/ABONICHO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * MAESTRO DE FELIGRESES (COMPARTIDO CON NO2CFELI Y NO1CSANM)
           SELECT FELIGRES ASSIGN TO './FILES/SANMIGUEL/FELIGRES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CONTROL DE PERIODOS CERRADOS DEL CIERRE DE MES DE NO1CSANM:
      * NO SE REGISTRAN ABONOS EN UN PERIODO YA CERRADO
           SELECT PERIODOS ASSIGN TO './FILES/SANMIGUEL/PERIODOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * REPORTE DE ARRIENDOS QUE VENCEN
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/VENCENICH'
           FILE STATUS IS VAR-ESTADO.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  NICHOS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/NICHO.cpy'.

       FD  CONTNICH LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CONTNICH.cpy'.

       FD  ABONICHO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/ABONICHO.cpy'.

       FD  FELIGRES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/FELIGRES.cpy'.

       FD  PERIODOS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERIODO.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPC                  PIC 9(01) VALUE ZEROS.
       01  WS-ENTER                PIC A(01) VALUE SPACES.
       01  VAR-ESTADO              PIC X(02) VALUE SPACES.
       01  WS-SEGURO               PIC A(01) VALUE SPACES.
           88 SI-SEGURO            VALUE 's' 'S'.
           88 NO-SEGURO            VALUE 'n' 'N'.

      * PROCESO
       01  WS-FEC-SIS              PIC 9(06) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.
       01  WS-FEC-HOY              PIC 9(08) VALUE ZEROS.
       01  WS-FEC-EDI.
           02 WS-FEC-EDI-DIA       PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE '/'.
           02 WS-FEC-EDI-MES       PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE '/'.
           02 WS-FEC-EDI-ANO       PIC 9(04) VALUE ZEROS.
       01  LI                      PIC 9(02) VALUE ZEROS.
       01  WS-ENCONTRAR            PIC A(01) VALUE SPACES.
           88 SW-SI-ENCONTRO       VALUE 'S' 's'.
           88 SW-NO-ENCONTRO       VALUE 'N' 'n'.

      * NICHO: CAPTURA DEL MAESTRO Y SELECCION DEL NICHO LIBRE
       01  SW-FDA-NICHOS           PIC 9 VALUE ZEROS.
       01  WS-NIC                  PIC 9(04) VALUE ZEROS.
       01  WS-NIC-PABELLON         PIC X(01) VALUE SPACES.
       01  WS-NIC-FILA             PIC 9(02) VALUE ZEROS.
       01  WS-NIC-COLUMNA          PIC 9(02) VALUE ZEROS.
       01  WS-NIC-TIPO             PIC A(01) VALUE SPACES.
           88 NIC-TIPO-VALIDO      VALUE 'O' 'C'.
       01  WS-NIC-ESTADO           PIC A(01) VALUE SPACES.
       01  WS-NIC-CONTRATO         PIC 9(04) VALUE ZEROS.
       01  WS-UBICACION.
           02 WS-UBI-PABELLON      PIC X(01) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE '-'.
           02 WS-UBI-FILA          PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE '-'.
           02 WS-UBI-COLUMNA       PIC 9(02) VALUE ZEROS.

      * CONTRATO: DATOS CAPTURADOS Y CONSECUTIVO (EL MAYOR + 1)
       01  SW-FDA-CONTNICH         PIC 9 VALUE ZEROS.
       01  WS-CON                  PIC 9(04) VALUE ZEROS.
       01  WS-CON-ULTIMO           PIC 9(04) VALUE ZEROS.
       01  WS-TEL                  PIC 9(10) VALUE ZEROS.
       01  WS-MODALIDAD            PIC A(01) VALUE SPACES.
           88 MOD-VENTA            VALUE 'V'.
           88 MOD-ARRIENDO         VALUE 'A'.
       01  WS-DIFUNTO              PIC X(30) VALUE SPACES.
       01  WS-PLAZO                PIC 9(02) VALUE ZEROS.
       01  WS-VALOR                PIC 9(07) VALUE ZEROS.
       01  WS-FEC-INICIO           PIC 9(08) VALUE ZEROS.
       01  WS-FEC-VENCE            PIC 9(08) VALUE ZEROS.
       01  WS-NUM-SERVICIO         PIC 9(04) VALUE ZEROS.
       01  WS-NUEVO-ESTADO         PIC A(01) VALUE SPACES.
       01  WS-DECISION             PIC A(01) VALUE SPACES.
           88 DEC-RENOVAR          VALUE 'R' 'r'.
           88 DEC-EXHUMAR          VALUE 'E' 'e'.
           88 DEC-SALIR            VALUE 'S' 's'.

      * BUSQUEDA DEL FELIGRES QUE RESPONDE POR EL CONTRATO
       01  SW-FDA-FELIGRES         PIC 9 VALUE ZEROS.
       01  WS-FEL-HALLADO          PIC A(01) VALUE SPACES.
           88 SW-FEL-SI-HALLADO    VALUE 'S'.
           88 SW-FEL-NO-HALLADO    VALUE 'N'.

      * ABONOS: ACUMULADO PAGADO Y SALDO PENDIENTE DEL CONTRATO
       01  SW-FDA-ABONICHO         PIC 9 VALUE ZEROS.
       01  WS-TOT-ABONADO          PIC 9(09) VALUE ZEROS.
       01  WS-SALDO-PEND           PIC S9(09) VALUE ZEROS.
       01  WS-VAL-ABONO            PIC 9(07) VALUE ZEROS.

      * CONTROL DE PERIODOS: MANDA EL ULTIMO REGISTRO DEL PERIODO EN
      * EL ARCHIVO ('C' CERRADO, 'A' REABIERTO)
       01  SW-FDA-PERIODOS         PIC 9 VALUE ZEROS.
       01  WS-PER-CONSULTA         PIC 9(06) VALUE ZEROS.
       01  WS-PER-CERRADO          PIC 9 VALUE ZEROS.

      * REPORTE DE VENCIMIENTOS: PERIODO PEDIDO Y CONTADORES
       01  WS-PER-VENCE            PIC 9(06) VALUE ZEROS.
       01  WS-TOT-VENCEN           PIC 9(04) VALUE ZEROS.
       01  WS-TOT-VENCIDOS         PIC 9(04) VALUE ZEROS.

       01  WS-MASCARA              PIC $$,$$$,$$9 VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * SALIDA
       01  REG-SAL-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
           02 RSAL-01-FEC-SIS      PIC X(53) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE 'HORA.SIS: '.
           02 RSAL-01-HOR-SIS      PIC X(08) VALUE SPACES.

       01  REG-SAL-ENC-02.
           02 FILLER               PIC X(80) VALUE ALL '*'.

       01  REG-SAL-ENC-03.
           02 FILLER               PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(20) VALUE 'PARROQUIA SAN MIGUEL
      -                                            ''.
           02 FILLER               PIC X(30) VALUE SPACES.

       01  REG-VEN-TIT.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(34) VALUE
              'ARRIENDOS DE NICHOS QUE VENCEN A '.
           02 RVEN-TIT-PERIODO     PIC 9(06) VALUE ZEROS.
           02 FILLER               PIC X(20) VALUE SPACES.

       01  REG-VEN-DET-01.
           02 FILLER               PIC X(05) VALUE 'CONT'.
           02 FILLER               PIC X(08) VALUE 'NICHO'.
           02 FILLER               PIC X(19) VALUE 'DIFUNTO'.
           02 FILLER               PIC X(11) VALUE 'TELEFONO'.
           02 FILLER               PIC X(11) VALUE 'VENCE'.
           02 FILLER               PIC X(09) VALUE '   SALDO'.
           02 FILLER               PIC X(10) VALUE ' SITUACION'.

       01  REG-VEN-DET-02.
           02 RVEN-CONTRATO        PIC 9(04) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RVEN-UBICACION       PIC X(07) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RVEN-DIFUNTO         PIC X(18) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RVEN-TELEFONO        PIC 9(10) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RVEN-VENCE           PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RVEN-SALDO           PIC $$$$,$$9 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RVEN-SITUACION       PIC X(07) VALUE SPACES.

       01  REG-VEN-TOT.
           02 FILLER               PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(18) VALUE 'VENCEN EN EL MES: '.
           02 RVEN-TOT-VENCEN      PIC ZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(18) VALUE 'YA VENCIDOS:      '.
           02 RVEN-TOT-VENCIDOS    PIC ZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(12) VALUE SPACES.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1-MENU-PRINCIPAL UNTIL WS-OPC = 9
           STOP RUN.

       1-MENU-PRINCIPAL.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'COLUMBARIO (OSARIO)   ' LINE 06 POSITION 30
                   '1. CREAR ARCHIVO      ' LINE 08 POSITION 10
                   '2. ADICIONAR NICHO    ' LINE 09 POSITION 10
                   '3. CONSULTAR NICHOS   ' LINE 10 POSITION 10
                   '4. NUEVO CONTRATO     ' LINE 11 POSITION 10
                   '5. REGISTRAR ABONO    ' LINE 12 POSITION 10
                   '6. CONSULTAR CONTRATO ' LINE 13 POSITION 10
                   '7. RENOVAR / EXHUMAR  ' LINE 14 POSITION 10
                   '8. VENCIMIENTOS DEL MES' LINE 15 POSITION 10
                   '9. SALIR              ' LINE 16 POSITION 10
                   'OPCION ) '              LINE 18 POSITION 20
           MOVE ZEROS TO WS-OPC
           PERFORM UNTIL WS-OPC > 0
               ACCEPT WS-OPC               LINE 18 POSITION 30
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-1-CREA-ARCHIVO
               WHEN 2 PERFORM 1-2-ADICIONA-NICHO
               WHEN 3 PERFORM 1-3-CONSULTA-NICHOS
               WHEN 4 PERFORM 1-4-NUEVO-CONTRATO
               WHEN 5 PERFORM 1-5-REGISTRA-ABONO
               WHEN 6 PERFORM 1-6-CONSULTA-CONTRATO
               WHEN 7 PERFORM 1-7-RENUEVA-O-EXHUMA
               WHEN 8 PERFORM 1-8-VENCIMIENTOS
           END-EVALUATE.

      *----------------------------------------------------------------*
      * SOLO EL MAESTRO DE NICHOS: LOS CONTRATOS Y SUS ABONOS SE CREAN
      * SOLOS CON EL PRIMER REGISTRO Y NO SE BORRAN DESDE AQUI
      *----------------------------------------------------------------*
       1-1-CREA-ARCHIVO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'QUIERES CREAR UN NUEVO MAESTRO DE NICHOS? S/N'
                                   LINE 10 POSITION 01
           MOVE SPACE TO WS-SEGURO
           PERFORM UNTIL SI-SEGURO OR NO-SEGURO
               ACCEPT WS-SEGURO    LINE 10 POSITION 50
           END-PERFORM
           IF SI-SEGURO
               OPEN OUTPUT NICHOS
               CLOSE NICHOS
               DISPLAY 'ARCHIVO CREADO CON EXITO, OPRIMA ENTER'
                                   LINE 12 POSITION 01
               ACCEPT WS-ENTER     LINE 12 POSITION 50
           END-IF.

       1-2-ADICIONA-NICHO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'ADICION DE NICHO' LINE 06 POSITION 32
           PERFORM 1-2-1-CAPTURA-CODIGO
           PERFORM 1-2-2-BUSCAR-NICHO
           IF SW-SI-ENCONTRO
               DISPLAY 'ESE NICHO YA EXISTE EN' LINE 24 POSITION 01
                       WS-UBICACION            LINE 24 POSITION 24
               ACCEPT WS-ENTER                 LINE 24 POSITION 50
           ELSE
               DISPLAY 'PABELLON (A-Z):'       LINE 09 POSITION 01
               MOVE SPACES TO WS-NIC-PABELLON
               PERFORM UNTIL WS-NIC-PABELLON >= 'A'
                         AND WS-NIC-PABELLON <= 'Z'
                   ACCEPT WS-NIC-PABELLON      LINE 09 POSITION 20
               END-PERFORM
               DISPLAY 'FILA           :'      LINE 10 POSITION 01
               MOVE ZEROS TO WS-NIC-FILA
               PERFORM UNTIL WS-NIC-FILA > ZEROS
                   ACCEPT WS-NIC-FILA          LINE 10 POSITION 20
               END-PERFORM
               DISPLAY 'COLUMNA        :'      LINE 11 POSITION 01
               MOVE ZEROS TO WS-NIC-COLUMNA
               PERFORM UNTIL WS-NIC-COLUMNA > ZEROS
                   ACCEPT WS-NIC-COLUMNA       LINE 11 POSITION 20
               END-PERFORM
               DISPLAY 'TIPO (O=OSARIO, C=CENIZARIO):'
                                               LINE 12 POSITION 01
               MOVE SPACES TO WS-NIC-TIPO
               PERFORM UNTIL NIC-TIPO-VALIDO
                   ACCEPT WS-NIC-TIPO          LINE 12 POSITION 32
               END-PERFORM
               MOVE WS-NIC             TO RNIC-CODIGO
               MOVE WS-NIC-PABELLON    TO RNIC-PABELLON
               MOVE WS-NIC-FILA        TO RNIC-FILA
               MOVE WS-NIC-COLUMNA     TO RNIC-COLUMNA
               MOVE WS-NIC-TIPO        TO RNIC-TIPO
               MOVE 'L'                TO RNIC-ESTADO
               MOVE ZEROS              TO RNIC-CONTRATO
               OPEN EXTEND NICHOS
      * SI EL MAESTRO NO EXISTE TODAVIA, SE CREA EN ESTE MOMENTO
               IF VAR-ESTADO = '35'
                   OPEN OUTPUT NICHOS
               END-IF
               IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
                   WRITE REG-NICHO END-WRITE
                   CLOSE NICHOS
                   DISPLAY 'NICHO REGISTRADO, OPRIMA ENTER'
                                       LINE 24 POSITION 01
                   ACCEPT WS-ENTER     LINE 24 POSITION 38
               END-IF
           END-IF.

       1-2-1-CAPTURA-CODIGO.
           DISPLAY 'NICHO (CODIGO):'    LINE 08 POSITION 01
           MOVE ZEROS TO WS-NIC
           PERFORM UNTIL WS-NIC > ZEROS
               ACCEPT WS-NIC            LINE 08 POSITION 20
           END-PERFORM.

      *----------------------------------------------------------------*
      * BUSCA EL NICHO WS-NIC EN EL MAESTRO Y DEJA SU UBICACION,
      * ESTADO Y CONTRATO. SIN MAESTRO, SE TRATA COMO NO ENCONTRADO.
      *----------------------------------------------------------------*
       1-2-2-BUSCAR-NICHO.
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-NICHOS
           OPEN INPUT NICHOS
           IF VAR-ESTADO = '00'
               PERFORM 1-2-2-1-LEER-NICHO UNTIL SW-SI-ENCONTRO OR
                                                SW-FDA-NICHOS = 1
               CLOSE NICHOS
           END-IF.

       1-2-2-1-LEER-NICHO.
           READ NICHOS AT END MOVE 1 TO SW-FDA-NICHOS
                       NOT AT END
                           IF RNIC-CODIGO = WS-NIC
                               SET SW-SI-ENCONTRO TO TRUE
                               MOVE RNIC-PABELLON TO WS-UBI-PABELLON
                               MOVE RNIC-FILA     TO WS-UBI-FILA
                               MOVE RNIC-COLUMNA  TO WS-UBI-COLUMNA
                               MOVE RNIC-ESTADO   TO WS-NIC-ESTADO
                               MOVE RNIC-CONTRATO TO WS-NIC-CONTRATO
                           END-IF
           END-READ.

       1-3-CONSULTA-NICHOS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'NICHO  UBICACION  TIPO  ESTADO  CONTRATO'
                                   LINE 06 POSITION 01
           MOVE 7 TO LI
           MOVE 0 TO SW-FDA-NICHOS
           OPEN INPUT NICHOS
           IF VAR-ESTADO = '00'
               PERFORM 1-3-1-LEER-TODOS UNTIL SW-FDA-NICHOS = 1
               CLOSE NICHOS
           END-IF
           DISPLAY 'OPRIMA ENTER PARA SALIR:'
                                   LINE 24 POSITION 27
           ACCEPT WS-ENTER         LINE 24 POSITION 52.

       1-3-1-LEER-TODOS.
           READ NICHOS AT END MOVE 1 TO SW-FDA-NICHOS
                       NOT AT END
                           MOVE RNIC-PABELLON TO WS-UBI-PABELLON
                           MOVE RNIC-FILA     TO WS-UBI-FILA
                           MOVE RNIC-COLUMNA  TO WS-UBI-COLUMNA
                           DISPLAY RNIC-CODIGO   LINE LI POSITION 01
                                   WS-UBICACION  LINE LI POSITION 08
                                   RNIC-TIPO     LINE LI POSITION 20
                                   RNIC-ESTADO   LINE LI POSITION 26
                                   RNIC-CONTRATO LINE LI POSITION 34
                           ADD 1 TO LI
      * PANTALLA LLENA: SE ESPERA EL ENTER Y SE SIGUE DESDE ARRIBA
                           IF LI > 22
                               DISPLAY 'ENTER PARA CONTINUAR:'
                                              LINE 24 POSITION 27
                               ACCEPT WS-ENTER LINE 24 POSITION 52
                               PERFORM 999-ENCABEZADO-PAN
                               DISPLAY 'NICHO  UBICACION  TIPO  ESTADO  
      -                                'CONTRATO'
                                              LINE 06 POSITION 01
                               MOVE 7 TO LI
                           END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CONTRATO TOMADO POR FUERA DE UNA RESERVA DE FUNERAL (VENTA A
      * FUTURO, TRASLADO DE RESTOS): EL FELIGRES DEBE EXISTIR EN EL
      * MAESTRO Y EL NICHO DEBE ESTAR LIBRE
      *----------------------------------------------------------------*
       1-4-NUEVO-CONTRATO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'NUEVO CONTRATO DE NICHO' LINE 06 POSITION 29
           DISPLAY 'TELEFONO FELIGRES:'      LINE 08 POSITION 01
           MOVE ZEROS TO WS-TEL
           PERFORM UNTIL WS-TEL > ZEROS
               ACCEPT WS-TEL                 LINE 08 POSITION 20
           END-PERFORM
           PERFORM 1-4-1-BUSCAR-FELIGRES
           IF SW-FEL-NO-HALLADO
               DISPLAY 'FELIGRES INEXISTENTE, REGISTRELO EN NO2CFELI'
                                             LINE 24 POSITION 15
               ACCEPT WS-ENTER               LINE 24 POSITION 62
           ELSE
               DISPLAY RFEL-NOMBRE           LINE 08 POSITION 32
               MOVE ZEROS TO WS-NUM-SERVICIO
               ACCEPT WS-FEC-INICIO FROM DATE YYYYMMDD
               PERFORM 1-4-2-CAPTURA-CONTRATO
               PERFORM 1-4-3-GRABAR-CONTRATO
               DISPLAY 'CONTRATO REGISTRADO NUMERO:'
                                             LINE 24 POSITION 15
                       WS-CON                LINE 24 POSITION 43
               ACCEPT WS-ENTER               LINE 24 POSITION 50
           END-IF.

       1-4-1-BUSCAR-FELIGRES.
           SET SW-FEL-NO-HALLADO TO TRUE
           MOVE 0 TO SW-FDA-FELIGRES
           OPEN INPUT FELIGRES
           IF VAR-ESTADO = '00'
               PERFORM 1-4-1-1-LEER-FELIGRES UNTIL SW-FEL-SI-HALLADO
                                             OR SW-FDA-FELIGRES = 1
               CLOSE FELIGRES
           END-IF.

       1-4-1-1-LEER-FELIGRES.
           READ FELIGRES AT END MOVE 1 TO SW-FDA-FELIGRES
                         NOT AT END
                             IF RFEL-TELEFONO = WS-TEL
                                 SET SW-FEL-SI-HALLADO TO TRUE
                             END-IF
           END-READ.

      *----------------------------------------------------------------*
      * NICHO LIBRE, MODALIDAD, PLAZO DEL ARRIENDO, DIFUNTO Y VALOR.
      * EL VENCIMIENTO ES EL INICIO MAS EL PLAZO EN ANOS; LA VENTA ES
      * A PERPETUIDAD Y NO VENCE
      *----------------------------------------------------------------*
       1-4-2-CAPTURA-CONTRATO.
           SET SW-NO-ENCONTRO TO TRUE
           PERFORM UNTIL SW-SI-ENCONTRO
               PERFORM 1-2-1-CAPTURA-CODIGO
               DISPLAY '                                        '
                                             LINE 23 POSITION 01
               PERFORM 1-2-2-BUSCAR-NICHO
               IF SW-NO-ENCONTRO
                   DISPLAY 'NICHO INEXISTENTE'
                                             LINE 23 POSITION 01
               ELSE
                   IF WS-NIC-ESTADO NOT = 'L'
                       DISPLAY 'ESE NICHO NO ESTA LIBRE'
                                             LINE 23 POSITION 01
                       SET SW-NO-ENCONTRO TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-UBICACION              LINE 08 POSITION 50
           DISPLAY 'MODALIDAD (V=VENTA, A=ARRIENDO):'
                                             LINE 10 POSITION 01
           MOVE SPACES TO WS-MODALIDAD
           PERFORM UNTIL MOD-VENTA OR MOD-ARRIENDO
               ACCEPT WS-MODALIDAD           LINE 10 POSITION 35
           END-PERFORM
           MOVE ZEROS TO WS-PLAZO WS-FEC-VENCE
           IF MOD-ARRIENDO
               DISPLAY 'PLAZO EN ANOS   :'   LINE 11 POSITION 01
               PERFORM UNTIL WS-PLAZO > ZEROS
                   ACCEPT WS-PLAZO           LINE 11 POSITION 20
               END-PERFORM
               PERFORM 1-4-5-CALCULA-VENCE
           END-IF
           DISPLAY 'DIFUNTO         :'       LINE 12 POSITION 01
           MOVE SPACES TO WS-DIFUNTO
           PERFORM UNTIL WS-DIFUNTO > SPACES
               ACCEPT WS-DIFUNTO             LINE 12 POSITION 20
           END-PERFORM
           DISPLAY 'VALOR CONTRATO  :'       LINE 13 POSITION 01
           MOVE ZEROS TO WS-VALOR
           PERFORM UNTIL WS-VALOR > ZEROS
               ACCEPT WS-VALOR               LINE 13 POSITION 20
           END-PERFORM.

      *----------------------------------------------------------------*
      * GRABA EL CONTRATO CON EL SIGUIENTE NUMERO Y DEJA EL NICHO
      * VENDIDO O ARRENDADO, APUNTANDO AL CONTRATO
      *----------------------------------------------------------------*
       1-4-3-GRABAR-CONTRATO.
           PERFORM 1-4-3-1-OBTIENE-NUMERO
           MOVE WS-CON             TO RCNI-NUM-CONTRATO
           MOVE WS-NIC             TO RCNI-NICHO
           MOVE WS-MODALIDAD       TO RCNI-MODALIDAD
           MOVE WS-TEL             TO RCNI-TELEFONO
           MOVE WS-DIFUNTO         TO RCNI-DIFUNTO
           MOVE WS-FEC-INICIO      TO RCNI-FEC-INICIO
           MOVE WS-PLAZO           TO RCNI-PLAZO
           MOVE WS-FEC-VENCE       TO RCNI-FEC-VENCE
           MOVE WS-VALOR           TO RCNI-VALOR
           MOVE WS-NUM-SERVICIO    TO RCNI-NUM-SERVICIO
           MOVE 'V'                TO RCNI-ESTADO
           OPEN EXTEND CONTNICH
      * SI EL ARCHIVO DE CONTRATOS NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT CONTNICH
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-CONTNICH END-WRITE
               CLOSE CONTNICH
           END-IF
           IF MOD-VENTA
               MOVE 'V' TO WS-NUEVO-ESTADO
           ELSE
               MOVE 'A' TO WS-NUEVO-ESTADO
           END-IF
           MOVE WS-CON TO WS-NIC-CONTRATO
           PERFORM 1-4-4-MARCA-NICHO.

       1-4-3-1-OBTIENE-NUMERO.
           MOVE ZEROS TO WS-CON-ULTIMO
           MOVE 0 TO SW-FDA-CONTNICH
           OPEN INPUT CONTNICH
           IF VAR-ESTADO = '00'
               PERFORM 1-4-3-2-LEER-NUMERO UNTIL SW-FDA-CONTNICH = 1
               CLOSE CONTNICH
           END-IF
           COMPUTE WS-CON = WS-CON-ULTIMO + 1.

       1-4-3-2-LEER-NUMERO.
           READ CONTNICH AT END MOVE 1 TO SW-FDA-CONTNICH
                         NOT AT END
                             IF RCNI-NUM-CONTRATO > WS-CON-ULTIMO
                                 MOVE RCNI-NUM-CONTRATO
                                   TO WS-CON-ULTIMO
                             END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CAMBIA EL ESTADO DEL NICHO WS-NIC A WS-NUEVO-ESTADO, CON EL
      * CONTRATO WS-NIC-CONTRATO (CERO CUANDO QUEDA LIBRE)
      *----------------------------------------------------------------*
       1-4-4-MARCA-NICHO.
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-NICHOS
           OPEN I-O NICHOS
           IF VAR-ESTADO = '00'
               PERFORM 1-4-4-1-BUSCA-Y-MARCA UNTIL SW-SI-ENCONTRO OR
                                                  SW-FDA-NICHOS = 1
               CLOSE NICHOS
           END-IF.

       1-4-4-1-BUSCA-Y-MARCA.
           READ NICHOS AT END MOVE 1 TO SW-FDA-NICHOS
                       NOT AT END
                           IF RNIC-CODIGO = WS-NIC
                               SET SW-SI-ENCONTRO TO TRUE
                               MOVE WS-NUEVO-ESTADO TO RNIC-ESTADO
                               MOVE WS-NIC-CONTRATO TO RNIC-CONTRATO
                               REWRITE REG-NICHO END-REWRITE
                           END-IF
           END-READ.

      * EL 29 DE FEBRERO SE CORRE AL 28 SI EL ANO DEL VENCIMIENTO NO
      * ES BISIESTO; SE DEJA EL 28 SIEMPRE, QUE NUNCA FALLA
       1-4-5-CALCULA-VENCE.
           COMPUTE WS-FEC-VENCE = WS-FEC-INICIO + WS-PLAZO * 10000
           IF WS-FEC-VENCE(5:4) = '0229'
               MOVE '0228' TO WS-FEC-VENCE(5:4)
           END-IF.

      *----------------------------------------------------------------*
      * ABONO A UN CONTRATO: SOLO SOBRE CONTRATOS VIGENTES, NUNCA EN
      * UN PERIODO CERRADO Y SIN SUPERAR EL SALDO QUE SE DEBE
      *----------------------------------------------------------------*
       1-5-REGISTRA-ABONO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'ABONOS DE CONTRATOS DE NICHO' LINE 06 POSITION 27
           PERFORM 1-5-1-CAPTURA-CONTRATO
           PERFORM 1-5-2-BUSCAR-CONTRATO
           PERFORM 1-5-6-VALIDA-PERIODO
           EVALUATE TRUE
               WHEN SW-NO-ENCONTRO
                   DISPLAY 'CONTRATO INEXISTENTE'
                                       LINE 24 POSITION 30
                   ACCEPT WS-ENTER     LINE 24 POSITION 56
               WHEN RCNI-ESTADO NOT = 'V'
                   DISPLAY 'SOLO SE ABONA A CONTRATOS VIGENTES'
                                       LINE 24 POSITION 22
                   ACCEPT WS-ENTER     LINE 24 POSITION 60
               WHEN WS-PER-CERRADO = 1
                   DISPLAY 'EL PERIODO ACTUAL ESTA CERRADO, NO SE RECIBE
      -                    'N ABONOS'  LINE 24 POSITION 10
                   ACCEPT WS-ENTER     LINE 24 POSITION 65
               WHEN OTHER
                   PERFORM 1-5-3-CALCULA-ABONADO
                   COMPUTE WS-SALDO-PEND = RCNI-VALOR - WS-TOT-ABONADO
                   PERFORM 1-6-1-MUESTRA-CONTRATO
                   IF WS-SALDO-PEND > ZEROS
                       PERFORM 1-5-4-CAPTURA-VALOR-ABONO
                       PERFORM 1-5-5-GRABAR-ABONO
                       COMPUTE WS-SALDO-PEND =
                               WS-SALDO-PEND - WS-VAL-ABONO
                       DISPLAY 'NUEVO SALDO PENDIENTE:'
                                           LINE 20 POSITION 01
                       MOVE WS-SALDO-PEND TO WS-MASCARA
                       DISPLAY WS-MASCARA  LINE 20 POSITION 25
                       DISPLAY 'ABONO REGISTRADO, OPRIMA ENTER'
                                           LINE 24 POSITION 25
                       ACCEPT WS-ENTER     LINE 24 POSITION 60
                   ELSE
                       DISPLAY 'EL CONTRATO YA ESTA PAGADO EN SU TOTALID
      -                        'AD'     LINE 24 POSITION 15
                       ACCEPT WS-ENTER     LINE 24 POSITION 60
                   END-IF
           END-EVALUATE.

       1-5-1-CAPTURA-CONTRATO.
           DISPLAY 'CONTRATO NUMERO:'   LINE 08 POSITION 01
           MOVE ZEROS TO WS-CON
           PERFORM UNTIL WS-CON > ZEROS
               ACCEPT WS-CON            LINE 08 POSITION 20
           END-PERFORM.

       1-5-2-BUSCAR-CONTRATO.
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-CONTNICH
           OPEN INPUT CONTNICH
           IF VAR-ESTADO = '00'
               PERFORM 1-5-2-1-LEER-CONTRATO UNTIL SW-SI-ENCONTRO OR
                                                   SW-FDA-CONTNICH = 1
               CLOSE CONTNICH
           END-IF.

       1-5-2-1-LEER-CONTRATO.
           READ CONTNICH AT END MOVE 1 TO SW-FDA-CONTNICH
                         NOT AT END
                             IF RCNI-NUM-CONTRATO = WS-CON
                                 SET SW-SI-ENCONTRO TO TRUE
                             END-IF
           END-READ.

      *----------------------------------------------------------------*
      * SUMA LOS ABONOS YA REGISTRADOS DEL CONTRATO WS-CON
      *----------------------------------------------------------------*
       1-5-3-CALCULA-ABONADO.
           MOVE ZEROS TO WS-TOT-ABONADO
           MOVE 0 TO SW-FDA-ABONICHO
           OPEN INPUT ABONICHO
           IF VAR-ESTADO = '00'
               PERFORM 1-5-3-1-LEER-ABONO UNTIL SW-FDA-ABONICHO = 1
               CLOSE ABONICHO
           END-IF.

       1-5-3-1-LEER-ABONO.
           READ ABONICHO AT END MOVE 1 TO SW-FDA-ABONICHO
                         NOT AT END
                             IF RABN-NUM-CONTRATO = WS-CON
                                 ADD RABN-VALOR TO WS-TOT-ABONADO
                             END-IF
           END-READ.

       1-5-4-CAPTURA-VALOR-ABONO.
           DISPLAY 'VALOR DEL ABONO:' LINE 19 POSITION 01
           MOVE ZEROS TO WS-VAL-ABONO
           PERFORM UNTIL WS-VAL-ABONO > ZEROS
                     AND WS-VAL-ABONO <= WS-SALDO-PEND
               ACCEPT WS-VAL-ABONO    LINE 19 POSITION 20
               IF WS-VAL-ABONO > WS-SALDO-PEND
                   DISPLAY 'EL ABONO SUPERA EL SALDO PENDIENTE'
                                      LINE 24 POSITION 23
                   ACCEPT WS-ENTER    LINE 24 POSITION 60
               END-IF
           END-PERFORM.

       1-5-5-GRABAR-ABONO.
           MOVE WS-CON         TO RABN-NUM-CONTRATO
           MOVE WS-FEC-EDI     TO RABN-FECHA
           MOVE WS-VAL-ABONO   TO RABN-VALOR
           OPEN EXTEND ABONICHO
      * SI EL ARCHIVO DE ABONOS NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT ABONICHO
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-ABONICHO END-WRITE
               CLOSE ABONICHO
           ELSE
               DISPLAY 'ERROR ABRIENDO EL ARCHIVO DE ABONOS'
                                   LINE 23 POSITION 10
                       VAR-ESTADO  LINE 23 POSITION 48
               ACCEPT WS-ENTER     LINE 23 POSITION 52
           END-IF.

      * EL ABONO SE FECHA HOY: SI EL PERIODO DE HOY YA ESTA CERRADO,
      * NO SE RECIBE (IGUAL QUE LAS DONACIONES DE NO3CDONA)
       1-5-6-VALIDA-PERIODO.
           MOVE WS-FEC-HOY(1:6) TO WS-PER-CONSULTA
           MOVE 0 TO WS-PER-CERRADO
           MOVE 0 TO SW-FDA-PERIODOS
           OPEN INPUT PERIODOS
           IF VAR-ESTADO = '00'
               PERFORM 1-5-6-1-LEER-PERIODO UNTIL SW-FDA-PERIODOS = 1
               CLOSE PERIODOS
           END-IF.

       1-5-6-1-LEER-PERIODO.
           READ PERIODOS AT END MOVE 1 TO SW-FDA-PERIODOS
                NOT AT END
                    IF RPER-PERIODO = WS-PER-CONSULTA
                        IF RPER-ESTADO = 'C'
                            MOVE 1 TO WS-PER-CERRADO
                        ELSE
                            MOVE 0 TO WS-PER-CERRADO
                        END-IF
                    END-IF
           END-READ.

       1-6-CONSULTA-CONTRATO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CONSULTA DE CONTRATO DE NICHO' LINE 06 POSITION 26
           PERFORM 1-5-1-CAPTURA-CONTRATO
           PERFORM 1-5-2-BUSCAR-CONTRATO
           IF SW-SI-ENCONTRO
               PERFORM 1-5-3-CALCULA-ABONADO
               COMPUTE WS-SALDO-PEND = RCNI-VALOR - WS-TOT-ABONADO
               PERFORM 1-6-1-MUESTRA-CONTRATO
               DISPLAY 'OPRIMA ENTER PARA SALIR:'
                               LINE 24 POSITION 27
               ACCEPT WS-ENTER  LINE 24 POSITION 52
           ELSE
               DISPLAY 'CONTRATO INEXISTENTE, ENTER PARA SALIR:'
                                LINE 24 POSITION 20
               ACCEPT WS-ENTER  LINE 24 POSITION 60
           END-IF.

      *----------------------------------------------------------------*
      * MUESTRA EL CONTRATO EN PANTALLA CON EL FELIGRES, LA UBICACION
      * DEL NICHO Y EL SALDO (WS-SALDO-PEND YA CALCULADO)
      *----------------------------------------------------------------*
       1-6-1-MUESTRA-CONTRATO.
           MOVE RCNI-TELEFONO TO WS-TEL
           PERFORM 1-4-1-BUSCAR-FELIGRES
           IF SW-FEL-NO-HALLADO
               MOVE SPACES TO RFEL-NOMBRE
           END-IF
           MOVE RCNI-NICHO TO WS-NIC
           PERFORM 1-2-2-BUSCAR-NICHO
           DISPLAY 'FELIGRES       :'  LINE 09 POSITION 01
                   RCNI-TELEFONO       LINE 09 POSITION 20
                   RFEL-NOMBRE         LINE 09 POSITION 32
           DISPLAY 'DIFUNTO        :'  LINE 10 POSITION 01
                   RCNI-DIFUNTO        LINE 10 POSITION 20
           DISPLAY 'NICHO          :'  LINE 11 POSITION 01
                   RCNI-NICHO          LINE 11 POSITION 20
                   WS-UBICACION        LINE 11 POSITION 26
           DISPLAY 'MODALIDAD      :'  LINE 12 POSITION 01
                   RCNI-MODALIDAD      LINE 12 POSITION 20
                   'ESTADO:'           LINE 12 POSITION 26
                   RCNI-ESTADO         LINE 12 POSITION 34
           DISPLAY 'INICIO         :'  LINE 13 POSITION 01
                   RCNI-FEC-INICIO     LINE 13 POSITION 20
                   'VENCE:'            LINE 13 POSITION 32
                   RCNI-FEC-VENCE      LINE 13 POSITION 40
           DISPLAY 'SERVICIO FUNERAL:' LINE 14 POSITION 01
                   RCNI-NUM-SERVICIO   LINE 14 POSITION 20
           DISPLAY 'VALOR CONTRATO :'  LINE 15 POSITION 01
           MOVE RCNI-VALOR TO WS-MASCARA
           DISPLAY WS-MASCARA          LINE 15 POSITION 20
           DISPLAY 'TOTAL ABONADO  :'  LINE 16 POSITION 01
           MOVE WS-TOT-ABONADO TO WS-MASCARA
           DISPLAY WS-MASCARA          LINE 16 POSITION 20
           DISPLAY 'SALDO PENDIENTE:'  LINE 17 POSITION 01
           MOVE WS-SALDO-PEND TO WS-MASCARA
           DISPLAY WS-MASCARA          LINE 17 POSITION 20.

      *----------------------------------------------------------------*
      * ARRIENDO VENCIDO O POR VENCER: SE RENUEVA (CONTRATO NUEVO DEL
      * MISMO NICHO DESDE EL VENCIMIENTO DEL ANTERIOR, QUE QUEDA 'R')
      * O SE EXHUMA (CONTRATO 'E' Y EL NICHO VUELVE A QUEDAR LIBRE).
      * PARA RENOVAR, EL CONTRATO ANTERIOR DEBE ESTAR A PAZ Y SALVO
      *----------------------------------------------------------------*
       1-7-RENUEVA-O-EXHUMA.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'RENOVACION / EXHUMACION' LINE 06 POSITION 29
           PERFORM 1-5-1-CAPTURA-CONTRATO
           PERFORM 1-5-2-BUSCAR-CONTRATO
           IF SW-NO-ENCONTRO
               DISPLAY 'CONTRATO INEXISTENTE'
                                   LINE 24 POSITION 30
               ACCEPT WS-ENTER     LINE 24 POSITION 56
           ELSE
             IF RCNI-ESTADO NOT = 'V' OR RCNI-MODALIDAD NOT = 'A'
               DISPLAY 'SOLO SE RENUEVAN O EXHUMAN ARRIENDOS VIGENTES'
                                   LINE 24 POSITION 15
               ACCEPT WS-ENTER     LINE 24 POSITION 65
             ELSE
               PERFORM 1-5-3-CALCULA-ABONADO
               COMPUTE WS-SALDO-PEND = RCNI-VALOR - WS-TOT-ABONADO
               PERFORM 1-6-1-MUESTRA-CONTRATO
               DISPLAY 'R=RENOVAR, E=EXHUMAR, S=SALIR:'
                                   LINE 19 POSITION 01
               MOVE SPACES TO WS-DECISION
               PERFORM UNTIL DEC-RENOVAR OR DEC-EXHUMAR OR DEC-SALIR
                   ACCEPT WS-DECISION LINE 19 POSITION 33
               END-PERFORM
               EVALUATE TRUE
                   WHEN DEC-RENOVAR AND WS-SALDO-PEND > ZEROS
                       DISPLAY 'EL CONTRATO TIENE SALDO PENDIENTE, NO SE
      -                        ' RENUEVA'   LINE 24 POSITION 10
                       ACCEPT WS-ENTER        LINE 24 POSITION 60
                   WHEN DEC-RENOVAR
                       PERFORM 1-7-1-RENUEVA
                   WHEN DEC-EXHUMAR
                       PERFORM 1-7-2-EXHUMA
               END-EVALUATE
             END-IF
           END-IF.

       1-7-1-RENUEVA.
           MOVE RCNI-NICHO       TO WS-NIC
           MOVE RCNI-TELEFONO    TO WS-TEL
           MOVE RCNI-DIFUNTO     TO WS-DIFUNTO
           MOVE RCNI-FEC-VENCE   TO WS-FEC-INICIO
           MOVE ZEROS            TO WS-NUM-SERVICIO
           MOVE 'A'              TO WS-MODALIDAD
           DISPLAY 'NUEVO PLAZO EN ANOS:'  LINE 20 POSITION 01
           MOVE ZEROS TO WS-PLAZO
           PERFORM UNTIL WS-PLAZO > ZEROS
               ACCEPT WS-PLAZO             LINE 20 POSITION 22
           END-PERFORM
           PERFORM 1-4-5-CALCULA-VENCE
           DISPLAY 'VALOR RENOVACION   :'  LINE 21 POSITION 01
           MOVE ZEROS TO WS-VALOR
           PERFORM UNTIL WS-VALOR > ZEROS
               ACCEPT WS-VALOR             LINE 21 POSITION 22
           END-PERFORM
      * EL CONTRATO ANTERIOR QUEDA RENOVADO Y EL NICHO PASA AL NUEVO
           MOVE 'R' TO WS-NUEVO-ESTADO
           PERFORM 1-7-3-MARCA-CONTRATO
           PERFORM 1-4-3-GRABAR-CONTRATO
           DISPLAY 'RENOVADO CON EL CONTRATO NUMERO:'
                                           LINE 24 POSITION 15
                   WS-CON                  LINE 24 POSITION 48
           ACCEPT WS-ENTER                 LINE 24 POSITION 55.

       1-7-2-EXHUMA.
           MOVE RCNI-NICHO TO WS-NIC
           MOVE 'E' TO WS-NUEVO-ESTADO
           PERFORM 1-7-3-MARCA-CONTRATO
           MOVE 'L'   TO WS-NUEVO-ESTADO
           MOVE ZEROS TO WS-NIC-CONTRATO
           PERFORM 1-4-4-MARCA-NICHO
           DISPLAY 'EXHUMACION REGISTRADA, EL NICHO QUEDA LIBRE'
                                           LINE 24 POSITION 15
           ACCEPT WS-ENTER                 LINE 24 POSITION 62.

      *----------------------------------------------------------------*
      * CAMBIA EL ESTADO DEL CONTRATO WS-CON A WS-NUEVO-ESTADO
      *----------------------------------------------------------------*
       1-7-3-MARCA-CONTRATO.
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-CONTNICH
           OPEN I-O CONTNICH
           IF VAR-ESTADO = '00'
               PERFORM 1-7-3-1-BUSCA-Y-MARCA UNTIL SW-SI-ENCONTRO OR
                                                   SW-FDA-CONTNICH = 1
               CLOSE CONTNICH
           END-IF.

       1-7-3-1-BUSCA-Y-MARCA.
           READ CONTNICH AT END MOVE 1 TO SW-FDA-CONTNICH
                         NOT AT END
                             IF RCNI-NUM-CONTRATO = WS-CON
                                 SET SW-SI-ENCONTRO TO TRUE
                                 MOVE WS-NUEVO-ESTADO TO RCNI-ESTADO
                                 REWRITE REG-CONTNICH END-REWRITE
                             END-IF
           END-READ.

      *----------------------------------------------------------------*
      * REPORTE MENSUAL: ARRIENDOS VIGENTES QUE VENCEN EN EL PERIODO
      * PEDIDO O QUE YA VENCIERON SIN RENOVARSE NI EXHUMARSE, CON EL
      * TELEFONO DEL FELIGRES Y EL SALDO QUE TODAVIA DEBE
      *----------------------------------------------------------------*
       1-8-VENCIMIENTOS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'ARRIENDOS QUE VENCEN' LINE 06 POSITION 30
           DISPLAY 'PERIODO (AAAAMM):'    LINE 08 POSITION 01
           MOVE ZEROS TO WS-PER-VENCE
           PERFORM UNTIL WS-PER-VENCE > 200000
               ACCEPT WS-PER-VENCE        LINE 08 POSITION 20
           END-PERFORM
           MOVE ZEROS TO WS-TOT-VENCEN WS-TOT-VENCIDOS
           OPEN OUTPUT IMPRESOR
           PERFORM 999-ENCABEZADO-IMP
           MOVE WS-PER-VENCE TO RVEN-TIT-PERIODO
           WRITE REG-IMPRESOR FROM REG-VEN-TIT AFTER 2 END-WRITE
           WRITE REG-IMPRESOR FROM REG-VEN-DET-01 AFTER 2 END-WRITE
           MOVE 0 TO SW-FDA-CONTNICH
           OPEN INPUT CONTNICH
           IF VAR-ESTADO = '00'
               PERFORM 1-8-1-LEER-CONTRATO UNTIL SW-FDA-CONTNICH = 1
               CLOSE CONTNICH
           END-IF
           MOVE WS-TOT-VENCEN   TO RVEN-TOT-VENCEN
           MOVE WS-TOT-VENCIDOS TO RVEN-TOT-VENCIDOS
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-VEN-TOT AFTER 1 END-WRITE
           CLOSE IMPRESOR
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'VENCENICH'                   TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/VENCENICH' TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL
           DISPLAY 'REPORTE GENERADO. VENCEN EN EL MES:'
                                   LINE 22 POSITION 01
                   WS-TOT-VENCEN   LINE 22 POSITION 38
                   'YA VENCIDOS:'  LINE 23 POSITION 01
                   WS-TOT-VENCIDOS LINE 23 POSITION 38
           ACCEPT WS-ENTER         LINE 23 POSITION 45.

       1-8-1-LEER-CONTRATO.
           READ CONTNICH AT END MOVE 1 TO SW-FDA-CONTNICH
                         NOT AT END
                             IF RCNI-ESTADO = 'V'
                                AND RCNI-MODALIDAD = 'A'
                                AND RCNI-FEC-VENCE(1:6)
                                    NOT > WS-PER-VENCE
                                 PERFORM 1-8-2-LINEA-VENCE
                             END-IF
           END-READ.

       1-8-2-LINEA-VENCE.
           MOVE RCNI-NUM-CONTRATO   TO RVEN-CONTRATO WS-CON
           MOVE RCNI-DIFUNTO        TO RVEN-DIFUNTO
           MOVE RCNI-TELEFONO       TO RVEN-TELEFONO
           MOVE RCNI-FEC-VENCE(7:2) TO RVEN-VENCE(1:2)
           MOVE '/'                 TO RVEN-VENCE(3:1)
           MOVE RCNI-FEC-VENCE(5:2) TO RVEN-VENCE(4:2)
           MOVE '/'                 TO RVEN-VENCE(6:1)
           MOVE RCNI-FEC-VENCE(1:4) TO RVEN-VENCE(7:4)
           PERFORM 1-5-3-CALCULA-ABONADO
           COMPUTE WS-SALDO-PEND = RCNI-VALOR - WS-TOT-ABONADO
           MOVE WS-SALDO-PEND       TO RVEN-SALDO
           IF RCNI-FEC-VENCE(1:6) < WS-PER-VENCE
               MOVE 'VENCIDO'       TO RVEN-SITUACION
               ADD 1 TO WS-TOT-VENCIDOS
           ELSE
               MOVE 'EN MES'        TO RVEN-SITUACION
               ADD 1 TO WS-TOT-VENCEN
           END-IF
      * LA UBICACION SALE DEL MAESTRO SIN PERDER EL CONTRATO LEIDO
           MOVE RCNI-NICHO          TO WS-NIC
           PERFORM 1-2-2-BUSCAR-NICHO
           MOVE WS-UBICACION        TO RVEN-UBICACION
           WRITE REG-IMPRESOR FROM REG-VEN-DET-02 AFTER 1 END-WRITE.

       999-ENCABEZADO-IMP.
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-03 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE.

       999-ENCABEZADO-PAN.
           DISPLAY CLEAR-SCREEN
      * TOMAR FECHA DEL SISTEMA: LA DE HOY (AAAAMMDD) PARA CONTRATOS Y
      * PERIODOS, Y LA EDITADA (DD/MM/AAAA) PARA LOS ABONOS
           ACCEPT WS-FEC-SIS       FROM DATE
           ACCEPT WS-FEC-HOY       FROM DATE YYYYMMDD
           MOVE WS-FEC-HOY(7:2)    TO WS-FEC-EDI-DIA
           MOVE WS-FEC-HOY(5:2)    TO WS-FEC-EDI-MES
           MOVE WS-FEC-HOY(1:4)    TO WS-FEC-EDI-ANO
           MOVE WS-FEC-EDI         TO RSAL-01-FEC-SIS
      * TOMAR HORA DEL SISTEMA Y MODIFICAR EL FORMATO SOLICITADO
           ACCEPT WS-HOR-SIS       FROM TIME
           MOVE WS-HOR-SIS(1:2)    TO RSAL-01-HOR-SIS(1:2)
           MOVE ':'                TO RSAL-01-HOR-SIS(3:1)
           MOVE WS-HOR-SIS(3:2)    TO RSAL-01-HOR-SIS(4:2)
           MOVE ':'                TO RSAL-01-HOR-SIS(6:1)
           MOVE WS-HOR-SIS(5:2)    TO RSAL-01-HOR-SIS(7:2)
      * SE GENERA EL ENCABEZADO
           DISPLAY REG-SAL-ENC-01  LINE 01 POSITION 01
                   REG-SAL-ENC-02  LINE 02 POSITION 01
                   REG-SAL-ENC-03  LINE 03 POSITION 01
                   REG-SAL-ENC-02  LINE 04 POSITION 01.
