      * OBJETIVO: CAPTURA Y CONSULTA DE LAS DONACIONES DE LA PARROQUIA
      * (COLECTAS DOMINICALES, DIEZMOS Y DONACIONES PUNTUALES), QUE
      * ANTES VIVIAN EN UN CUADERNO. EL ARCHIVO DONACIONES ALIMENTA LA
      * SECCION DE DONACIONES DEL CIERRE DE MES DE NO1CSANM. LOS
      * DONANTES QUE PIDEN CERTIFICADO SE IDENTIFICAN CON SU DOCUMENTO
      * EN EL MAESTRO DONANTES, QUE USA NO7CCERT EN ENERO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO3CDONA.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * MAESTRO DE DONANTES IDENTIFICADOS (COMPARTIDO CON NO7CCERT)
           SELECT DONANTES ASSIGN TO './FILES/SANMIGUEL/DONANTES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CONTROL DE PERIODOS CERRADOS DEL CIERRE DE MES DE NO1CSANM:
      * NO SE REGISTRAN DONACIONES EN UN PERIODO YA CERRADO
           SELECT PERIODOS ASSIGN TO './FILES/SANMIGUEL/PERIODOS'
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/DONACION.cpy'.

       FD  DONANTES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/DONANTE.cpy'.

       FD  PERIODOS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  SW-FDA-DONACIONES       PIC 9 VALUE ZEROS.
       01  LI                      PIC 9(02) VALUE ZEROS.

      * IDENTIFICACION DEL DONANTE (DOCUMENTO EN BLANCO = ANONIMO)
       01  WS-TIPO-DOC             PIC X(01) VALUE SPACES.
           88 DOC-ANONIMO          VALUE SPACE.
           88 DOC-VALIDO           VALUE 'C' 'N' 'E' 'P' SPACE.
       01  WS-NUM-DOC              PIC X(12) VALUE SPACES.
       01  SW-FDA-DONANTES         PIC 9 VALUE ZEROS.
       01  WS-ENCONTRAR            PIC A(01) VALUE SPACES.
           88 SW-SI-ENCONTRO       VALUE 'S' 's'.
           88 SW-NO-ENCONTRO       VALUE 'N' 'n'.

      * CONTROL DE PERIODOS: MANDA EL ULTIMO REGISTRO DEL PERIODO EN
      * EL ARCHIVO ('C' CERRADO, 'A' REABIERTO)
       01  SW-FDA-PERIODOS         PIC 9 VALUE ZEROS.
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1-MENU-PRINCIPAL UNTIL WS-OPC = 5
           STOP RUN.

       1-MENU-PRINCIPAL.
                   '1. CREAR ARCHIVO      ' LINE 08 POSITION 10
                   '2. REGISTRAR DONACION ' LINE 09 POSITION 10
                   '3. CONSULTAR Y TOTALES' LINE 10 POSITION 10
                   '4. MAESTRO DONANTES   ' LINE 11 POSITION 10
                   '5. SALIR              ' LINE 12 POSITION 10
                   'OPCION ) '              LINE 14 POSITION 20
           MOVE ZEROS TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 6
               ACCEPT WS-OPC               LINE 14 POSITION 30
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-1-CREA-ARCHIVO
               WHEN 2 PERFORM 1-2-REGISTRA-DONACION
               WHEN 3 PERFORM 1-3-CONSULTA-TODAS
               WHEN 4 PERFORM 1-4-MAESTRO-DONANTES
           END-EVALUATE.

       1-1-CREA-ARCHIVO.
           PERFORM UNTIL WS-TIPO > 0 AND < 4
               ACCEPT WS-TIPO              LINE 11 POSITION 18
           END-PERFORM
           PERFORM 1-2-11-IDENTIFICA-DONANTE
           DISPLAY 'VALOR:'                LINE 18 POSITION 01
           MOVE ZEROS TO WS-VALOR
           PERFORM UNTIL WS-VALOR > ZEROS
               ACCEPT WS-VALOR             LINE 18 POSITION 22
           END-PERFORM
           MOVE RSAL-01-FEC-SIS(1:10) TO RDON-FECHA
           MOVE WS-TIPO               TO RDON-TIPO
           MOVE WS-DONANTE            TO RDON-DONANTE
           MOVE WS-VALOR              TO RDON-VALOR
           MOVE WS-TIPO-DOC           TO RDON-TIPO-DOC
           MOVE WS-NUM-DOC            TO RDON-NUM-DOC
           OPEN EXTEND DONACIONES
      * SI EL ARCHIVO DE DONACIONES NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               ACCEPT WS-ENTER     LINE 23 POSITION 56
           END-IF.

      *----------------------------------------------------------------*
      * EL DONANTE QUE QUIERE CERTIFICADO DA SU DOCUMENTO: SI YA ESTA
      * EN EL MAESTRO SE TOMA SU NOMBRE, Y SI NO SE REGISTRA AHI MISMO
      * CON SU DIRECCION. SIN DOCUMENTO LA DONACION QUEDA ANONIMA, CON
      * UN NOMBRE OPCIONAL COMO ANTES
      *----------------------------------------------------------------*
       1-2-11-IDENTIFICA-DONANTE.
           DISPLAY 'DOCUMENTO C=CEDULA N=NIT E=C.EXTRANJ. P=PASAPORTE'
                                           LINE 13 POSITION 01
                   'TIPO DOC (ENTER=ANONIMO):' LINE 14 POSITION 01
           PERFORM 1-4-1-CAPTURA-DOCUMENTO
           IF DOC-ANONIMO
               MOVE SPACES TO WS-NUM-DOC
               DISPLAY 'DONANTE (OPCIONAL):'   LINE 15 POSITION 01
               MOVE SPACES TO WS-DONANTE
               ACCEPT WS-DONANTE               LINE 15 POSITION 22
           ELSE
               PERFORM 1-4-2-BUSCAR-DONANTE
               IF SW-NO-ENCONTRO
                   DISPLAY 'DONANTE NUEVO, SE REGISTRA EN EL MAESTRO'
                                               LINE 15 POSITION 30
                   PERFORM 1-4-3-CAPTURA-DATOS
                   PERFORM 1-4-4-GRABAR-DONANTE
               ELSE
                   DISPLAY 'NOMBRE   :'        LINE 15 POSITION 01
                           RDNT-NOMBRE         LINE 15 POSITION 22
               END-IF
               MOVE RDNT-NOMBRE TO WS-DONANTE
           END-IF.

       1-3-CONSULTA-TODAS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY REG-SAL-DET-01           LINE 06 POSITION 01
           MOVE WS-TOT-GENERAL TO WS-MASCARA-TOT
           DISPLAY WS-MASCARA-TOT           LINE 22 POSITION 25.

      *----------------------------------------------------------------*
      * MAESTRO DE DONANTES: CON EL DOCUMENTO SE ADICIONA EL DONANTE
      * NUEVO O SE CORRIGEN NOMBRE Y DIRECCION DEL EXISTENTE, QUE SON
      * LOS QUE SALEN EN EL CERTIFICADO
      *----------------------------------------------------------------*
       1-4-MAESTRO-DONANTES.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'MAESTRO DE DONANTES'    LINE 06 POSITION 31
           DISPLAY 'DOCUMENTO C=CEDULA N=NIT E=C.EXTRANJ. P=PASAPORTE'
                                           LINE 13 POSITION 01
                   'TIPO DOC                :' LINE 14 POSITION 01
           MOVE SPACE TO WS-TIPO-DOC
           PERFORM 1-4-1-CAPTURA-DOCUMENTO UNTIL NOT DOC-ANONIMO
           OPEN I-O DONANTES
           IF VAR-ESTADO = '00'
               SET SW-NO-ENCONTRO TO TRUE
               MOVE 0 TO SW-FDA-DONANTES
               PERFORM 1-4-2-1-LEER-DONANTE UNTIL SW-SI-ENCONTRO OR
                                                  SW-FDA-DONANTES = 1
               IF SW-SI-ENCONTRO
                   DISPLAY 'NOMBRE   :'     LINE 15 POSITION 01
                           RDNT-NOMBRE      LINE 15 POSITION 22
                           'DIRECCION:'     LINE 16 POSITION 01
                           RDNT-DIRECCION   LINE 16 POSITION 22
                           'CIUDAD   :'     LINE 17 POSITION 01
                           RDNT-CIUDAD      LINE 17 POSITION 22
                   ACCEPT RDNT-NOMBRE    WITH UPDATE
                                            LINE 15 POSITION 22
                   ACCEPT RDNT-DIRECCION WITH UPDATE
                                            LINE 16 POSITION 22
                   ACCEPT RDNT-CIUDAD    WITH UPDATE
                                            LINE 17 POSITION 22
                   REWRITE REG-DONANTE END-REWRITE
                   CLOSE DONANTES
                   DISPLAY 'DONANTE ACTUALIZADO, OPRIMA ENTER'
                                            LINE 24 POSITION 01
                   ACCEPT WS-ENTER          LINE 24 POSITION 40
               ELSE
                   CLOSE DONANTES
                   PERFORM 1-4-3-CAPTURA-DATOS
                   PERFORM 1-4-4-GRABAR-DONANTE
                   DISPLAY 'DONANTE REGISTRADO, OPRIMA ENTER'
                                            LINE 24 POSITION 01
                   ACCEPT WS-ENTER          LINE 24 POSITION 40
               END-IF
           ELSE
      * SIN MAESTRO TODAVIA: EL PRIMER DONANTE LO CREA
               PERFORM 1-4-3-CAPTURA-DATOS
               PERFORM 1-4-4-GRABAR-DONANTE
               DISPLAY 'DONANTE REGISTRADO, OPRIMA ENTER'
                                            LINE 24 POSITION 01
               ACCEPT WS-ENTER              LINE 24 POSITION 40
           END-IF.

      *----------------------------------------------------------------*
      * TIPO Y NUMERO DE DOCUMENTO EN LA LINEA SIGUIENTE AL LETRERO
      * DE TIPOS; EL TIPO EN BLANCO ES UN DONANTE ANONIMO
      *----------------------------------------------------------------*
       1-4-1-CAPTURA-DOCUMENTO.
           MOVE SPACE TO WS-TIPO-DOC
           ACCEPT WS-TIPO-DOC                 LINE 14 POSITION 27
           INSPECT WS-TIPO-DOC CONVERTING 'cnep' TO 'CNEP'
           PERFORM UNTIL DOC-VALIDO
               ACCEPT WS-TIPO-DOC             LINE 14 POSITION 27
               INSPECT WS-TIPO-DOC CONVERTING 'cnep' TO 'CNEP'
           END-PERFORM
           MOVE SPACES TO WS-NUM-DOC
           IF NOT DOC-ANONIMO
               DISPLAY 'NUMERO DOC:'          LINE 14 POSITION 30
               PERFORM UNTIL WS-NUM-DOC > SPACES
                   ACCEPT WS-NUM-DOC          LINE 14 POSITION 42
               END-PERFORM
           END-IF.

       1-4-2-BUSCAR-DONANTE.
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-DONANTES
           OPEN INPUT DONANTES
           IF VAR-ESTADO = '00'
               PERFORM 1-4-2-1-LEER-DONANTE UNTIL SW-SI-ENCONTRO OR
                                                  SW-FDA-DONANTES = 1
               CLOSE DONANTES
           END-IF.

       1-4-2-1-LEER-DONANTE.
           READ DONANTES AT END MOVE 1 TO SW-FDA-DONANTES
                NOT AT END
                    IF RDNT-TIPO-DOC = WS-TIPO-DOC
                       AND RDNT-NUM-DOC = WS-NUM-DOC
                        SET SW-SI-ENCONTRO TO TRUE
                    END-IF
           END-READ.

       1-4-3-CAPTURA-DATOS.
           MOVE WS-TIPO-DOC TO RDNT-TIPO-DOC
           MOVE WS-NUM-DOC  TO RDNT-NUM-DOC
           MOVE SPACES      TO RDNT-NOMBRE RDNT-DIRECCION RDNT-CIUDAD
           MOVE ZEROS       TO RDNT-TELEFONO
           DISPLAY 'NOMBRE   :'             LINE 15 POSITION 01
           PERFORM UNTIL RDNT-NOMBRE > SPACES
               ACCEPT RDNT-NOMBRE           LINE 15 POSITION 22
           END-PERFORM
           DISPLAY 'DIRECCION:'             LINE 16 POSITION 01
           ACCEPT RDNT-DIRECCION            LINE 16 POSITION 22
           DISPLAY 'CIUDAD   :'             LINE 17 POSITION 01
           ACCEPT RDNT-CIUDAD               LINE 17 POSITION 22
           DISPLAY 'TELEFONO :'             LINE 17 POSITION 40
           ACCEPT RDNT-TELEFONO             LINE 17 POSITION 51.

       1-4-4-GRABAR-DONANTE.
           OPEN EXTEND DONANTES
      * SI EL MAESTRO DE DONANTES NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT DONANTES
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-DONANTE END-WRITE
               CLOSE DONANTES
           ELSE
               DISPLAY 'ERROR ABRIENDO EL MAESTRO DE DONANTES'
                                   LINE 23 POSITION 10
                       VAR-ESTADO  LINE 23 POSITION 52
               ACCEPT WS-ENTER     LINE 23 POSITION 56
           END-IF.

       999-ENCABEZADO-PAN.
           DISPLAY CLEAR-SCREEN
      * TOMAR FECHA DEL SISTEMA Y MODIFICAR EL FORMATO SOLICITADO
