      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: CONSULTA DEL INDICE UNICO DE PERSONAS QUE ARMA EL
      * BATCH NO9CPERS. BUSCA UNA PERSONA POR DOCUMENTO, TELEFONO O
      * NOMBRE; MUESTRA SU VISTA 360 (LO QUE ES EN CADA SISTEMA:
      * SERVICIOS DE LA PARROQUIA, PERFIL Y OPERACIONES EN LA CASA DE
      * CAMBIO, PRESTAMOS COMO DEUDOR O CODEUDOR, CDTS Y DATOS DE
      * NOMINA) Y LA IMPRIME EN ./FILES/PERSONAS/FICHA360, QUE QUEDA
      * EN EL SPOOL CENTRAL. TAMBIEN RESUELVE LA COLA DE REVISION
      * PERSREVI: CADA REGISTRO QUE EL BATCH NO PUDO EMPAREJAR CON
      * CERTEZA SE VINCULA AL CANDIDATO, A OTRA PERSONA O A UNA PERSONA
      * NUEVA, Y LA DECISION QUEDA EN LA BITACORA DE CAMBIOS
      * (NO8CCAMB) CON EL USUARIO QUE LA TOMO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO8CPEBR.
       AUTHOR.                           NOVATEC (EDWIN PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INDICE DE PERSONAS (NO9CPERS)
           SELECT PERSONAS ASSIGN TO './FILES/PERSONAS/PERSONAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PSN.
           SELECT PERSVINC ASSIGN TO './FILES/PERSONAS/PERSVINC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIN.
           SELECT PERSREVI ASSIGN TO './FILES/PERSONAS/PERSREVI'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-REV.
      * PERFIL DEL CLIENTE DE LA CASA DE CAMBIO (NO3CPERF)
           SELECT PERFILES ASSIGN TO './FILES/MONEY/PERFILES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * HISTORICO DE TRANSACCIONES, POR LA LLAVE ALTERNA DEL CLIENTE
           SELECT TRANSHIS ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTHI-CLAVE
           ALTERNATE RECORD KEY IS RTHI-CLIENTE-DOC
                                   WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-FTE.
      * SERVICIOS DE LA PARROQUIA: VIVOS E HISTORICOS
           SELECT SERVICIO ASSIGN TO './FILES/SANMIGUEL/SANMSERV'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASER-NUM-SERVICIO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
           SELECT SANMHIST ASSIGN TO './FILES/SANMIGUEL/SANMHIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * PRESTAMOS Y CDTS
           SELECT PRESTAMOS ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
           SELECT CDTMAEST ASSIGN TO './FILES/CREDITO/CDTMAEST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * MAESTRO DE EMPLEADOS (NOMINA)
           SELECT EMPLEADOS
           ASSIGN TO '../GENERADOS/EMPLEADOS.data'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMPLEADOS-ID
           ALTERNATE RECORD KEY IS EMPLEADOS-TELEFONO
               WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-FTE.
      * FICHA 360 IMPRESA
           SELECT FICHA360 ASSIGN TO './FILES/PERSONAS/FICHA360'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FIC.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERSONAS.cpy'.

       FD  PERSVINC LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERSVINC.cpy'.

       FD  PERSREVI LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERSREVI.cpy'.

       FD  PERFILES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERFILES.cpy'.

       FD  TRANSHIS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TRANSHIS.cpy'.

       FD  SERVICIO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SERVICIO.
           02 ASER-NUM-SERVICIO    PIC 9(04).
           02 ASER-COD-SERVICIO    PIC 9(01).
           02 ASER-FECHA           PIC X(10).
           02 ASER-HORA            PIC X(05).
           02 ASER-NOMBRE          PIC X(20).
           02 ASER-TELEFONO        PIC 9(10).
           02 ASER-AGREGADOS       PIC A(01).
           02 ASER-VALOR           PIC 9(07).
           02 ASER-ESTADO          PIC A(01).
           02 ASER-CELEBRANTE      PIC 9(02).
           02 ASER-SEDE            PIC 9(01).

       FD  SANMHIST LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/HISTSERV.cpy'.

       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

       FD  CDTMAEST LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CDTMAEST.
           02 RCDM-CERTIFICADO        PIC 9(06).
           02 RCDM-DOCUMENTO          PIC X(12).
           02 RCDM-NOMBRE             PIC X(25).
           02 RCDM-CAPITAL            PIC 9(15)V9(02).
           02 RCDM-PLAZO              PIC 9(03).
           02 RCDM-TASA               PIC 9(03)V9(04).
           02 RCDM-FECHA-APERTURA     PIC 9(08).
           02 RCDM-FECHA-VENCE        PIC 9(08).
           02 RCDM-ORIGEN             PIC 9(06).
           02 RCDM-ESTADO             PIC X(01).

       FD  EMPLEADOS.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD  FICHA360.
       01  REG-FICHA360              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PSN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-VIN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REV             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-FTE             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-FIC             PIC X(02) VALUE SPACES.
       01  SW-FDA                    PIC 9 VALUE ZEROS.
       01  SW-FDA-VIN                PIC 9 VALUE ZEROS.
       01  SW-FDA-REV                PIC 9 VALUE ZEROS.

       01  WS-OPC                    PIC 9 VALUE ZEROS.
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-DIR-PERSONAS           PIC X(16)
                                     VALUE './FILES/PERSONAS'.

      * BUSQUEDA: 'D' DOCUMENTO, 'T' TELEFONO, 'N' NOMBRE
       01  WS-BUS-CRITERIO           PIC X(01) VALUE SPACES.
       01  WS-BUS-DOCUMENTO          PIC X(12) VALUE SPACES.
       01  WS-BUS-TELEFONO           PIC 9(10) VALUE ZEROS.
       01  WS-BUS-NOMBRE             PIC X(30) VALUE SPACES.
       01  WS-BUS-LARGO              PIC 9(02) VALUE ZEROS.
       01  WS-HALLADOS               PIC 9(05) VALUE ZEROS.

      * PERSONA DE LA VISTA 360 Y SUS TOTALES
       01  WS-PERSONA                PIC 9(07) VALUE ZEROS.
       01  SW-PERSONA                PIC X(01) VALUE 'N'.
           88 SW-HAY-PERSONA         VALUE 'S'.
      * 'P' = LA VISTA VA A LA FICHA IMPRESA, NO A LA CONSOLA
       01  WS-SALIDA                 PIC X(01) VALUE SPACES.
       01  WS-LINEA                  PIC X(132) VALUE SPACES.
       01  WS-NUM-VINC-PERSONA       PIC 9(03) VALUE ZEROS.
       01  WS-TOT-SERVICIOS          PIC 9(05) VALUE ZEROS.
       01  WS-TOT-VAL-SERVICIOS      PIC 9(11) VALUE ZEROS.
       01  WS-TOT-OPERACIONES        PIC 9(05) VALUE ZEROS.
       01  WS-TOT-VOLUMEN            PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOT-DEUDA              PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-CDT                PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-PENDIENTES         PIC 9(04) VALUE ZEROS.
      * CONTEO Y VALOR DE UNA SOLA LLAVE (UN TELEFONO, UN DOCUMENTO)
       01  WS-CUENTA                 PIC 9(05) VALUE ZEROS.
       01  WS-VALOR                  PIC S9(15)V99 VALUE ZEROS.
       01  WS-TEL-VINC               PIC 9(10) VALUE ZEROS.
       01  WS-NUM-VINC               PIC 9(06) VALUE ZEROS.
       01  WS-DOC-VINC               PIC X(12) VALUE SPACES.
       01  SW-ENCONTRO               PIC X(01) VALUE 'N'.
           88 SW-SI-ENCONTRO         VALUE 'S'.

      * CAMPOS EDITADOS DE LA VISTA
       01  WS-MAS-NUMERO             PIC Z(06)9.
       01  WS-MAS-CANTIDAD           PIC ZZ,ZZ9.
       01  WS-MAS-VALOR              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MAS-TELEFONO           PIC Z(09)9.

      * PERSONAS EN MEMORIA PARA LA COLA DE REVISION (MISMO LAYOUT DE
      * REG-PERSONA); LAS QUE SE CREAN AL REVISAR SE AGREGAN AL FINAL
       01  WS-NUM-PERSONAS           PIC 9(04) VALUE ZEROS.
       01  WS-NUM-PERSONAS-INI       PIC 9(04) VALUE ZEROS.
       01  WS-ULTIMO-NUMERO          PIC 9(07) VALUE ZEROS.
       01  TABLA-PERSONAS.
           02 TAB-PSN                OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-NUM-PERSONAS.
              03 TAB-PSN-NUMERO      PIC 9(07).
              03 TAB-PSN-DOCUMENTO   PIC X(12).
              03 TAB-PSN-TELEFONO    PIC 9(10).
              03 TAB-PSN-NOMBRE      PIC X(30).
              03 TAB-PSN-CLAVE-NOM   PIC X(30).
              03 TAB-PSN-FECHA-ALTA  PIC 9(08).
              03 TAB-PSN-FECHA-ACTUAL
                                     PIC 9(08).
       01  PX                        PIC 9(04) VALUE ZEROS.

      * REVISION EN CURSO
       01  WS-USUARIO                PIC X(10) VALUE SPACES.
       01  WS-DECISION               PIC X(01) VALUE SPACES.
           88 DECISION-VALIDA        VALUE 'V' 'O' 'N' 'S' 'F'
                                           'v' 'o' 'n' 's' 'f'.
       01  WS-OTRA-PERSONA           PIC 9(07) VALUE ZEROS.
       01  WS-REVISADOS              PIC 9(05) VALUE ZEROS.
       01  WS-CLAVE-LOG              PIC X(20) VALUE SPACES.

      * NORMALIZACION DEL NOMBRE (LA DE NO2CDUPL Y NO9CPERS)
       01  WS-TEXTO                  PIC X(30) VALUE SPACES.
       01  WS-CLAVE-NORM             PIC X(30) VALUE SPACES.
       01  WS-LETRA                  PIC X(01) VALUE SPACES.
           88 LETRA-VALIDA           VALUE 'A' THRU 'Z' '0' THRU '9'.
       01  I                         PIC 9(02) VALUE ZEROS.
       01  J                         PIC 9(02) VALUE ZEROS.

       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.
       01  RUT-NO8CCAMB              PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-MENU UNTIL WS-OPC = 5
           STOP RUN.

       1000-MENU.
           DISPLAY " "
           DISPLAY "INDICE UNICO DE PERSONAS"
           DISPLAY "1. Buscar persona (documento, telefono o nombre)"
           DISPLAY "2. Vista 360 de una persona"
           DISPLAY "3. Imprimir la ficha 360 de una persona"
           DISPLAY "4. Resolver la cola de revision"
           DISPLAY "5. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2000-BUSCAR
               WHEN 2 PERFORM 3000-VISTA-360
               WHEN 3 PERFORM 4000-IMPRIMIR-FICHA
               WHEN 4 PERFORM 6000-COLA-REVISION
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * BUSQUEDA EN EL MAESTRO. EL NOMBRE SE NORMALIZA COMO EN EL
      * BATCH Y TRAE A TODOS LOS QUE EMPIEZAN IGUAL (HASTA 10 LETRAS)
      *----------------------------------------------------------------*
       2000-BUSCAR.
           DISPLAY "Buscar por D)ocumento, T)elefono o N)ombre: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-BUS-CRITERIO
           ACCEPT WS-BUS-CRITERIO
           INSPECT WS-BUS-CRITERIO CONVERTING 'dtn' TO 'DTN'
           EVALUATE WS-BUS-CRITERIO
               WHEN 'D'
                   DISPLAY "Documento: " WITH NO ADVANCING
                   MOVE SPACES TO WS-BUS-DOCUMENTO
                   ACCEPT WS-BUS-DOCUMENTO
               WHEN 'T'
                   DISPLAY "Telefono: " WITH NO ADVANCING
                   MOVE ZEROS TO WS-BUS-TELEFONO
                   ACCEPT WS-BUS-TELEFONO
               WHEN 'N'
                   DISPLAY "Nombre: " WITH NO ADVANCING
                   MOVE SPACES TO WS-TEXTO
                   ACCEPT WS-TEXTO
                   PERFORM 9900-NORMALIZA
                   MOVE WS-CLAVE-NORM TO WS-BUS-NOMBRE
                   MOVE J TO WS-BUS-LARGO
                   IF WS-BUS-LARGO > 10
                       MOVE 10 TO WS-BUS-LARGO
                   END-IF
               WHEN OTHER
                   DISPLAY "Criterio invalido"
           END-EVALUATE
           IF (WS-BUS-CRITERIO = 'D' AND WS-BUS-DOCUMENTO > SPACES)
              OR (WS-BUS-CRITERIO = 'T' AND WS-BUS-TELEFONO > ZEROS)
              OR (WS-BUS-CRITERIO = 'N' AND WS-BUS-LARGO > ZEROS)
               PERFORM 2100-RECORRER-PERSONAS
           END-IF.

       2100-RECORRER-PERSONAS.
           MOVE ZEROS TO WS-HALLADOS
           MOVE 0 TO SW-FDA
           OPEN INPUT PERSONAS
           IF WS-ESTADO-PSN NOT = '00'
               DISPLAY "EL INDICE DE PERSONAS NO EXISTE TODAVIA"
           ELSE
               DISPLAY "PERSONA DOCUMENTO    TELEFONO   NOMBRE"
               PERFORM 2110-LEER-PERSONA UNTIL SW-FDA = 1
               CLOSE PERSONAS
               DISPLAY "PERSONAS HALLADAS: " WS-HALLADOS
           END-IF.

       2110-LEER-PERSONA.
           READ PERSONAS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE 'N' TO SW-ENCONTRO
                    EVALUATE WS-BUS-CRITERIO
                        WHEN 'D'
                            IF RPSN-DOCUMENTO = WS-BUS-DOCUMENTO
                                MOVE 'S' TO SW-ENCONTRO
                            END-IF
                        WHEN 'T'
                            IF RPSN-TELEFONO = WS-BUS-TELEFONO
                                MOVE 'S' TO SW-ENCONTRO
                            END-IF
                        WHEN 'N'
                            IF RPSN-CLAVE-NOM(1:WS-BUS-LARGO) =
                               WS-BUS-NOMBRE(1:WS-BUS-LARGO)
                                MOVE 'S' TO SW-ENCONTRO
                            END-IF
                    END-EVALUATE
                    IF SW-SI-ENCONTRO
                        ADD 1 TO WS-HALLADOS
                        DISPLAY RPSN-NUMERO " " RPSN-DOCUMENTO " "
                                RPSN-TELEFONO " " RPSN-NOMBRE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * VISTA 360 EN LA CONSOLA
      *----------------------------------------------------------------*
       3000-VISTA-360.
           PERFORM 3010-CAPTURA-PERSONA
           IF SW-HAY-PERSONA
               MOVE SPACE TO WS-SALIDA
               PERFORM 5000-ARMAR-VISTA
           END-IF.

      * PIDE EL NUMERO DE PERSONA Y LA DEJA EN REG-PERSONA
       3010-CAPTURA-PERSONA.
           DISPLAY "Numero de persona: " WITH NO ADVANCING
           MOVE ZEROS TO WS-PERSONA
           ACCEPT WS-PERSONA
           MOVE 'N' TO SW-PERSONA
           MOVE 0 TO SW-FDA
           OPEN INPUT PERSONAS
           IF WS-ESTADO-PSN = '00'
               PERFORM 3020-LEER-PERSONA
                   UNTIL SW-FDA = 1 OR SW-HAY-PERSONA
               CLOSE PERSONAS
           END-IF
           IF NOT SW-HAY-PERSONA
               DISPLAY "PERSONA NO EXISTE EN EL INDICE"
           END-IF.

       3020-LEER-PERSONA.
           READ PERSONAS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RPSN-NUMERO = WS-PERSONA
                        MOVE 'S' TO SW-PERSONA
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * FICHA 360 IMPRESA Y COPIA AL SPOOL CENTRAL
      *----------------------------------------------------------------*
       4000-IMPRIMIR-FICHA.
           PERFORM 3010-CAPTURA-PERSONA
           IF SW-HAY-PERSONA
               CALL 'CBL_CREATE_DIR' USING WS-DIR-PERSONAS
               OPEN OUTPUT FICHA360
               IF WS-ESTADO-FIC NOT = '00'
                   DISPLAY "NO SE PUDO ABRIR ./FILES/PERSONAS/FICHA360"
               ELSE
                   MOVE 'P' TO WS-SALIDA
                   PERFORM 5000-ARMAR-VISTA
                   CLOSE FICHA360
                   INITIALIZE NOCOSPOL
                   MOVE 'PERSONAS'                  TO CSPO-E-SISTEMA
                   MOVE 'FICHA-360'                 TO CSPO-E-TIPO
                   MOVE './FILES/PERSONAS/FICHA360' TO CSPO-E-ORIGEN
                   MOVE 'L'                         TO CSPO-E-FORMATO
                   CALL RUT-NO8CSPOL USING NOCOSPOL
                   DISPLAY "FICHA IMPRESA EN ./FILES/PERSONAS/FICHA360"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ARMA LA VISTA 360 DE LA PERSONA EN REG-PERSONA: SUS DATOS, UNA
      * SECCION POR CADA VINCULO Y LOS TOTALES. CADA LINEA PASA POR
      * 5900-EMITIR, QUE LA MUESTRA O LA IMPRIME SEGUN WS-SALIDA
      *----------------------------------------------------------------*
       5000-ARMAR-VISTA.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-NUM-VINC-PERSONA WS-TOT-SERVICIOS
                         WS-TOT-VAL-SERVICIOS WS-TOT-OPERACIONES
                         WS-TOT-VOLUMEN WS-TOT-DEUDA WS-TOT-CDT
                         WS-TOT-PENDIENTES
           MOVE SPACES TO WS-LINEA
           STRING 'FICHA 360 DE LA PERSONA - ' WS-FEC-SIS
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE RPSN-NUMERO TO WS-MAS-NUMERO
           MOVE SPACES TO WS-LINEA
           STRING 'PERSONA   : ' WS-MAS-NUMERO '  ' RPSN-NOMBRE
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE RPSN-TELEFONO TO WS-MAS-TELEFONO
           MOVE SPACES TO WS-LINEA
           STRING 'DOCUMENTO : ' RPSN-DOCUMENTO
                  '  TELEFONO: ' WS-MAS-TELEFONO
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE SPACES TO WS-LINEA
           STRING 'EN EL INDICE DESDE ' RPSN-FECHA-ALTA
                  ', ACTUALIZADA ' RPSN-FECHA-ACTUAL
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE 0 TO SW-FDA-VIN
           OPEN INPUT PERSVINC
           IF WS-ESTADO-VIN = '00'
               PERFORM 5010-LEER-VINCULO UNTIL SW-FDA-VIN = 1
               CLOSE PERSVINC
           END-IF
           PERFORM 5800-CONTAR-PENDIENTES
           PERFORM 5850-TOTALES.

       5010-LEER-VINCULO.
           READ PERSVINC AT END MOVE 1 TO SW-FDA-VIN
                NOT AT END
                    IF RVIN-PERSONA = RPSN-NUMERO
                        ADD 1 TO WS-NUM-VINC-PERSONA
                        PERFORM 5020-SECCION-VINCULO
                    END-IF
           END-READ.

       5020-SECCION-VINCULO.
           MOVE SPACES TO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE SPACES TO WS-LINEA
           STRING RVIN-SISTEMA ' ' RVIN-CLAVE ' ' RVIN-NOMBRE
                  ' (CRITERIO ' RVIN-CRITERIO ')'
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           EVALUATE RVIN-SISTEMA
               WHEN 'FELIGRES'
                   PERFORM 5100-SECCION-PARROQUIA
               WHEN 'CLIENTES'
                   PERFORM 5200-SECCION-CAMBIO
               WHEN 'DEUDOR  '
               WHEN 'CODEUDOR'
                   PERFORM 5300-SECCION-PRESTAMO
               WHEN 'CDT     '
                   PERFORM 5400-SECCION-CDT
               WHEN 'EMPLEADO'
                   PERFORM 5500-SECCION-NOMINA
           END-EVALUATE.

      * SERVICIOS DEL TELEFONO EN EL ARCHIVO VIVO (SIN LOS CANCELADOS)
      * Y EN EL HISTORICO DE LOS CIERRES DE ANO
       5100-SECCION-PARROQUIA.
           MOVE ZEROS TO WS-TEL-VINC
           IF RVIN-CLAVE(1:10) IS NUMERIC
               MOVE RVIN-CLAVE(1:10) TO WS-TEL-VINC
           END-IF
           MOVE ZEROS TO WS-CUENTA WS-VALOR
           MOVE 0 TO SW-FDA
           OPEN INPUT SERVICIO
           IF WS-ESTADO-FTE = '00'
               PERFORM 5110-LEER-SERVICIO UNTIL SW-FDA = 1
               CLOSE SERVICIO
           END-IF
           MOVE 0 TO SW-FDA
           OPEN INPUT SANMHIST
           IF WS-ESTADO-FTE = '00'
               PERFORM 5120-LEER-HISTORICO UNTIL SW-FDA = 1
               CLOSE SANMHIST
           END-IF
           ADD WS-CUENTA TO WS-TOT-SERVICIOS
           ADD WS-VALOR  TO WS-TOT-VAL-SERVICIOS
           MOVE WS-CUENTA TO WS-MAS-CANTIDAD
           MOVE WS-VALOR  TO WS-MAS-VALOR
           MOVE SPACES TO WS-LINEA
           STRING '  SERVICIOS EN LA PARROQUIA: ' WS-MAS-CANTIDAD
                  '  VALOR: ' WS-MAS-VALOR
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR.

       5110-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF ASER-TELEFONO = WS-TEL-VINC
                       AND ASER-ESTADO NOT = 'C'
                        ADD 1          TO WS-CUENTA
                        ADD ASER-VALOR TO WS-VALOR
                    END-IF
           END-READ.

       5120-LEER-HISTORICO.
           READ SANMHIST AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF HSER-TELEFONO = WS-TEL-VINC
                       AND HSER-ESTADO NOT = 'C'
                        ADD 1          TO WS-CUENTA
                        ADD HSER-VALOR TO WS-VALOR
                    END-IF
           END-READ.

      * PERFIL DE CONOCIMIENTO DEL CLIENTE Y SU ACTIVIDAD EN EL
      * HISTORICO DE TRANSACCIONES (LA ANULACION RESTA)
       5200-SECCION-CAMBIO.
           MOVE RVIN-CLAVE TO WS-DOC-VINC
           MOVE 'N' TO SW-ENCONTRO
           MOVE 0 TO SW-FDA
           OPEN INPUT PERFILES
           IF WS-ESTADO-FTE = '00'
               PERFORM 5210-LEER-PERFIL
                   UNTIL SW-FDA = 1 OR SW-SI-ENCONTRO
               CLOSE PERFILES
           END-IF
           MOVE SPACES TO WS-LINEA
           IF SW-SI-ENCONTRO
               STRING '  PERFIL: ' RPER-OCUPA-DETALLE
                      ' RIESGO ' RPER-RIESGO
                      ' PEP ' RPER-PEP
                      ' REVISION ' RPER-FEC-REVISION
                      DELIMITED BY SIZE INTO WS-LINEA
           ELSE
               MOVE '  SIN PERFIL DE CONOCIMIENTO DEL CLIENTE'
                 TO WS-LINEA
           END-IF
           PERFORM 5900-EMITIR
           MOVE ZEROS TO WS-CUENTA WS-VALOR
           MOVE 0 TO SW-FDA
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-FTE = '00'
               MOVE WS-DOC-VINC TO RTHI-CLIENTE-DOC
               START TRANSHIS KEY IS = RTHI-CLIENTE-DOC
                     INVALID KEY MOVE 1 TO SW-FDA
               END-START
               PERFORM 5220-LEER-TRANSACCION UNTIL SW-FDA = 1
               CLOSE TRANSHIS
           END-IF
           ADD WS-CUENTA TO WS-TOT-OPERACIONES
           ADD WS-VALOR  TO WS-TOT-VOLUMEN
           MOVE WS-CUENTA TO WS-MAS-CANTIDAD
           MOVE WS-VALOR  TO WS-MAS-VALOR
           MOVE SPACES TO WS-LINEA
           STRING '  OPERACIONES DE CAMBIO: ' WS-MAS-CANTIDAD
                  '  VOLUMEN: ' WS-MAS-VALOR
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR.

       5210-LEER-PERFIL.
           READ PERFILES AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RPER-DOCUMENTO = WS-DOC-VINC
                        MOVE 'S' TO SW-ENCONTRO
                    END-IF
           END-READ.

       5220-LEER-TRANSACCION.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RTHI-CLIENTE-DOC NOT = WS-DOC-VINC
                        MOVE 1 TO SW-FDA
                    ELSE
                        EVALUATE RTHI-OPERA
                            WHEN 'C'
                            WHEN 'V'
                                ADD 1          TO WS-CUENTA
                                ADD RTHI-VALOR TO WS-VALOR
                            WHEN 'A'
                                SUBTRACT RTHI-VALOR FROM WS-VALOR
                        END-EVALUATE
                    END-IF
           END-READ.

      * EL PRESTAMO DEL VINCULO; LA DEUDA SOLO SUMA COMO DEUDOR Y EN
      * LOS PRESTAMOS VIGENTES (FORMALIZADO O ACTIVO)
       5300-SECCION-PRESTAMO.
           MOVE ZEROS TO WS-NUM-VINC
           IF RVIN-CLAVE(1:6) IS NUMERIC
               MOVE RVIN-CLAVE(1:6) TO WS-NUM-VINC
           END-IF
           MOVE 'N' TO SW-ENCONTRO
           MOVE 0 TO SW-FDA
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-FTE = '00'
               PERFORM 5310-LEER-PRESTAMO
                   UNTIL SW-FDA = 1 OR SW-SI-ENCONTRO
               CLOSE PRESTAMOS
           END-IF
           MOVE SPACES TO WS-LINEA
           IF SW-SI-ENCONTRO
               MOVE RPRE-SALDO TO WS-MAS-VALOR
               STRING '  ' RPRE-PRODUCTO ' ESTADO ' RPRE-ESTADO
                      ' SALDO ' WS-MAS-VALOR
                      DELIMITED BY SIZE INTO WS-LINEA
               IF RVIN-SISTEMA = 'DEUDOR  '
                  AND (RPRE-ESTADO = 'F' OR RPRE-ESTADO = 'A')
                   ADD RPRE-SALDO TO WS-TOT-DEUDA
               END-IF
           ELSE
               MOVE '  EL PRESTAMO YA NO ESTA EN EL MAESTRO'
                 TO WS-LINEA
           END-IF
           PERFORM 5900-EMITIR.

       5310-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RPRE-NUMERO = WS-NUM-VINC
                        MOVE 'S' TO SW-ENCONTRO
                    END-IF
           END-READ.

      * EL CDT DEL VINCULO; EL CAPITAL SOLO SUMA SI ESTA VIGENTE
       5400-SECCION-CDT.
           MOVE ZEROS TO WS-NUM-VINC
           IF RVIN-CLAVE(1:6) IS NUMERIC
               MOVE RVIN-CLAVE(1:6) TO WS-NUM-VINC
           END-IF
           MOVE 'N' TO SW-ENCONTRO
           MOVE 0 TO SW-FDA
           OPEN INPUT CDTMAEST
           IF WS-ESTADO-FTE = '00'
               PERFORM 5410-LEER-CDT
                   UNTIL SW-FDA = 1 OR SW-SI-ENCONTRO
               CLOSE CDTMAEST
           END-IF
           MOVE SPACES TO WS-LINEA
           IF SW-SI-ENCONTRO
               MOVE RCDM-CAPITAL TO WS-MAS-VALOR
               STRING '  CAPITAL ' WS-MAS-VALOR
                      ' VENCE ' RCDM-FECHA-VENCE
                      ' ESTADO ' RCDM-ESTADO
                      DELIMITED BY SIZE INTO WS-LINEA
               IF RCDM-ESTADO = 'V'
                   ADD RCDM-CAPITAL TO WS-TOT-CDT
               END-IF
           ELSE
               MOVE '  EL CDT YA NO ESTA EN EL MAESTRO' TO WS-LINEA
           END-IF
           PERFORM 5900-EMITIR.

       5410-LEER-CDT.
           READ CDTMAEST AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RCDM-CERTIFICADO = WS-NUM-VINC
                        MOVE 'S' TO SW-ENCONTRO
                    END-IF
           END-READ.

      * DATOS DE NOMINA, POR LA LLAVE DEL EMPLEADO
       5500-SECCION-NOMINA.
           MOVE SPACES TO WS-LINEA
           OPEN INPUT EMPLEADOS
           IF WS-ESTADO-FTE NOT = '00'
               MOVE '  MAESTRO DE EMPLEADOS NO DISPONIBLE' TO WS-LINEA
           ELSE
               MOVE ZEROS TO EMPLEADOS-ID
               IF RVIN-CLAVE(1:6) IS NUMERIC
                   MOVE RVIN-CLAVE(1:6) TO EMPLEADOS-ID
               END-IF
               READ EMPLEADOS
                    INVALID KEY
                        MOVE '  EL EMPLEADO YA NO ESTA EN EL MAESTRO'
                          TO WS-LINEA
                    NOT INVALID KEY
                        STRING '  ESTADO ' EMPLEADOS-ESTADO
                               ' DEPARTAMENTO ' EMPLEADOS-DEPARTAMENTO
                               ' CARGO ' EMPLEADOS-CARGO
                               ' INGRESO ' EMPLEADOS-FECHA-INGRESO
                               DELIMITED BY SIZE INTO WS-LINEA
               END-READ
               CLOSE EMPLEADOS
           END-IF
           PERFORM 5900-EMITIR.

      * REGISTROS DE OTROS SISTEMAS QUE ESPERAN REVISION CON ESTA
      * PERSONA COMO CANDIDATA
       5800-CONTAR-PENDIENTES.
           MOVE 0 TO SW-FDA
           OPEN INPUT PERSREVI
           IF WS-ESTADO-REV = '00'
               PERFORM 5810-LEER-PENDIENTE UNTIL SW-FDA = 1
               CLOSE PERSREVI
           END-IF.

       5810-LEER-PENDIENTE.
           READ PERSREVI AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RPRV-ESTADO = 'P'
                       AND RPRV-CANDIDATO = RPSN-NUMERO
                        ADD 1 TO WS-TOT-PENDIENTES
                    END-IF
           END-READ.

       5850-TOTALES.
           MOVE SPACES TO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE WS-NUM-VINC-PERSONA TO WS-MAS-CANTIDAD
           MOVE SPACES TO WS-LINEA
           STRING 'REGISTROS VINCULADOS       : ' WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE WS-TOT-SERVICIOS     TO WS-MAS-CANTIDAD
           MOVE WS-TOT-VAL-SERVICIOS TO WS-MAS-VALOR
           MOVE SPACES TO WS-LINEA
           STRING 'SERVICIOS EN LA PARROQUIA  : ' WS-MAS-CANTIDAD
                  '  VALOR: ' WS-MAS-VALOR
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE WS-TOT-OPERACIONES   TO WS-MAS-CANTIDAD
           MOVE WS-TOT-VOLUMEN       TO WS-MAS-VALOR
           MOVE SPACES TO WS-LINEA
           STRING 'OPERACIONES DE CAMBIO      : ' WS-MAS-CANTIDAD
                  '  VOLUMEN: ' WS-MAS-VALOR
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE WS-TOT-DEUDA TO WS-MAS-VALOR
           MOVE SPACES TO WS-LINEA
           STRING 'SALDO DE PRESTAMOS VIGENTES: ' WS-MAS-VALOR
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE WS-TOT-CDT TO WS-MAS-VALOR
           MOVE SPACES TO WS-LINEA
           STRING 'CAPITAL EN CDTS VIGENTES   : ' WS-MAS-VALOR
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR
           MOVE WS-TOT-PENDIENTES TO WS-MAS-CANTIDAD
           MOVE SPACES TO WS-LINEA
           STRING 'PENDIENTES DE REVISION     : ' WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 5900-EMITIR.

       5900-EMITIR.
           IF WS-SALIDA = 'P'
               WRITE REG-FICHA360 FROM WS-LINEA
           ELSE
               DISPLAY WS-LINEA(1:79)
           END-IF.

      *----------------------------------------------------------------*
      * COLA DE REVISION: RECORRE LOS PENDIENTES Y PIDE LA DECISION.
      * EL VINCULO QUE SE DECIDE SE AGREGA A PERSVINC CON CRITERIO 'R'
      * Y EL USUARIO; LAS PERSONAS NUEVAS SE AGREGAN A PERSONAS
      *----------------------------------------------------------------*
       6000-COLA-REVISION.
           DISPLAY "Usuario que revisa: " WITH NO ADVANCING
           MOVE SPACES TO WS-USUARIO
           PERFORM UNTIL WS-USUARIO > SPACES
               ACCEPT WS-USUARIO
           END-PERFORM
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           PERFORM 6010-CARGAR-PERSONAS
           MOVE ZEROS TO WS-REVISADOS
           MOVE SPACE TO WS-DECISION
           OPEN I-O PERSREVI
           IF WS-ESTADO-REV NOT = '00'
               DISPLAY "NO HAY COLA DE REVISION"
           ELSE
               OPEN EXTEND PERSVINC
               IF WS-ESTADO-VIN = '35'
                   OPEN OUTPUT PERSVINC
               END-IF
               IF WS-ESTADO-VIN NOT = '00' AND WS-ESTADO-VIN NOT = '05'
                   DISPLAY "ERROR ABRIENDO PERSVINC: " WS-ESTADO-VIN
               ELSE
                   MOVE 0 TO SW-FDA-REV
                   PERFORM 6100-LEER-PENDIENTE
                       UNTIL SW-FDA-REV = 1 OR WS-DECISION = 'F'
                   CLOSE PERSVINC
                   PERFORM 6020-GRABAR-NUEVAS
               END-IF
               CLOSE PERSREVI
           END-IF
           DISPLAY "REGISTROS RESUELTOS: " WS-REVISADOS.

       6010-CARGAR-PERSONAS.
           MOVE ZEROS TO WS-NUM-PERSONAS WS-ULTIMO-NUMERO
           MOVE 0 TO SW-FDA
           OPEN INPUT PERSONAS
           IF WS-ESTADO-PSN = '00'
               PERFORM 6011-LEER-PERSONA UNTIL SW-FDA = 1
               CLOSE PERSONAS
           END-IF
           MOVE WS-NUM-PERSONAS TO WS-NUM-PERSONAS-INI.

       6011-LEER-PERSONA.
           READ PERSONAS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF WS-NUM-PERSONAS < 5000
                        ADD 1 TO WS-NUM-PERSONAS
                        MOVE REG-PERSONA TO TAB-PSN(WS-NUM-PERSONAS)
                    END-IF
                    IF RPSN-NUMERO > WS-ULTIMO-NUMERO
                        MOVE RPSN-NUMERO TO WS-ULTIMO-NUMERO
                    END-IF
           END-READ.

      * LAS PERSONAS CREADAS EN LA REVISION SE AGREGAN AL MAESTRO
       6020-GRABAR-NUEVAS.
           IF WS-NUM-PERSONAS > WS-NUM-PERSONAS-INI
               OPEN EXTEND PERSONAS
               IF WS-ESTADO-PSN = '35'
                   OPEN OUTPUT PERSONAS
               END-IF
               IF WS-ESTADO-PSN = '00' OR WS-ESTADO-PSN = '05'
                   COMPUTE PX = WS-NUM-PERSONAS-INI + 1
                   PERFORM 6021-GRABAR-PERSONA
                       UNTIL PX > WS-NUM-PERSONAS
                   CLOSE PERSONAS
               ELSE
                   DISPLAY "ERROR GRABANDO PERSONAS: " WS-ESTADO-PSN
               END-IF
           END-IF.

       6021-GRABAR-PERSONA.
           MOVE TAB-PSN(PX) TO REG-PERSONA
           WRITE REG-PERSONA
           ADD 1 TO PX.

       6100-LEER-PENDIENTE.
           READ PERSREVI AT END MOVE 1 TO SW-FDA-REV
                NOT AT END
                    IF RPRV-ESTADO = 'P'
                        PERFORM 6200-MOSTRAR-PENDIENTE
                        PERFORM 6300-PEDIR-DECISION
                    END-IF
           END-READ.

       6200-MOSTRAR-PENDIENTE.
           DISPLAY " "
           DISPLAY "REGISTRO : " RPRV-SISTEMA " " RPRV-CLAVE " "
                   RPRV-NOMBRE
           DISPLAY "  DOCUMENTO " RPRV-DOCUMENTO
                   " TELEFONO " RPRV-TELEFONO
           DISPLAY "  MOTIVO  " RPRV-MOTIVO " (DESDE " RPRV-FECHA ")"
           MOVE RPRV-CANDIDATO TO WS-OTRA-PERSONA
           PERFORM 6500-UBICAR-PERSONA
           IF SW-SI-ENCONTRO
               DISPLAY "CANDIDATO: " TAB-PSN-NUMERO(PX) " "
                       TAB-PSN-NOMBRE(PX)
               DISPLAY "  DOCUMENTO " TAB-PSN-DOCUMENTO(PX)
                       " TELEFONO " TAB-PSN-TELEFONO(PX)
           ELSE
               DISPLAY "CANDIDATO: " RPRV-CANDIDATO
                       " (YA NO ESTA EN EL INDICE)"
           END-IF.

       6300-PEDIR-DECISION.
           MOVE SPACE TO WS-DECISION
           PERFORM UNTIL DECISION-VALIDA
               DISPLAY "V)incular al candidato, O)tra persona, "
                       "N)ueva persona, S)altar, F)in: "
                       WITH NO ADVANCING
               ACCEPT WS-DECISION
           END-PERFORM
           INSPECT WS-DECISION CONVERTING 'vonsf' TO 'VONSF'
           EVALUATE WS-DECISION
               WHEN 'V'
                   MOVE RPRV-CANDIDATO TO WS-OTRA-PERSONA
                   PERFORM 6500-UBICAR-PERSONA
                   IF SW-SI-ENCONTRO
                       PERFORM 6400-RESOLVER
                   ELSE
                       DISPLAY "EL CANDIDATO NO ESTA; USE O O N"
                   END-IF
               WHEN 'O'
                   DISPLAY "Numero de la persona: " WITH NO ADVANCING
                   MOVE ZEROS TO WS-OTRA-PERSONA
                   ACCEPT WS-OTRA-PERSONA
                   PERFORM 6500-UBICAR-PERSONA
                   IF SW-SI-ENCONTRO
                       PERFORM 6400-RESOLVER
                   ELSE
                       DISPLAY "PERSONA NO EXISTE, QUEDA PENDIENTE"
                   END-IF
               WHEN 'N'
                   IF WS-NUM-PERSONAS < 5000
                       PERFORM 6600-NUEVA-PERSONA
                       PERFORM 6400-RESOLVER
                   ELSE
                       DISPLAY "INDICE LLENO, QUEDA PENDIENTE"
                   END-IF
           END-EVALUATE.

      * VINCULA EL REGISTRO A LA PERSONA PX, CIERRA EL PENDIENTE Y
      * DEJA LA DECISION EN LA BITACORA DE CAMBIOS
       6400-RESOLVER.
           INITIALIZE REG-PERSVINC
           MOVE TAB-PSN-NUMERO(PX)  TO RVIN-PERSONA
           MOVE RPRV-SISTEMA        TO RVIN-SISTEMA
           MOVE RPRV-CLAVE          TO RVIN-CLAVE
           MOVE RPRV-NOMBRE         TO RVIN-NOMBRE
           MOVE 'R'                 TO RVIN-CRITERIO
           MOVE WS-FEC-SIS          TO RVIN-FECHA
           MOVE WS-USUARIO          TO RVIN-USUARIO
           WRITE REG-PERSVINC
           IF WS-DECISION = 'N'
               MOVE 'N' TO RPRV-ESTADO
           ELSE
               MOVE 'V' TO RPRV-ESTADO
           END-IF
           MOVE TAB-PSN-NUMERO(PX)  TO RPRV-PERSONA
           MOVE WS-FEC-SIS          TO RPRV-FECHA-DECISION
           MOVE WS-USUARIO          TO RPRV-USUARIO
           REWRITE REG-PERSREVI
           ADD 1 TO WS-REVISADOS
           MOVE SPACES TO WS-CLAVE-LOG
           STRING RPRV-SISTEMA RPRV-CLAVE
                  DELIMITED BY SIZE INTO WS-CLAVE-LOG
           INITIALIZE NOCOCAMB
           MOVE 'PERSONAS'          TO CCAM-E-ARCHIVO
           MOVE WS-CLAVE-LOG        TO CCAM-E-CLAVE
           MOVE 'VINCULO'           TO CCAM-E-CAMPO
           MOVE SPACES              TO CCAM-E-ANTES
           STRING 'PENDIENTE, CANDIDATO ' RPRV-CANDIDATO
                  DELIMITED BY SIZE INTO CCAM-E-ANTES
           MOVE SPACES              TO CCAM-E-DESPUES
           IF WS-DECISION = 'N'
               STRING 'PERSONA NUEVA ' RPRV-PERSONA
                      DELIMITED BY SIZE INTO CCAM-E-DESPUES
           ELSE
               STRING 'PERSONA ' RPRV-PERSONA
                      DELIMITED BY SIZE INTO CCAM-E-DESPUES
           END-IF
           MOVE WS-USUARIO          TO CCAM-E-USUARIO
           CALL RUT-NO8CCAMB USING NOCOCAMB
           DISPLAY "VINCULADO A LA PERSONA " RPRV-PERSONA.

      * UBICA WS-OTRA-PERSONA EN LA TABLA (QUEDA EN PX)
       6500-UBICAR-PERSONA.
           MOVE 'N' TO SW-ENCONTRO
           PERFORM 6510-COMPARAR-NUMERO
               VARYING PX FROM 1 BY 1
               UNTIL PX > WS-NUM-PERSONAS OR SW-SI-ENCONTRO
           IF SW-SI-ENCONTRO
               SUBTRACT 1 FROM PX
           END-IF.

       6510-COMPARAR-NUMERO.
           IF TAB-PSN-NUMERO(PX) = WS-OTRA-PERSONA
               MOVE 'S' TO SW-ENCONTRO
           END-IF.

      * PERSONA NUEVA CON LOS DATOS DEL REGISTRO PENDIENTE
       6600-NUEVA-PERSONA.
           ADD 1 TO WS-ULTIMO-NUMERO
           ADD 1 TO WS-NUM-PERSONAS
           MOVE WS-NUM-PERSONAS     TO PX
           MOVE WS-ULTIMO-NUMERO    TO TAB-PSN-NUMERO(PX)
           MOVE RPRV-DOCUMENTO      TO TAB-PSN-DOCUMENTO(PX)
           MOVE RPRV-TELEFONO       TO TAB-PSN-TELEFONO(PX)
           MOVE RPRV-NOMBRE         TO TAB-PSN-NOMBRE(PX)
           MOVE RPRV-NOMBRE         TO WS-TEXTO
           PERFORM 9900-NORMALIZA
           MOVE WS-CLAVE-NORM       TO TAB-PSN-CLAVE-NOM(PX)
           MOVE WS-FEC-SIS          TO TAB-PSN-FECHA-ALTA(PX)
                                       TAB-PSN-FECHA-ACTUAL(PX).

      *----------------------------------------------------------------*
      * PASA WS-TEXTO A MAYUSCULAS Y ARMA EN WS-CLAVE-NORM SOLO SUS
      * LETRAS Y DIGITOS; J QUEDA CON EL LARGO DE LA CLAVE
      *----------------------------------------------------------------*
       9900-NORMALIZA.
           INSPECT WS-TEXTO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-CLAVE-NORM
           MOVE ZEROS  TO J
           PERFORM 9910-UNA-LETRA VARYING I FROM 1 BY 1 UNTIL I > 30.

       9910-UNA-LETRA.
           MOVE WS-TEXTO(I:1) TO WS-LETRA
           IF LETRA-VALIDA
               ADD 1 TO J
               MOVE WS-LETRA TO WS-CLAVE-NORM(J:1)
           END-IF.

       END PROGRAM NO8CPEBR.
