      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: INDICE UNICO DE PERSONAS. LA MISMA PERSONA PUEDE SER
      * CLIENTE DE LA CASA DE CAMBIO (CLIENTES, POR DOCUMENTO), TITULAR
      * DE UN CDT (CDTMAEST), DEUDOR O CODEUDOR DE UN PRESTAMO
      * (PRESTAMOS), FELIGRES (FELIGRES, POR TELEFONO) Y EMPLEADO
      * (EMPLEADOS), Y CADA SISTEMA LA CONOCE CON OTRA LLAVE. ESTE
      * PASO NOCTURNO RECORRE ESOS ARCHIVOS Y VINCULA CADA REGISTRO
      * CON UNA PERSONA DEL MAESTRO PERSONAS, QUE TIENE SU NUMERO
      * PROPIO:
      *   - MISMO DOCUMENTO: SE VINCULA
      *   - MISMO TELEFONO Y MISMO NOMBRE: SE VINCULA
      *   - MISMO TELEFONO CON OTRO NOMBRE, MISMO NOMBRE SIN DOCUMENTO
      *     QUE LO CONFIRME, O NOMBRE PARECIDO (LA CLAVE DE NO2CDUPL):
      *     VA A LA COLA DE REVISION PERSREVI, QUE SE RESUELVE EN
      *     NO8CPEBR
      *   - SIN PAREJA: PERSONA NUEVA
      * DOS DOCUMENTOS DISTINTOS SON SIEMPRE DOS PERSONAS. LOS
      * REGISTROS YA VINCULADOS NO SE VUELVEN A EMPAREJAR, PERO
      * COMPLETAN EL DOCUMENTO O EL TELEFONO DE SU PERSONA SI ESTA NO
      * LOS TENIA. EL REPORTE DE LA CORRIDA VA AL SPOOL CENTRAL.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO9CPERS.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE PERSONAS, VINCULOS Y COLA DE REVISION
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
      * CLIENTES DE LA CASA DE CAMBIO (CUMPLIMIENTO)
           SELECT CLIENTES ASSIGN TO './FILES/MONEY/CLIENTES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * MAESTRO DE CDTS (NO5CCDTS)
           SELECT CDTMAEST ASSIGN TO './FILES/CREDITO/CDTMAEST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * MAESTRO DE PRESTAMOS (DEUDOR Y CODEUDOR)
           SELECT PRESTAMOS ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * MAESTRO DE FELIGRESES (COMPARTIDO CON NO2CFELI Y NO1CSANM)
           SELECT FELIGRES ASSIGN TO './FILES/SANMIGUEL/FELIGRES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * MAESTRO DE EMPLEADOS (INDEXADO, COMO EN INDEXADOS; AQUI SOLO
      * SE RECORRE)
           SELECT EMPLEADOS
           ASSIGN TO '../GENERADOS/EMPLEADOS.data'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMPLEADOS-ID
           ALTERNATE RECORD KEY IS EMPLEADOS-TELEFONO
               WITH DUPLICATES
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FTE.
      * REPORTE DE LA CORRIDA
           SELECT IMPRESOR ASSIGN TO './FILES/PERSONAS/PERSREPO'
           FILE STATUS IS WS-ESTADO-IMP.

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

       FD  CLIENTES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CLIENTES.cpy'.

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

       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

       FD  FELIGRES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/FELIGRES.cpy'.

       FD  EMPLEADOS.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-PSN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-VIN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REV             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-FTE             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA                    PIC 9 VALUE ZEROS.
      * 'S' SI ALGUN ARCHIVO DEL INDICE NO SE PUDO LEER: NO SE
      * REGRABA NADA PARA NO PERDER LO QUE YA HABIA
       01  SW-ABORTA                 PIC X(01) VALUE 'N'.
       01  WS-DIR-PERSONAS           PIC X(16)
                                     VALUE './FILES/PERSONAS'.

      * PERSONAS EN MEMORIA (MISMO LAYOUT DE REG-PERSONA) Y EL ULTIMO
      * NUMERO DE PERSONA USADO
       01  WS-NUM-PERSONAS           PIC 9(04) VALUE ZEROS.
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

      * VINCULOS EN MEMORIA (MISMO LAYOUT DE REG-PERSVINC)
       01  WS-NUM-VINCULOS           PIC 9(05) VALUE ZEROS.
       01  TABLA-VINCULOS.
           02 TAB-VIN                OCCURS 1 TO 10000 TIMES
                                     DEPENDING ON WS-NUM-VINCULOS.
              03 TAB-VIN-PERSONA     PIC 9(07).
              03 TAB-VIN-SISTEMA     PIC X(08).
              03 TAB-VIN-CLAVE       PIC X(12).
              03 TAB-VIN-NOMBRE      PIC X(30).
              03 TAB-VIN-CRITERIO    PIC X(01).
              03 TAB-VIN-FECHA       PIC 9(08).
              03 TAB-VIN-USUARIO     PIC X(10).
       01  VX                        PIC 9(05) VALUE ZEROS.

      * REGISTROS FUENTE QUE ESPERAN REVISION (LOS PENDIENTES DE
      * CORRIDAS ANTERIORES Y LOS QUE SE MANDAN EN ESTA)
       01  WS-NUM-REVISION           PIC 9(04) VALUE ZEROS.
       01  TABLA-REVISION.
           02 TAB-REV                OCCURS 1 TO 2000 TIMES
                                     DEPENDING ON WS-NUM-REVISION.
              03 TAB-REV-SISTEMA     PIC X(08).
              03 TAB-REV-CLAVE       PIC X(12).
       01  RX                        PIC 9(04) VALUE ZEROS.

      *----------------------------------------------------------------*
      * SISTEMAS FUENTE, EN EL ORDEN EN QUE SE EMPAREJAN (PRIMERO LOS
      * QUE TRAEN DOCUMENTO, PARA QUE LOS QUE SOLO TRAEN TELEFONO O
      * NOMBRE ENCUENTREN YA LA PERSONA), CON SUS CONTADORES
      *----------------------------------------------------------------*
       01  WS-LISTA-FUENTES.
           02 FILLER PIC X(08) VALUE 'CLIENTES'.
           02 FILLER PIC X(08) VALUE 'CDT     '.
           02 FILLER PIC X(08) VALUE 'DEUDOR  '.
           02 FILLER PIC X(08) VALUE 'CODEUDOR'.
           02 FILLER PIC X(08) VALUE 'FELIGRES'.
           02 FILLER PIC X(08) VALUE 'EMPLEADO'.
       01  WS-TABLA-FUENTES REDEFINES WS-LISTA-FUENTES.
           02 TAB-FTE-SISTEMA        PIC X(08) OCCURS 6 TIMES.
       01  TABLA-CONTEO.
           02 TAB-CNT OCCURS 6 TIMES.
              03 TAB-CNT-LEIDOS      PIC 9(06).
              03 TAB-CNT-YA-VINC     PIC 9(06).
              03 TAB-CNT-EN-REV      PIC 9(06).
              03 TAB-CNT-DOCUMENTO   PIC 9(06).
              03 TAB-CNT-TELEFONO    PIC 9(06).
              03 TAB-CNT-NUEVAS      PIC 9(06).
              03 TAB-CNT-A-REVISION  PIC 9(06).
       01  SX                        PIC 9(01) VALUE ZEROS.
       01  WS-TOT-COMPLETADAS        PIC 9(06) VALUE ZEROS.
       01  WS-TOT-SIN-CUPO           PIC 9(06) VALUE ZEROS.

      * REGISTRO FUENTE QUE SE ESTA EMPAREJANDO
       01  WS-CAN-CLAVE              PIC X(12) VALUE SPACES.
       01  WS-CAN-NOMBRE             PIC X(30) VALUE SPACES.
       01  WS-CAN-DOCUMENTO          PIC X(12) VALUE SPACES.
       01  WS-CAN-TELEFONO           PIC 9(10) VALUE ZEROS.
       01  WS-CAN-CLAVE-NOM          PIC X(30) VALUE SPACES.

      * MEJOR PAREJA HALLADA EN EL MAESTRO: 5 MISMO DOCUMENTO, 4 MISMO
      * TELEFONO Y NOMBRE, 3 MISMO TELEFONO Y NOMBRE PARECIDO, 2 MISMO
      * TELEFONO U OTRO NOMBRE IGUAL, 1 NOMBRE PARECIDO, 0 NINGUNA
       01  WS-GRADO                  PIC 9(01) VALUE ZEROS.
       01  WS-MOTIVO                 PIC X(30) VALUE SPACES.
       01  WS-MEJOR-GRADO            PIC 9(01) VALUE ZEROS.
       01  WS-MEJOR-PX               PIC 9(04) VALUE ZEROS.
       01  WS-MEJOR-MOTIVO           PIC X(30) VALUE SPACES.
       01  WS-CRITERIO               PIC X(01) VALUE SPACES.
       01  SW-ENCONTRO               PIC X(01) VALUE 'N'.
           88 SW-SI-ENCONTRO         VALUE 'S'.
       01  WS-BUS-PERSONA            PIC 9(07) VALUE ZEROS.

      * NORMALIZACION DEL NOMBRE (LA DE NO2CDUPL): EN MAYUSCULAS Y
      * CON SOLO LETRAS Y DIGITOS
       01  WS-TEXTO                  PIC X(30) VALUE SPACES.
       01  WS-CLAVE-NORM             PIC X(30) VALUE SPACES.
       01  WS-LETRA                  PIC X(01) VALUE SPACES.
           88 LETRA-VALIDA           VALUE 'A' THRU 'Z' '0' THRU '9'.
       01  I                         PIC 9(02) VALUE ZEROS.
       01  J                         PIC 9(02) VALUE ZEROS.

       01  WS-FECHA-HOY              PIC 9(08) VALUE ZEROS.
       01  WS-LINEAS                 PIC 9(03) VALUE ZEROS.
       01  WS-MAS-CANTIDAD           PIC Z(05)9.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-PER-TITULO.
           02 RPET-TITULO            PIC X(80) VALUE SPACES.

      * UN REGISTRO MANDADO A REVISION
       01  REG-PER-REVISION.
           02 RPER-SISTEMA           PIC X(08) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPER-CLAVE             PIC X(12) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPER-NOMBRE            PIC X(20) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPER-CANDIDATO         PIC 9(07) VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPER-MOTIVO            PIC X(29) VALUE SPACES.

      * RESUMEN POR SISTEMA FUENTE
       01  REG-PER-RESUMEN.
           02 RPES-SISTEMA           PIC X(08) VALUE SPACES.
           02 RPES-LEIDOS            PIC Z(05)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPES-YA-VINC           PIC Z(05)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPES-DOCUMENTO         PIC Z(05)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPES-TELEFONO          PIC Z(05)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPES-NUEVAS            PIC Z(05)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPES-A-REVISION        PIC Z(05)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RPES-EN-REV            PIC Z(05)9 VALUE ZEROS.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL 'CBL_CREATE_DIR' USING WS-DIR-PERSONAS
           INITIALIZE TABLA-CONTEO
           PERFORM 1000-CARGAR-INDICE
           IF SW-ABORTA = 'S'
               DISPLAY 'INDICE DE PERSONAS ILEGIBLE, NO SE TOCA NADA'
               STOP RUN
           END-IF
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO EL REPORTE: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           PERFORM 7000-ENCABEZADO
      * LA COLA SE ABRE PARA AGREGAR LO QUE SE MANDE A REVISION
           OPEN EXTEND PERSREVI
           IF WS-ESTADO-REV = '35'
               OPEN OUTPUT PERSREVI
           END-IF
           IF WS-ESTADO-REV NOT = '00' AND WS-ESTADO-REV NOT = '05'
               DISPLAY 'ERROR ABRIENDO LA COLA DE REVISION: '
                       WS-ESTADO-REV
               CLOSE IMPRESOR
               STOP RUN
           END-IF
           PERFORM 2000-RECORRER-CLIENTES
           PERFORM 2100-RECORRER-CDTS
           PERFORM 2200-RECORRER-PRESTAMOS
           PERFORM 2300-RECORRER-FELIGRESES
           PERFORM 2400-RECORRER-EMPLEADOS
           CLOSE PERSREVI
           PERFORM 5000-GRABAR-INDICE
           PERFORM 8000-PAGINA-RESUMEN
           CLOSE IMPRESOR
           PERFORM 9000-ENTREGAR-AL-SPOOL
           DISPLAY 'PERSONAS EN EL INDICE: ' WS-NUM-PERSONAS
                   ' VINCULOS: ' WS-NUM-VINCULOS
                   ' PENDIENTES DE REVISION: ' WS-NUM-REVISION
           GOBACK.

      *----------------------------------------------------------------*
      * CARGA EL MAESTRO, LOS VINCULOS Y LOS PENDIENTES DE LA COLA. LA
      * PRIMERA VEZ NO EXISTEN ('35') Y EL INDICE ARRANCA VACIO
      *----------------------------------------------------------------*
       1000-CARGAR-INDICE.
           MOVE ZEROS TO WS-NUM-PERSONAS WS-ULTIMO-NUMERO
           MOVE 0 TO SW-FDA
           OPEN INPUT PERSONAS
           EVALUATE WS-ESTADO-PSN
               WHEN '00'
                   PERFORM 1010-LEER-PERSONA UNTIL SW-FDA = 1
                   CLOSE PERSONAS
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LEYENDO PERSONAS: ' WS-ESTADO-PSN
                   MOVE 'S' TO SW-ABORTA
           END-EVALUATE
           MOVE ZEROS TO WS-NUM-VINCULOS
           MOVE 0 TO SW-FDA
           OPEN INPUT PERSVINC
           EVALUATE WS-ESTADO-VIN
               WHEN '00'
                   PERFORM 1020-LEER-VINCULO UNTIL SW-FDA = 1
                   CLOSE PERSVINC
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR LEYENDO PERSVINC: ' WS-ESTADO-VIN
                   MOVE 'S' TO SW-ABORTA
           END-EVALUATE
           MOVE ZEROS TO WS-NUM-REVISION
           MOVE 0 TO SW-FDA
           OPEN INPUT PERSREVI
           IF WS-ESTADO-REV = '00'
               PERFORM 1030-LEER-REVISION UNTIL SW-FDA = 1
               CLOSE PERSREVI
           END-IF.

       1010-LEER-PERSONA.
           READ PERSONAS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF WS-NUM-PERSONAS < 5000
                        ADD 1 TO WS-NUM-PERSONAS
                        MOVE REG-PERSONA TO TAB-PSN(WS-NUM-PERSONAS)
                        IF RPSN-NUMERO > WS-ULTIMO-NUMERO
                            MOVE RPSN-NUMERO TO WS-ULTIMO-NUMERO
                        END-IF
                    ELSE
                        DISPLAY 'MAESTRO DE PERSONAS LLENO (5000)'
                        MOVE 'S' TO SW-ABORTA
                        MOVE 1 TO SW-FDA
                    END-IF
           END-READ.

       1020-LEER-VINCULO.
           READ PERSVINC AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF WS-NUM-VINCULOS < 10000
                        ADD 1 TO WS-NUM-VINCULOS
                        MOVE REG-PERSVINC TO TAB-VIN(WS-NUM-VINCULOS)
                    ELSE
                        DISPLAY 'ARCHIVO DE VINCULOS LLENO (10000)'
                        MOVE 'S' TO SW-ABORTA
                        MOVE 1 TO SW-FDA
                    END-IF
           END-READ.

       1030-LEER-REVISION.
           READ PERSREVI AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RPRV-ESTADO = 'P' AND WS-NUM-REVISION < 2000
                        ADD 1 TO WS-NUM-REVISION
                        MOVE RPRV-SISTEMA
                          TO TAB-REV-SISTEMA(WS-NUM-REVISION)
                        MOVE RPRV-CLAVE
                          TO TAB-REV-CLAVE(WS-NUM-REVISION)
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * RECORRIDO DE LOS SISTEMAS FUENTE: CADA REGISTRO DEJA SUS DATOS
      * DE PERSONA EN WS-CAN-* Y PASA POR 3000-EMPAREJAR. UN ARCHIVO
      * QUE NO EXISTE SE SALTA (EL SISTEMA NO ESTA EN USO)
      *----------------------------------------------------------------*
       2000-RECORRER-CLIENTES.
           MOVE 1 TO SX
           MOVE 0 TO SW-FDA
           OPEN INPUT CLIENTES
           IF WS-ESTADO-FTE = '00'
               PERFORM 2010-LEER-CLIENTE UNTIL SW-FDA = 1
               CLOSE CLIENTES
           END-IF.

       2010-LEER-CLIENTE.
           READ CLIENTES AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE RCLI-DOCUMENTO  TO WS-CAN-CLAVE
                                            WS-CAN-DOCUMENTO
                    MOVE RCLI-NOMBRE     TO WS-CAN-NOMBRE
                    MOVE ZEROS           TO WS-CAN-TELEFONO
                    IF RCLI-TELEFONO IS NUMERIC
                        MOVE RCLI-TELEFONO TO WS-CAN-TELEFONO
                    END-IF
                    PERFORM 3000-EMPAREJAR
           END-READ.

       2100-RECORRER-CDTS.
           MOVE 2 TO SX
           MOVE 0 TO SW-FDA
           OPEN INPUT CDTMAEST
           IF WS-ESTADO-FTE = '00'
               PERFORM 2110-LEER-CDT UNTIL SW-FDA = 1
               CLOSE CDTMAEST
           END-IF.

       2110-LEER-CDT.
           READ CDTMAEST AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE RCDM-CERTIFICADO TO WS-CAN-CLAVE
                    MOVE RCDM-DOCUMENTO   TO WS-CAN-DOCUMENTO
                    MOVE RCDM-NOMBRE      TO WS-CAN-NOMBRE
                    MOVE ZEROS            TO WS-CAN-TELEFONO
                    PERFORM 3000-EMPAREJAR
           END-READ.

      * CADA PRESTAMO APORTA SU DEUDOR Y, SI LO TIENE, SU CODEUDOR
       2200-RECORRER-PRESTAMOS.
           MOVE 0 TO SW-FDA
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-FTE = '00'
               PERFORM 2210-LEER-PRESTAMO UNTIL SW-FDA = 1
               CLOSE PRESTAMOS
           END-IF.

       2210-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE 3 TO SX
                    MOVE RPRE-NUMERO        TO WS-CAN-CLAVE
                    MOVE RPRE-DEUDOR-DOC    TO WS-CAN-DOCUMENTO
                    MOVE RPRE-DEUDOR-NOMBRE TO WS-CAN-NOMBRE
                    MOVE ZEROS              TO WS-CAN-TELEFONO
                    IF WS-CAN-NOMBRE NOT = SPACES
                       OR WS-CAN-DOCUMENTO NOT = SPACES
                        PERFORM 3000-EMPAREJAR
                    END-IF
                    MOVE 4 TO SX
                    MOVE RPRE-NUMERO        TO WS-CAN-CLAVE
                    MOVE RPRE-CODEU-DOC     TO WS-CAN-DOCUMENTO
                    MOVE RPRE-CODEU-NOMBRE  TO WS-CAN-NOMBRE
                    MOVE ZEROS              TO WS-CAN-TELEFONO
                    IF RPRE-CODEU-TELEFONO IS NUMERIC
                        MOVE RPRE-CODEU-TELEFONO TO WS-CAN-TELEFONO
                    END-IF
                    IF WS-CAN-NOMBRE NOT = SPACES
                       OR WS-CAN-DOCUMENTO NOT = SPACES
                        PERFORM 3000-EMPAREJAR
                    END-IF
           END-READ.

       2300-RECORRER-FELIGRESES.
           MOVE 5 TO SX
           MOVE 0 TO SW-FDA
           OPEN INPUT FELIGRES
           IF WS-ESTADO-FTE = '00'
               PERFORM 2310-LEER-FELIGRES UNTIL SW-FDA = 1
               CLOSE FELIGRES
           END-IF.

       2310-LEER-FELIGRES.
           READ FELIGRES AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE RFEL-TELEFONO   TO WS-CAN-CLAVE
                    MOVE SPACES          TO WS-CAN-DOCUMENTO
                    MOVE RFEL-NOMBRE     TO WS-CAN-NOMBRE
                    MOVE RFEL-TELEFONO   TO WS-CAN-TELEFONO
                    PERFORM 3000-EMPAREJAR
           END-READ.

      * EL EMPLEADO NO TRAE DOCUMENTO; EL NOMBRE SE ARMA CON NOMBRE Y
      * APELLIDOS, Y EL TELEFONO SOLO CUENTA SI ES NUMERICO
       2400-RECORRER-EMPLEADOS.
           MOVE 6 TO SX
           MOVE 0 TO SW-FDA
           OPEN INPUT EMPLEADOS
           IF WS-ESTADO-FTE = '00'
               PERFORM 2410-LEER-EMPLEADO UNTIL SW-FDA = 1
               CLOSE EMPLEADOS
           END-IF.

       2410-LEER-EMPLEADO.
           READ EMPLEADOS NEXT RECORD AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE EMPLEADOS-ID    TO WS-CAN-CLAVE
                    MOVE SPACES          TO WS-CAN-DOCUMENTO
                                            WS-CAN-NOMBRE
                    STRING EMPLEADOS-NOMBRE    DELIMITED BY '  '
                           ' '                 DELIMITED BY SIZE
                           EMPLEADOS-APELLIDOS DELIMITED BY '  '
                           INTO WS-CAN-NOMBRE
                    MOVE ZEROS           TO WS-CAN-TELEFONO
                    IF EMPLEADOS-TELEFONO IS NUMERIC
                        MOVE EMPLEADOS-TELEFONO TO WS-CAN-TELEFONO
                    END-IF
                    PERFORM 3000-EMPAREJAR
           END-READ.

      *----------------------------------------------------------------*
      * EMPAREJA EL REGISTRO FUENTE WS-CAN-* DEL SISTEMA SX
      *----------------------------------------------------------------*
       3000-EMPAREJAR.
           ADD 1 TO TAB-CNT-LEIDOS(SX)
           MOVE WS-CAN-NOMBRE TO WS-TEXTO
           PERFORM 3900-NORMALIZA
           MOVE WS-CLAVE-NORM TO WS-CAN-CLAVE-NOM
           PERFORM 3100-BUSCAR-VINCULO
           IF SW-SI-ENCONTRO
               ADD 1 TO TAB-CNT-YA-VINC(SX)
               MOVE TAB-VIN-PERSONA(VX) TO WS-BUS-PERSONA
               PERFORM 3110-UBICAR-PERSONA
               IF SW-SI-ENCONTRO
                   PERFORM 3500-COMPLETAR-PERSONA
               END-IF
           ELSE
               PERFORM 3200-BUSCAR-EN-REVISION
               IF SW-SI-ENCONTRO
                   ADD 1 TO TAB-CNT-EN-REV(SX)
               ELSE
                   IF WS-NUM-PERSONAS < 5000
                      AND WS-NUM-VINCULOS < 10000
                      AND WS-NUM-REVISION < 2000
                       PERFORM 3300-MEJOR-PAREJA
                       PERFORM 3050-DECIDIR
                   ELSE
                       ADD 1 TO WS-TOT-SIN-CUPO
                   END-IF
               END-IF
           END-IF.

       3050-DECIDIR.
           EVALUATE WS-MEJOR-GRADO
               WHEN 5
                   MOVE WS-MEJOR-PX TO PX
                   MOVE 'D' TO WS-CRITERIO
                   PERFORM 3400-VINCULAR
                   ADD 1 TO TAB-CNT-DOCUMENTO(SX)
               WHEN 4
                   MOVE WS-MEJOR-PX TO PX
                   MOVE 'T' TO WS-CRITERIO
                   PERFORM 3400-VINCULAR
                   ADD 1 TO TAB-CNT-TELEFONO(SX)
               WHEN 1 THRU 3
                   PERFORM 3700-MANDAR-A-REVISION
                   ADD 1 TO TAB-CNT-A-REVISION(SX)
               WHEN OTHER
                   PERFORM 3600-NUEVA-PERSONA
                   ADD 1 TO TAB-CNT-NUEVAS(SX)
           END-EVALUATE.

       3100-BUSCAR-VINCULO.
           MOVE 'N' TO SW-ENCONTRO
           PERFORM 3101-COMPARAR-VINCULO
               VARYING VX FROM 1 BY 1
               UNTIL VX > WS-NUM-VINCULOS OR SW-SI-ENCONTRO
           IF SW-SI-ENCONTRO
               SUBTRACT 1 FROM VX
           END-IF.

       3101-COMPARAR-VINCULO.
           IF TAB-VIN-SISTEMA(VX) = TAB-FTE-SISTEMA(SX)
              AND TAB-VIN-CLAVE(VX) = WS-CAN-CLAVE
               MOVE 'S' TO SW-ENCONTRO
           END-IF.

       3110-UBICAR-PERSONA.
           MOVE 'N' TO SW-ENCONTRO
           PERFORM 3111-COMPARAR-NUMERO
               VARYING PX FROM 1 BY 1
               UNTIL PX > WS-NUM-PERSONAS OR SW-SI-ENCONTRO
           IF SW-SI-ENCONTRO
               SUBTRACT 1 FROM PX
           END-IF.

       3111-COMPARAR-NUMERO.
           IF TAB-PSN-NUMERO(PX) = WS-BUS-PERSONA
               MOVE 'S' TO SW-ENCONTRO
           END-IF.

       3200-BUSCAR-EN-REVISION.
           MOVE 'N' TO SW-ENCONTRO
           PERFORM 3201-COMPARAR-REVISION
               VARYING RX FROM 1 BY 1
               UNTIL RX > WS-NUM-REVISION OR SW-SI-ENCONTRO.

       3201-COMPARAR-REVISION.
           IF TAB-REV-SISTEMA(RX) = TAB-FTE-SISTEMA(SX)
              AND TAB-REV-CLAVE(RX) = WS-CAN-CLAVE
               MOVE 'S' TO SW-ENCONTRO
           END-IF.

      *----------------------------------------------------------------*
      * LA PERSONA DEL MAESTRO QUE MAS SE PARECE AL REGISTRO FUENTE.
      * EL DOCUMENTO MANDA: SI LOS DOS LO TIENEN Y ES DISTINTO, SON
      * OTRA PERSONA AUNQUE COINCIDAN TELEFONO Y NOMBRE
      *----------------------------------------------------------------*
       3300-MEJOR-PAREJA.
           MOVE ZEROS TO WS-MEJOR-GRADO WS-MEJOR-PX
           MOVE SPACES TO WS-MEJOR-MOTIVO
           PERFORM 3310-COMPARAR-PERSONA
               VARYING PX FROM 1 BY 1
               UNTIL PX > WS-NUM-PERSONAS OR WS-MEJOR-GRADO = 5.

       3310-COMPARAR-PERSONA.
           MOVE ZEROS TO WS-GRADO
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-CAN-DOCUMENTO NOT = SPACES
                AND TAB-PSN-DOCUMENTO(PX) = WS-CAN-DOCUMENTO
                   MOVE 5 TO WS-GRADO
               WHEN WS-CAN-DOCUMENTO NOT = SPACES
                AND TAB-PSN-DOCUMENTO(PX) NOT = SPACES
                   CONTINUE
               WHEN WS-CAN-TELEFONO > ZEROS
                AND TAB-PSN-TELEFONO(PX) = WS-CAN-TELEFONO
                AND TAB-PSN-CLAVE-NOM(PX) = WS-CAN-CLAVE-NOM
                   MOVE 4 TO WS-GRADO
               WHEN WS-CAN-TELEFONO > ZEROS
                AND TAB-PSN-TELEFONO(PX) = WS-CAN-TELEFONO
                AND TAB-PSN-CLAVE-NOM(PX)(1:10) =
                    WS-CAN-CLAVE-NOM(1:10)
                   MOVE 3 TO WS-GRADO
                   MOVE 'MISMO TELEFONO, NOMBRE PARECIDO' TO WS-MOTIVO
               WHEN WS-CAN-TELEFONO > ZEROS
                AND TAB-PSN-TELEFONO(PX) = WS-CAN-TELEFONO
                   MOVE 2 TO WS-GRADO
                   MOVE 'MISMO TELEFONO, OTRO NOMBRE' TO WS-MOTIVO
               WHEN WS-CAN-CLAVE-NOM NOT = SPACES
                AND TAB-PSN-CLAVE-NOM(PX) = WS-CAN-CLAVE-NOM
                   MOVE 2 TO WS-GRADO
                   MOVE 'MISMO NOMBRE' TO WS-MOTIVO
               WHEN WS-CAN-CLAVE-NOM NOT = SPACES
                AND TAB-PSN-CLAVE-NOM(PX)(1:10) =
                    WS-CAN-CLAVE-NOM(1:10)
                   MOVE 1 TO WS-GRADO
                   MOVE 'NOMBRE PARECIDO' TO WS-MOTIVO
           END-EVALUATE
           IF WS-GRADO > WS-MEJOR-GRADO
               MOVE WS-GRADO  TO WS-MEJOR-GRADO
               MOVE PX        TO WS-MEJOR-PX
               MOVE WS-MOTIVO TO WS-MEJOR-MOTIVO
           END-IF.

      * VINCULA EL REGISTRO FUENTE A LA PERSONA PX CON WS-CRITERIO
       3400-VINCULAR.
           ADD 1 TO WS-NUM-VINCULOS
           MOVE WS-NUM-VINCULOS     TO VX
           MOVE TAB-PSN-NUMERO(PX)  TO TAB-VIN-PERSONA(VX)
           MOVE TAB-FTE-SISTEMA(SX) TO TAB-VIN-SISTEMA(VX)
           MOVE WS-CAN-CLAVE        TO TAB-VIN-CLAVE(VX)
           MOVE WS-CAN-NOMBRE       TO TAB-VIN-NOMBRE(VX)
           MOVE WS-CRITERIO         TO TAB-VIN-CRITERIO(VX)
           MOVE WS-FECHA-HOY        TO TAB-VIN-FECHA(VX)
           MOVE SPACES              TO TAB-VIN-USUARIO(VX)
           PERFORM 3500-COMPLETAR-PERSONA.

      * LA PERSONA PX TOMA EL DOCUMENTO Y EL TELEFONO QUE LE FALTEN
       3500-COMPLETAR-PERSONA.
           IF TAB-PSN-DOCUMENTO(PX) = SPACES
              AND WS-CAN-DOCUMENTO NOT = SPACES
               MOVE WS-CAN-DOCUMENTO TO TAB-PSN-DOCUMENTO(PX)
               MOVE WS-FECHA-HOY     TO TAB-PSN-FECHA-ACTUAL(PX)
               ADD 1 TO WS-TOT-COMPLETADAS
           END-IF
           IF TAB-PSN-TELEFONO(PX) = ZEROS
              AND WS-CAN-TELEFONO > ZEROS
               MOVE WS-CAN-TELEFONO  TO TAB-PSN-TELEFONO(PX)
               MOVE WS-FECHA-HOY     TO TAB-PSN-FECHA-ACTUAL(PX)
               ADD 1 TO WS-TOT-COMPLETADAS
           END-IF.

       3600-NUEVA-PERSONA.
           ADD 1 TO WS-ULTIMO-NUMERO
           ADD 1 TO WS-NUM-PERSONAS
           MOVE WS-NUM-PERSONAS     TO PX
           MOVE WS-ULTIMO-NUMERO    TO TAB-PSN-NUMERO(PX)
           MOVE WS-CAN-DOCUMENTO    TO TAB-PSN-DOCUMENTO(PX)
           MOVE WS-CAN-TELEFONO     TO TAB-PSN-TELEFONO(PX)
           MOVE WS-CAN-NOMBRE       TO TAB-PSN-NOMBRE(PX)
           MOVE WS-CAN-CLAVE-NOM    TO TAB-PSN-CLAVE-NOM(PX)
           MOVE WS-FECHA-HOY        TO TAB-PSN-FECHA-ALTA(PX)
                                       TAB-PSN-FECHA-ACTUAL(PX)
           MOVE 'U' TO WS-CRITERIO
           PERFORM 3400-VINCULAR.

       3700-MANDAR-A-REVISION.
           MOVE WS-MEJOR-PX TO PX
           INITIALIZE REG-PERSREVI
           MOVE TAB-FTE-SISTEMA(SX) TO RPRV-SISTEMA
           MOVE WS-CAN-CLAVE        TO RPRV-CLAVE
           MOVE WS-CAN-NOMBRE       TO RPRV-NOMBRE
           MOVE WS-CAN-DOCUMENTO    TO RPRV-DOCUMENTO
           MOVE WS-CAN-TELEFONO     TO RPRV-TELEFONO
           MOVE TAB-PSN-NUMERO(PX)  TO RPRV-CANDIDATO
           MOVE WS-MEJOR-MOTIVO     TO RPRV-MOTIVO
           MOVE WS-FECHA-HOY        TO RPRV-FECHA
           MOVE 'P'                 TO RPRV-ESTADO
           WRITE REG-PERSREVI
           ADD 1 TO WS-NUM-REVISION
           MOVE TAB-FTE-SISTEMA(SX) TO TAB-REV-SISTEMA(WS-NUM-REVISION)
           MOVE WS-CAN-CLAVE        TO TAB-REV-CLAVE(WS-NUM-REVISION)
           PERFORM 7100-LINEA-REVISION.

      *----------------------------------------------------------------*
      * PASA WS-TEXTO A MAYUSCULAS Y ARMA EN WS-CLAVE-NORM SOLO SUS
      * LETRAS Y DIGITOS, CORRIDOS A LA IZQUIERDA
      *----------------------------------------------------------------*
       3900-NORMALIZA.
           INSPECT WS-TEXTO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-CLAVE-NORM
           MOVE ZEROS  TO J
           PERFORM 3910-UNA-LETRA VARYING I FROM 1 BY 1 UNTIL I > 30.

       3910-UNA-LETRA.
           MOVE WS-TEXTO(I:1) TO WS-LETRA
           IF LETRA-VALIDA
               ADD 1 TO J
               MOVE WS-LETRA TO WS-CLAVE-NORM(J:1)
           END-IF.

      *----------------------------------------------------------------*
      * REGRABA EL MAESTRO Y LOS VINCULOS COMPLETOS DESDE LA MEMORIA
      *----------------------------------------------------------------*
       5000-GRABAR-INDICE.
           OPEN OUTPUT PERSONAS
           IF WS-ESTADO-PSN = '00'
               PERFORM 5010-GRABAR-PERSONA
                   VARYING PX FROM 1 BY 1 UNTIL PX > WS-NUM-PERSONAS
               CLOSE PERSONAS
           ELSE
               DISPLAY 'ERROR GRABANDO PERSONAS: ' WS-ESTADO-PSN
           END-IF
           OPEN OUTPUT PERSVINC
           IF WS-ESTADO-VIN = '00'
               PERFORM 5020-GRABAR-VINCULO
                   VARYING VX FROM 1 BY 1 UNTIL VX > WS-NUM-VINCULOS
               CLOSE PERSVINC
           ELSE
               DISPLAY 'ERROR GRABANDO PERSVINC: ' WS-ESTADO-VIN
           END-IF.

       5010-GRABAR-PERSONA.
           MOVE TAB-PSN(PX) TO REG-PERSONA
           WRITE REG-PERSONA.

       5020-GRABAR-VINCULO.
           MOVE TAB-VIN(VX) TO REG-PERSVINC
           WRITE REG-PERSVINC.

      *----------------------------------------------------------------*
      * REPORTE: LOS REGISTROS MANDADOS A REVISION EN ESTA CORRIDA Y
      * EL RESUMEN POR SISTEMA
      *----------------------------------------------------------------*
       7000-ENCABEZADO.
           MOVE SPACES TO RPET-TITULO
           STRING 'INDICE DE PERSONAS - MANDADOS A REVISION - '
                  WS-FECHA-HOY
                  DELIMITED BY SIZE INTO RPET-TITULO
           WRITE REG-IMPRESOR FROM REG-PER-TITULO AFTER PAGE
           MOVE 'SISTEMA  CLAVE        NOMBRE' TO RPET-TITULO
           MOVE 'PERSONA'          TO RPET-TITULO(44:7)
           MOVE 'MOTIVO'           TO RPET-TITULO(52:6)
           WRITE REG-IMPRESOR FROM REG-PER-TITULO AFTER 2
           MOVE 4 TO WS-LINEAS.

       7100-LINEA-REVISION.
           IF WS-LINEAS > 55
               PERFORM 7000-ENCABEZADO
           END-IF
           MOVE RPRV-SISTEMA        TO RPER-SISTEMA
           MOVE RPRV-CLAVE          TO RPER-CLAVE
           MOVE RPRV-NOMBRE         TO RPER-NOMBRE
           MOVE RPRV-CANDIDATO      TO RPER-CANDIDATO
           MOVE RPRV-MOTIVO         TO RPER-MOTIVO
           WRITE REG-IMPRESOR FROM REG-PER-REVISION AFTER 1
           ADD 1 TO WS-LINEAS.

       8000-PAGINA-RESUMEN.
           MOVE SPACES TO RPET-TITULO
           STRING 'INDICE DE PERSONAS - RESUMEN POR SISTEMA - '
                  WS-FECHA-HOY
                  DELIMITED BY SIZE INTO RPET-TITULO
           WRITE REG-IMPRESOR FROM REG-PER-TITULO AFTER PAGE
           MOVE 'SISTEMA LEIDOS YA VIN  X DOC  X TEL NUEVAS'
             TO RPET-TITULO
           MOVE '  A REV EN REV' TO RPET-TITULO(43:14)
           WRITE REG-IMPRESOR FROM REG-PER-TITULO AFTER 2
           PERFORM 8010-LINEA-SISTEMA
               VARYING SX FROM 1 BY 1 UNTIL SX > 6
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-NUM-PERSONAS TO WS-MAS-CANTIDAD
           STRING 'PERSONAS EN EL INDICE         : ' WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-NUM-VINCULOS TO WS-MAS-CANTIDAD
           STRING 'REGISTROS VINCULADOS          : ' WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-NUM-REVISION TO WS-MAS-CANTIDAD
           STRING 'PENDIENTES DE REVISION        : ' WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-TOT-COMPLETADAS TO WS-MAS-CANTIDAD
           STRING 'DOCUMENTOS/TELEFONOS AGREGADOS: ' WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           IF WS-TOT-SIN-CUPO > ZEROS
               MOVE SPACES TO REG-IMPRESOR
               MOVE WS-TOT-SIN-CUPO TO WS-MAS-CANTIDAD
               STRING 'SIN EMPAREJAR, INDICE LLENO   : '
                      WS-MAS-CANTIDAD
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               WRITE REG-IMPRESOR AFTER 1
               DISPLAY 'INDICE LLENO, REGISTROS SIN EMPAREJAR: '
                       WS-TOT-SIN-CUPO
           END-IF.

       8010-LINEA-SISTEMA.
           MOVE TAB-FTE-SISTEMA(SX)    TO RPES-SISTEMA
           MOVE TAB-CNT-LEIDOS(SX)     TO RPES-LEIDOS
           MOVE TAB-CNT-YA-VINC(SX)    TO RPES-YA-VINC
           MOVE TAB-CNT-DOCUMENTO(SX)  TO RPES-DOCUMENTO
           MOVE TAB-CNT-TELEFONO(SX)   TO RPES-TELEFONO
           MOVE TAB-CNT-NUEVAS(SX)     TO RPES-NUEVAS
           MOVE TAB-CNT-A-REVISION(SX) TO RPES-A-REVISION
           MOVE TAB-CNT-EN-REV(SX)     TO RPES-EN-REV
           WRITE REG-IMPRESOR FROM REG-PER-RESUMEN AFTER 1.

       9000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'PERSONAS'                   TO CSPO-E-SISTEMA
           MOVE 'INDICE'                     TO CSPO-E-TIPO
           MOVE './FILES/PERSONAS/PERSREPO'  TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO9CPERS.
