      ******************************************************************
      * Author: EDWIN PAEZ                                             *
      * Purpose: PRACTICE COBOL                                        *
      ******************************************************************
      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: GESTION DE CAMPO DE LA ENCUESTA SOBRE EL MARCO
      * MUESTRAL. CARGA LAS DIRECCIONES DE CADA CAMPANA (CIUDAD Y
      * ESTRATO) DESDE EL ARCHIVO DEL CLIENTE, LAS ASIGNA A LOS
      * ENCUESTADORES, REGISTRA CADA INTENTO DE CONTACTO QUE NO
      * TERMINA EN ENCUESTA (RECHAZO, NADIE EN CASA, NO ELEGIBLE,
      * DIRECCION NO ENCONTRADA; LA COMPLETA LA REGISTRA NO0C0012 AL
      * CAPTURARLA, LIGADA A SU RESPUESTA) Y SACA EL REPORTE DE CAMPO:
      * TASAS DE RESPUESTA, DE RECHAZO Y DE CONTACTO POR ENCUESTADOR,
      * CIUDAD Y ESTRATO, Y LA LISTA DE DIRECCIONES POR REVISITAR.
      * CADA DIRECCION CUENTA CON SU RESULTADO FINAL: COMPLETA SI
      * ALGUN INTENTO LO FUE, SI NO EL DEL ULTIMO INTENTO.
      *   TASA DE RESPUESTA  = COMPLETAS / ELEGIBLES
      *   TASA DE RECHAZO    = RECHAZOS / ELEGIBLES
      *   TASA DE CONTACTO   = (COMPLETAS + RECHAZOS) / ELEGIBLES
      * ELEGIBLES: TODAS LAS DIRECCIONES MENOS LAS NO ELEGIBLES (LAS
      * NO ENCONTRADAS Y LAS AUN SIN INTENTO QUEDAN EN LA BASE COMO
      * ELEGIBILIDAD DESCONOCIDA).
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO0C0014.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MARCO MUESTRAL DE TODAS LAS CAMPANAS, CON SU ASIGNACION
           SELECT MARCO ASSIGN TO './FILES/ENCUESTA/MARCO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MAR.
      * DIRECCIONES QUE ENTREGA EL CLIENTE PARA LA CAMPANA A CARGAR
           SELECT MARCOENT ASSIGN TO './FILES/ENCUESTA/MARCOENT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ENT.
      * INTENTOS DE CONTACTO EN LAS DIRECCIONES DEL MARCO
           SELECT CONTACTOS ASSIGN TO './FILES/ENCUESTA/CONTACTOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CON.
      * MAESTRO DE USUARIOS: SOLO SE ASIGNA A ENCUESTADORES QUE EXISTEN
           SELECT USUARIOS ASSIGN TO '../FILES/USUARIOS/USUARIOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-USU.
      * LOG DE SESIONES DE NO0C0003: QUIEN REGISTRA LOS INTENTOS
           SELECT LOGSESION ASSIGN TO '../FILES/USUARIOS/LOGSESION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LOG.
      * REPORTE DE CAMPO (TASAS Y REVISITAS)
           SELECT CAMPO ASSIGN TO './FILES/ENCUESTA/CAMPO'
           FILE STATUS IS WS-ESTADO-CAM.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  MARCO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/MARCO.cpy'.

       FD  MARCOENT LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-MARCOENT.
           02 RENT-DIRECCION         PIC 9(06).
           02 RENT-CIUDAD            PIC 9(01).
           02 RENT-ESTRATO           PIC 9(01).
           02 RENT-TEXTO             PIC X(40).

       FD  CONTACTOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CONTACTO.cpy'.

       FD  USUARIOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/USUARIOS.cpy'.

       FD  LOGSESION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LOGSESION.
           02 RLOG-NOMBRE            PIC X(30).
           02 RLOG-FECHA             PIC X(10).
           02 RLOG-HORA              PIC X(08).
           02 RLOG-EVENTO            PIC X(01).

       FD  CAMPO LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CAMPO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-MAR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-ENT             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CON             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-USU             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CAM             PIC X(02) VALUE SPACES.
       01  SW-FDA-MARCO              PIC 9 VALUE ZEROS.
       01  SW-FDA-ENTRADA            PIC 9 VALUE ZEROS.
       01  SW-FDA-CONTACTOS          PIC 9 VALUE ZEROS.
       01  SW-FDA-USUARIOS           PIC 9 VALUE ZEROS.
       01  SW-FDA-LOG                PIC 9 VALUE ZEROS.
       01  SW-HALLADO                PIC 9 VALUE ZEROS.
      * MAS DIRECCIONES DE LAS QUE CABEN EN LA TABLA: LA CARGA LAS
      * RECHAZA Y EL REPORTE NO SALE
       01  SW-DESBORDE               PIC 9 VALUE ZEROS.

      * CAMPANA DE LA CORRIDA Y QUIEN ESTA EN LA TERMINAL
       01  WS-CAMPANA                PIC X(06) VALUE SPACES.
       01  WS-ENCUESTADOR            PIC X(10) VALUE SPACES.

      * DATOS QUE SE PIDEN EN PANTALLA
       01  WS-ASIGNADO               PIC X(10) VALUE SPACES.
       01  WS-CIUDAD                 PIC 9(01) VALUE ZEROS.
       01  WS-ESTRATO                PIC 9(01) VALUE ZEROS.
       01  WS-CANTIDAD               PIC 9(04) VALUE ZEROS.
       01  WS-DIRECCION              PIC 9(06) VALUE ZEROS.
       01  WS-RESULTADO              PIC X(01) VALUE SPACES.
           88 RES-VALIDO             VALUE 'R' 'N' 'I' 'D'.
       01  WS-DIR-ASIGNADA           PIC X(10) VALUE SPACES.
      * ESTADO DE LA DIRECCION ANTES DE UN INTENTO: 'X' NO ESTA EN EL
      * MARCO, 'S' ABIERTA, 'C' COMPLETA, 'F' CERRADA (NO ELEGIBLE O
      * NO ENCONTRADA)
       01  WS-DIR-ESTADO             PIC X(01) VALUE SPACES.

      * SELLO DE FECHA Y HORA
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-HOR-SIS                PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-EDI              PIC X(10) VALUE SPACES.
       01  WS-HORA-EDI               PIC X(08) VALUE SPACES.

      * CONTEOS DE LA CARGA Y DE LA ASIGNACION
       01  WS-CAR-LEIDAS             PIC 9(05) VALUE ZEROS.
       01  WS-CAR-CARGADAS           PIC 9(05) VALUE ZEROS.
       01  WS-CAR-INVALIDAS          PIC 9(05) VALUE ZEROS.
       01  WS-CAR-DUPLICADAS         PIC 9(05) VALUE ZEROS.
       01  WS-CAR-SIN-CUPO           PIC 9(05) VALUE ZEROS.
       01  WS-ASI-HECHAS             PIC 9(04) VALUE ZEROS.

      * DIRECCIONES DE LA CAMPANA CON SU RESULTADO FINAL ('C', 'R',
      * 'N', 'I', 'D'; ESPACIO = SIN INTENTO) Y LA FILA DE SU
      * ENCUESTADOR EN LA TABLA DE TASAS
       01  WS-MAX-DIRECCIONES        PIC 9(04) VALUE 3000.
       01  WS-NUM-DIRECCIONES        PIC 9(04) VALUE ZEROS.
       01  TABLA-DIRECCIONES.
           02 TAB-DIR                OCCURS 1 TO 3000 TIMES
                                     DEPENDING ON WS-NUM-DIRECCIONES.
              03 TAB-DIR-CODIGO      PIC 9(06).
              03 TAB-DIR-CIUDAD      PIC 9(01).
              03 TAB-DIR-ESTRATO     PIC 9(01).
              03 TAB-DIR-ENCUESTADOR PIC X(10).
              03 TAB-DIR-TEXTO       PIC X(40).
              03 TAB-DIR-INTENTOS    PIC 9(03).
              03 TAB-DIR-RESULTADO   PIC X(01).
              03 TAB-DIR-FECHA-ULT   PIC X(10).
              03 TAB-DIR-FILA        PIC 9(02).
       01  DX                        PIC 9(04) VALUE ZEROS.

      * UNA DIRECCION SIN CONTACTO O SOLO CON 'NADIE EN CASA' SE
      * REVISITA HASTA COMPLETAR ESTE NUMERO DE INTENTOS
       01  WS-MAX-INTENTOS           PIC 9(02) VALUE 04.

      * TABLA DE TASAS: FILAS 1 A 30 ENCUESTADORES (LA 30 RECOGE LOS
      * QUE NO CABEN), 31 A 35 CIUDADES, 36 A 41 ESTRATOS, 42 TOTAL
       01  WS-NUM-TAS-ENC            PIC 9(02) VALUE ZEROS.
       01  TABLA-TASAS.
           02 TAB-TAS                OCCURS 42 TIMES.
              03 TAB-TAS-ETIQUETA    PIC X(12).
              03 TAB-TAS-DIRECCIONES PIC 9(05).
              03 TAB-TAS-COMPLETAS   PIC 9(05).
              03 TAB-TAS-RECHAZOS    PIC 9(05).
              03 TAB-TAS-NADIE       PIC 9(05).
              03 TAB-TAS-NO-ELEGIBLE PIC 9(05).
              03 TAB-TAS-DESCONOCIDA PIC 9(05).
       01  TX                        PIC 9(02) VALUE ZEROS.
       01  WS-TAS-NOMBRE             PIC X(12) VALUE SPACES.
       01  WS-TAS-BASE               PIC 9(06) VALUE ZEROS.
       01  WS-TAS-TASA               PIC 9(03)V99 VALUE ZEROS.
       01  WS-REVISITAS              PIC 9(05) VALUE ZEROS.
       01  WS-AGOTADAS               PIC 9(05) VALUE ZEROS.
       01  WS-SIN-ASIGNAR            PIC 9(05) VALUE ZEROS.
       01  WS-CON-FUERA              PIC 9(05) VALUE ZEROS.

       01  WS-TABLA-CIUDADES.
           02 WS-LISTA-CIUDADES.
              05 FILLER              PIC X(12) VALUE 'BOGOTA'.
              05 FILLER              PIC X(12) VALUE 'MEDELLIN'.
              05 FILLER              PIC X(12) VALUE 'CALI'.
              05 FILLER              PIC X(12) VALUE 'BARRANQUILLA'.
              05 FILLER              PIC X(12) VALUE 'OTRA'.
           02 WS-CIUDADES            REDEFINES WS-LISTA-CIUDADES.
              05 NOM-CIUDAD          OCCURS 5 TIMES PIC X(12).

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      *----------------------------------------------------------------*
      * UTILIDADES
      *----------------------------------------------------------------*
       01  WS-OPC                    PIC 9(01) VALUE ZEROS.
           88 OPC-OK                 VALUE 1 THRU 6.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  WS-BLANCOS                PIC X(80) VALUE SPACES.
       01  WS-MAS-CANT               PIC ZZ,ZZ9.
       01  WS-MAS-TASA               PIC ZZ9.99.

      *----------------------------------------------------------------*
      * RENGLONES DEL REPORTE DE CAMPO
      *----------------------------------------------------------------*
       01  REG-CAM-ENCABEZADO.
           02 FILLER                 PIC X(12) VALUE 'GRUPO'.
           02 FILLER                 PIC X(36) VALUE
              ' DIREC COMPL RECHA NADIE NOELE DESCO'.
           02 FILLER                 PIC X(21) VALUE
              '  RESP%  RECH%  CONT%'.
           02 FILLER                 PIC X(11) VALUE SPACES.

       01  REG-CAM-LINEA.
           02 RCAL-ETIQUETA          PIC X(12).
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-DIRECCIONES       PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-COMPLETAS         PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-RECHAZOS          PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-NADIE             PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-NO-ELEGIBLE       PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-DESCONOCIDA       PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-RESPUESTA         PIC ZZ9.99.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-RECHAZO           PIC ZZ9.99.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCAL-CONTACTO          PIC ZZ9.99.
           02 FILLER                 PIC X(11) VALUE SPACES.

       01  REG-CAM-REVISITA.
           02 RCAR-DIRECCION         PIC Z(05)9.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAR-CIUDAD            PIC 9(01).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAR-ESTRATO           PIC 9(01).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAR-ENCUESTADOR       PIC X(10).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAR-INTENTOS          PIC ZZ9.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAR-FECHA-ULT         PIC X(10).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RCAR-TEXTO             PIC X(37).

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 0100-IDENTIFICAR-USUARIO
           PERFORM 0200-CAPTURA-CAMPANA
           PERFORM 1000-MENU UNTIL WS-OPC = 6
           STOP RUN.

      *----------------------------------------------------------------*
      * QUIEN ESTA EN LA TERMINAL: EL ULTIMO INGRESO DEL LOG DE
      * SESIONES (IGUAL QUE EN LA CAPTURA DE NO0C0012)
      *----------------------------------------------------------------*
       0100-IDENTIFICAR-USUARIO.
           MOVE SPACES TO WS-ENCUESTADOR
           MOVE 0 TO SW-FDA-LOG
           OPEN INPUT LOGSESION
           IF WS-ESTADO-LOG = '00'
               PERFORM 0110-LEER-LOG UNTIL SW-FDA-LOG = 1
               CLOSE LOGSESION
           END-IF
           IF WS-ENCUESTADOR = SPACES
               DISPLAY CLEAR-SCREEN
               DISPLAY 'IDENTIFIQUESE (USUARIO): '
                                         LINE 02 POSITION 10
               PERFORM UNTIL WS-ENCUESTADOR > SPACES
                   ACCEPT WS-ENCUESTADOR LINE 02 POSITION 40
               END-PERFORM
           END-IF.

       0110-LEER-LOG.
           READ LOGSESION AT END MOVE 1 TO SW-FDA-LOG
                NOT AT END
                    IF RLOG-EVENTO = 'E' OR RLOG-EVENTO = SPACE
                        MOVE RLOG-NOMBRE(1:10) TO WS-ENCUESTADOR
                    END-IF
           END-READ.

       0200-CAPTURA-CAMPANA.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'CODIGO DE LA CAMPANA (EJ. 2026T3): '
                                         LINE 02 POSITION 10
           MOVE SPACES TO WS-CAMPANA
           PERFORM UNTIL WS-CAMPANA > SPACES
               ACCEPT WS-CAMPANA         LINE 02 POSITION 46
           END-PERFORM.

       1000-MENU.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'GESTION DE CAMPO - MARCO MUESTRAL'
                                                    LINE 02 POSITION 24
           DISPLAY 'CAMPANA: '                      LINE 03 POSITION 05
           DISPLAY WS-CAMPANA                       LINE 03 POSITION 14
           DISPLAY '1. CARGAR EL MARCO DE LA CAMPANA'
                                                    LINE 05 POSITION 10
           DISPLAY '2. ASIGNAR DIRECCIONES A UN ENCUESTADOR'
                                                    LINE 06 POSITION 10
           DISPLAY '3. REASIGNAR UNA DIRECCION'     LINE 07 POSITION 10
           DISPLAY '4. REGISTRAR INTENTO DE CONTACTO'
                                                    LINE 08 POSITION 10
           DISPLAY '5. REPORTE DE CAMPO Y REVISITAS'
                                                    LINE 09 POSITION 10
           DISPLAY '6. SALIR'                       LINE 10 POSITION 10
           DISPLAY 'QUE OPCION DESEA?: '            LINE 22 POSITION 25
           MOVE ZEROS TO WS-OPC
           PERFORM UNTIL OPC-OK
               ACCEPT WS-OPC                        LINE 22 POSITION 45
               IF OPC-OK
                   CONTINUE
               ELSE
                   DISPLAY 'OPCION INVALIDA DIGITE ENTRE 1 Y 6'
                                                    LINE 24 POSITION 15
                   ACCEPT WS-ENTER                  LINE 24 POSITION 64
                   DISPLAY WS-BLANCOS               LINE 24 POSITION 01
               END-IF
           END-PERFORM
           DISPLAY CLEAR-SCREEN
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2000-CARGAR-MARCO
               WHEN 2 PERFORM 3000-ASIGNAR
               WHEN 3 PERFORM 3500-REASIGNAR
               WHEN 4 PERFORM 4000-REGISTRAR-INTENTO
               WHEN 5 PERFORM 5000-REPORTE-CAMPO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CARGA DEL MARCO: CADA DIRECCION DEL ARCHIVO DEL CLIENTE ENTRA
      * SIN ASIGNAR A LA CAMPANA; SE RECHAZAN LAS DE CIUDAD O ESTRATO
      * INVALIDOS Y LAS QUE LA CAMPANA YA TIENE. SE PUEDE CORRER DE
      * NUEVO CON UN ARCHIVO AMPLIADO: SOLO ENTRAN LAS NUEVAS
      *----------------------------------------------------------------*
       2000-CARGAR-MARCO.
           MOVE ZEROS TO WS-CAR-LEIDAS WS-CAR-CARGADAS WS-CAR-INVALIDAS
                         WS-CAR-DUPLICADAS WS-CAR-SIN-CUPO
           PERFORM 9100-CARGAR-TABLA-MARCO
           OPEN INPUT MARCOENT
           IF WS-ESTADO-ENT NOT = '00'
               DISPLAY 'NO HAY ARCHIVO ./FILES/ENCUESTA/MARCOENT'
                                            LINE 04 POSITION 05
               PERFORM 999-ENTER
           ELSE
               OPEN EXTEND MARCO
               IF WS-ESTADO-MAR = '35'
                   OPEN OUTPUT MARCO
               END-IF
               IF WS-ESTADO-MAR = '00' OR WS-ESTADO-MAR = '05'
                   MOVE 0 TO SW-FDA-ENTRADA
                   PERFORM 2100-LEER-ENTRADA UNTIL SW-FDA-ENTRADA = 1
                   CLOSE MARCO
               ELSE
                   DISPLAY 'ERROR ABRIENDO EL MARCO: ' WS-ESTADO-MAR
                                            LINE 04 POSITION 05
               END-IF
               CLOSE MARCOENT
               DISPLAY 'DIRECCIONES LEIDAS:     ' LINE 06 POSITION 05
                       WS-CAR-LEIDAS              LINE 06 POSITION 30
               DISPLAY 'CARGADAS AL MARCO:      ' LINE 07 POSITION 05
                       WS-CAR-CARGADAS            LINE 07 POSITION 30
               DISPLAY 'CIUDAD/ESTRATO INVALIDO:' LINE 08 POSITION 05
                       WS-CAR-INVALIDAS           LINE 08 POSITION 30
               DISPLAY 'YA ESTABAN EN EL MARCO: ' LINE 09 POSITION 05
                       WS-CAR-DUPLICADAS          LINE 09 POSITION 30
               DISPLAY 'SIN CUPO EN LA TABLA:   ' LINE 10 POSITION 05
                       WS-CAR-SIN-CUPO            LINE 10 POSITION 30
               PERFORM 999-ENTER
           END-IF.

       2100-LEER-ENTRADA.
           READ MARCOENT AT END MOVE 1 TO SW-FDA-ENTRADA
                NOT AT END
                    ADD 1 TO WS-CAR-LEIDAS
                    PERFORM 2200-CARGAR-DIRECCION
           END-READ.

       2200-CARGAR-DIRECCION.
           IF RENT-DIRECCION NOT NUMERIC OR RENT-DIRECCION = ZEROS
              OR RENT-CIUDAD NOT NUMERIC
              OR RENT-CIUDAD < 1 OR RENT-CIUDAD > 5
              OR RENT-ESTRATO NOT NUMERIC
              OR RENT-ESTRATO < 1 OR RENT-ESTRATO > 6
               ADD 1 TO WS-CAR-INVALIDAS
           ELSE
               MOVE RENT-DIRECCION TO WS-DIRECCION
               PERFORM 9300-BUSCAR-DIRECCION
               IF SW-HALLADO = 1
                   ADD 1 TO WS-CAR-DUPLICADAS
               ELSE
                   IF WS-NUM-DIRECCIONES NOT < WS-MAX-DIRECCIONES
                       ADD 1 TO WS-CAR-SIN-CUPO
                   ELSE
                       MOVE WS-CAMPANA       TO RMAR-CAMPANA
                       MOVE RENT-DIRECCION   TO RMAR-DIRECCION
                       MOVE RENT-CIUDAD      TO RMAR-CIUDAD
                       MOVE RENT-ESTRATO     TO RMAR-ESTRATO
                       MOVE RENT-TEXTO       TO RMAR-TEXTO
                       MOVE SPACES           TO RMAR-ENCUESTADOR
                                                RMAR-FECHA-ASIGNA
                       WRITE REG-MARCO
                       ADD 1 TO WS-CAR-CARGADAS
                       PERFORM 9110-AGREGAR-A-TABLA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ASIGNACION POR CELDA: LAS PRIMERAS N DIRECCIONES LIBRES DE LA
      * CIUDAD/ESTRATO PASAN AL ENCUESTADOR (QUE DEBE SER USUARIO)
      *----------------------------------------------------------------*
       3000-ASIGNAR.
           PERFORM 9400-PEDIR-ENCUESTADOR
           DISPLAY
              'CIUDAD 1.BOGOTA 2.MEDELLIN 3.CALI 4.BARRANQUILLA 5.OTRA:'
                                            LINE 06 POSITION 05
           MOVE ZEROS TO WS-CIUDAD
           PERFORM UNTIL WS-CIUDAD > 0 AND < 6
               ACCEPT WS-CIUDAD             LINE 06 POSITION 62
           END-PERFORM
           DISPLAY 'ESTRATO (1 A 6):'       LINE 07 POSITION 05
           MOVE ZEROS TO WS-ESTRATO
           PERFORM UNTIL WS-ESTRATO > 0 AND < 7
               ACCEPT WS-ESTRATO            LINE 07 POSITION 30
           END-PERFORM
           DISPLAY 'CUANTAS DIRECCIONES:'   LINE 08 POSITION 05
           MOVE ZEROS TO WS-CANTIDAD
           PERFORM UNTIL WS-CANTIDAD > ZEROS
               ACCEPT WS-CANTIDAD           LINE 08 POSITION 30
           END-PERFORM
           PERFORM 9600-FECHA-HORA
           MOVE ZEROS TO WS-ASI-HECHAS
           MOVE 0 TO SW-FDA-MARCO
           OPEN I-O MARCO
           IF WS-ESTADO-MAR = '00'
               PERFORM 3100-ASIGNAR-UNA
                   UNTIL SW-FDA-MARCO = 1
                      OR WS-ASI-HECHAS NOT < WS-CANTIDAD
               CLOSE MARCO
           END-IF
           DISPLAY 'DIRECCIONES ASIGNADAS:' LINE 10 POSITION 05
                   WS-ASI-HECHAS            LINE 10 POSITION 30
           IF WS-ASI-HECHAS < WS-CANTIDAD
               DISPLAY 'NO HABIA MAS DIRECCIONES LIBRES EN LA CELDA'
                                            LINE 11 POSITION 05
           END-IF
           PERFORM 999-ENTER.

       3100-ASIGNAR-UNA.
           READ MARCO AT END MOVE 1 TO SW-FDA-MARCO
                NOT AT END
                    IF RMAR-CAMPANA = WS-CAMPANA
                       AND RMAR-CIUDAD = WS-CIUDAD
                       AND RMAR-ESTRATO = WS-ESTRATO
                       AND RMAR-ENCUESTADOR = SPACES
                        MOVE WS-ASIGNADO  TO RMAR-ENCUESTADOR
                        MOVE WS-FECHA-EDI TO RMAR-FECHA-ASIGNA
                        REWRITE REG-MARCO END-REWRITE
                        ADD 1 TO WS-ASI-HECHAS
                    END-IF
           END-READ.

      * UNA DIRECCION PASA A OTRO ENCUESTADOR (SUS INTENTOS SE QUEDAN)
       3500-REASIGNAR.
           DISPLAY 'CODIGO DE LA DIRECCION:' LINE 04 POSITION 05
           MOVE ZEROS TO WS-DIRECCION
           PERFORM UNTIL WS-DIRECCION > ZEROS
               ACCEPT WS-DIRECCION          LINE 04 POSITION 30
           END-PERFORM
           PERFORM 9400-PEDIR-ENCUESTADOR
           PERFORM 9600-FECHA-HORA
           MOVE 0 TO SW-HALLADO
           MOVE 0 TO SW-FDA-MARCO
           OPEN I-O MARCO
           IF WS-ESTADO-MAR = '00'
               PERFORM 3510-REASIGNAR-UNA
                   UNTIL SW-FDA-MARCO = 1 OR SW-HALLADO = 1
               CLOSE MARCO
           END-IF
           IF SW-HALLADO = 1
               DISPLAY 'DIRECCION REASIGNADA'
                                            LINE 10 POSITION 05
           ELSE
               DISPLAY 'LA DIRECCION NO ESTA EN EL MARCO DE LA CAMPANA'
                                            LINE 10 POSITION 05
           END-IF
           PERFORM 999-ENTER.

       3510-REASIGNAR-UNA.
           READ MARCO AT END MOVE 1 TO SW-FDA-MARCO
                NOT AT END
                    IF RMAR-CAMPANA = WS-CAMPANA
                       AND RMAR-DIRECCION = WS-DIRECCION
                        MOVE WS-ASIGNADO  TO RMAR-ENCUESTADOR
                        MOVE WS-FECHA-EDI TO RMAR-FECHA-ASIGNA
                        REWRITE REG-MARCO END-REWRITE
                        MOVE 1 TO SW-HALLADO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * INTENTO DE CONTACTO QUE NO TERMINO EN ENCUESTA. LA DIRECCION
      * DEBE ESTAR ASIGNADA Y SEGUIR ABIERTA (SIN COMPLETA, NO
      * ELEGIBLE NI NO ENCONTRADA); EL INTENTO QUEDA A NOMBRE DE QUIEN
      * ESTA EN LA TERMINAL
      *----------------------------------------------------------------*
       4000-REGISTRAR-INTENTO.
           DISPLAY 'CODIGO DE LA DIRECCION:' LINE 04 POSITION 05
           MOVE ZEROS TO WS-DIRECCION
           PERFORM UNTIL WS-DIRECCION > ZEROS
               ACCEPT WS-DIRECCION          LINE 04 POSITION 30
           END-PERFORM
           PERFORM 4100-ESTADO-DIRECCION
           EVALUATE TRUE
               WHEN WS-DIR-ESTADO = 'X'
                   DISPLAY 'DIRECCION FUERA DEL MARCO DE LA CAMPANA'
                                            LINE 10 POSITION 05
               WHEN WS-DIR-ASIGNADA = SPACES
                   DISPLAY 'LA DIRECCION NO ESTA ASIGNADA'
                                            LINE 10 POSITION 05
               WHEN WS-DIR-ESTADO = 'C'
                   DISPLAY 'LA DIRECCION YA TIENE ENCUESTA COMPLETA'
                                            LINE 10 POSITION 05
               WHEN WS-DIR-ESTADO = 'F'
                   DISPLAY 'DIRECCION CERRADA (NO ELEGIBLE/NO EXISTE)'
                                            LINE 10 POSITION 05
               WHEN OTHER
                   PERFORM 4200-GRABAR-INTENTO
           END-EVALUATE
           PERFORM 999-ENTER.

       4100-ESTADO-DIRECCION.
           MOVE 'X' TO WS-DIR-ESTADO
           MOVE SPACES TO WS-DIR-ASIGNADA
           MOVE 0 TO SW-FDA-MARCO
           OPEN INPUT MARCO
           IF WS-ESTADO-MAR = '00'
               PERFORM 4110-BUSCAR-EN-MARCO
                   UNTIL SW-FDA-MARCO = 1 OR WS-DIR-ESTADO = 'S'
               CLOSE MARCO
           END-IF
           IF WS-DIR-ESTADO = 'S'
               MOVE 0 TO SW-FDA-CONTACTOS
               OPEN INPUT CONTACTOS
               IF WS-ESTADO-CON = '00'
                   PERFORM 4120-BUSCAR-CONTACTO
                       UNTIL SW-FDA-CONTACTOS = 1
                   CLOSE CONTACTOS
               END-IF
           END-IF.

       4110-BUSCAR-EN-MARCO.
           READ MARCO AT END MOVE 1 TO SW-FDA-MARCO
                NOT AT END
                    IF RMAR-CAMPANA = WS-CAMPANA
                       AND RMAR-DIRECCION = WS-DIRECCION
                        MOVE 'S' TO WS-DIR-ESTADO
                        MOVE RMAR-ENCUESTADOR TO WS-DIR-ASIGNADA
                    END-IF
           END-READ.

       4120-BUSCAR-CONTACTO.
           READ CONTACTOS AT END MOVE 1 TO SW-FDA-CONTACTOS
                NOT AT END
                    IF RCON-CAMPANA = WS-CAMPANA
                       AND RCON-DIRECCION = WS-DIRECCION
                        EVALUATE RCON-RESULTADO
                            WHEN 'C'
                                MOVE 'C' TO WS-DIR-ESTADO
                                MOVE 1 TO SW-FDA-CONTACTOS
                            WHEN 'I'
                            WHEN 'D'
                                MOVE 'F' TO WS-DIR-ESTADO
                        END-EVALUATE
                    END-IF
           END-READ.

       4200-GRABAR-INTENTO.
           DISPLAY 'ASIGNADA A:'            LINE 05 POSITION 05
                   WS-DIR-ASIGNADA          LINE 05 POSITION 30
           DISPLAY 'RESULTADO: R.RECHAZO  N.NADIE EN CASA'
                                            LINE 07 POSITION 05
           DISPLAY 'I.NO ELEGIBLE  D.NO ENCONTRADA'
                                            LINE 08 POSITION 16
           DISPLAY '(LA COMPLETA SE REGISTRA AL CAPTURAR LA ENCUESTA)'
                                            LINE 09 POSITION 05
           MOVE SPACES TO WS-RESULTADO
           PERFORM UNTIL RES-VALIDO
               ACCEPT WS-RESULTADO          LINE 07 POSITION 45
           END-PERFORM
           PERFORM 9600-FECHA-HORA
           MOVE WS-CAMPANA               TO RCON-CAMPANA
           MOVE WS-DIRECCION             TO RCON-DIRECCION
           MOVE WS-ENCUESTADOR           TO RCON-ENCUESTADOR
           MOVE WS-FECHA-EDI             TO RCON-FECHA
           MOVE WS-HORA-EDI              TO RCON-HORA
           MOVE WS-RESULTADO             TO RCON-RESULTADO
           MOVE ZEROS                    TO RCON-POSICION
           OPEN EXTEND CONTACTOS
           IF WS-ESTADO-CON = '35'
               OPEN OUTPUT CONTACTOS
           END-IF
           IF WS-ESTADO-CON = '00' OR WS-ESTADO-CON = '05'
               WRITE REG-CONTACTO
               CLOSE CONTACTOS
               DISPLAY 'INTENTO REGISTRADO' LINE 10 POSITION 05
           ELSE
               DISPLAY 'ERROR GRABANDO EL INTENTO: ' WS-ESTADO-CON
                                            LINE 10 POSITION 05
           END-IF.

      *----------------------------------------------------------------*
      * REPORTE DE CAMPO: RESULTADO FINAL DE CADA DIRECCION, TASAS POR
      * ENCUESTADOR (EL ASIGNADO), CIUDAD, ESTRATO Y TOTAL, Y LISTA DE
      * REVISITAS POR ENCUESTADOR; SE ENTREGA AL SPOOL
      *----------------------------------------------------------------*
       5000-REPORTE-CAMPO.
           PERFORM 9100-CARGAR-TABLA-MARCO
           IF WS-NUM-DIRECCIONES = ZEROS
               DISPLAY 'LA CAMPANA NO TIENE MARCO CARGADO'
                                            LINE 04 POSITION 05
               PERFORM 999-ENTER
           ELSE
               IF SW-DESBORDE = 1
                   DISPLAY 'EL MARCO NO CABE EN LA TABLA; SIN REPORTE'
                                            LINE 04 POSITION 05
                   PERFORM 999-ENTER
               ELSE
                   PERFORM 5100-APLICAR-CONTACTOS
                   PERFORM 5200-ACUMULAR-TASAS
                   PERFORM 5300-IMPRIMIR-REPORTE
               END-IF
           END-IF.

       5100-APLICAR-CONTACTOS.
           MOVE ZEROS TO WS-CON-FUERA
           MOVE 0 TO SW-FDA-CONTACTOS
           OPEN INPUT CONTACTOS
           IF WS-ESTADO-CON = '00'
               PERFORM 5110-LEER-CONTACTO
                   UNTIL SW-FDA-CONTACTOS = 1
               CLOSE CONTACTOS
           END-IF.

      * LOS INTENTOS VIENEN EN ORDEN DE REGISTRO: EL ULTIMO MANDA,
      * SALVO QUE LA DIRECCION YA TENGA ENCUESTA COMPLETA
       5110-LEER-CONTACTO.
           READ CONTACTOS AT END MOVE 1 TO SW-FDA-CONTACTOS
                NOT AT END
                    IF RCON-CAMPANA = WS-CAMPANA
                        MOVE RCON-DIRECCION TO WS-DIRECCION
                        PERFORM 9300-BUSCAR-DIRECCION
                        IF SW-HALLADO = 1
                            IF TAB-DIR-INTENTOS(DX) < 999
                                ADD 1 TO TAB-DIR-INTENTOS(DX)
                            END-IF
                            MOVE RCON-FECHA TO TAB-DIR-FECHA-ULT(DX)
                            IF TAB-DIR-RESULTADO(DX) NOT = 'C'
                                MOVE RCON-RESULTADO
                                  TO TAB-DIR-RESULTADO(DX)
                            END-IF
                        ELSE
                            ADD 1 TO WS-CON-FUERA
                        END-IF
                    END-IF
           END-READ.

       5200-ACUMULAR-TASAS.
           INITIALIZE TABLA-TASAS
           MOVE ZEROS TO WS-NUM-TAS-ENC WS-REVISITAS WS-AGOTADAS
                         WS-SIN-ASIGNAR
           PERFORM 5210-ETIQUETAS-FIJAS
               VARYING TX FROM 1 BY 1 UNTIL TX > 11
           MOVE 'TOTAL'                  TO TAB-TAS-ETIQUETA(42)
           PERFORM 5220-ACUMULAR-DIRECCION
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-NUM-DIRECCIONES.

      * FILAS 31 A 35 LAS CIUDADES, 36 A 41 LOS ESTRATOS
       5210-ETIQUETAS-FIJAS.
           IF TX < 6
               MOVE NOM-CIUDAD(TX) TO TAB-TAS-ETIQUETA(TX + 30)
           ELSE
               COMPUTE WS-ESTRATO = TX - 5
               MOVE SPACES TO TAB-TAS-ETIQUETA(TX + 30)
               STRING 'ESTRATO ' WS-ESTRATO
                      DELIMITED BY SIZE
                      INTO TAB-TAS-ETIQUETA(TX + 30)
           END-IF.

       5220-ACUMULAR-DIRECCION.
           IF TAB-DIR-ENCUESTADOR(DX) = SPACES
               MOVE 'SIN ASIGNAR' TO WS-TAS-NOMBRE
               ADD 1 TO WS-SIN-ASIGNAR
           ELSE
               MOVE TAB-DIR-ENCUESTADOR(DX) TO WS-TAS-NOMBRE
           END-IF
           PERFORM 5230-UBICAR-ENCUESTADOR
           MOVE TX TO TAB-DIR-FILA(DX)
           PERFORM 5240-SUMAR-EN-FILA
           COMPUTE TX = 30 + TAB-DIR-CIUDAD(DX)
           PERFORM 5240-SUMAR-EN-FILA
           COMPUTE TX = 35 + TAB-DIR-ESTRATO(DX)
           PERFORM 5240-SUMAR-EN-FILA
           MOVE 42 TO TX
           PERFORM 5240-SUMAR-EN-FILA
           IF TAB-DIR-ENCUESTADOR(DX) NOT = SPACES
              AND (TAB-DIR-RESULTADO(DX) = SPACE
                   OR TAB-DIR-RESULTADO(DX) = 'N')
               IF TAB-DIR-INTENTOS(DX) < WS-MAX-INTENTOS
                   ADD 1 TO WS-REVISITAS
               ELSE
                   ADD 1 TO WS-AGOTADAS
               END-IF
           END-IF.

      * CON LAS 29 PRIMERAS FILAS LLENAS, LOS DEMAS VAN A LA 30
       5230-UBICAR-ENCUESTADOR.
           MOVE 0 TO SW-HALLADO
           PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > WS-NUM-TAS-ENC OR SW-HALLADO = 1
               IF TAB-TAS-ETIQUETA(TX) = WS-TAS-NOMBRE
                   MOVE 1 TO SW-HALLADO
               END-IF
           END-PERFORM
           IF SW-HALLADO = 1
               SUBTRACT 1 FROM TX
           ELSE
               IF WS-NUM-TAS-ENC < 29
                   ADD 1 TO WS-NUM-TAS-ENC
                   MOVE WS-NUM-TAS-ENC TO TX
                   MOVE WS-TAS-NOMBRE TO TAB-TAS-ETIQUETA(TX)
               ELSE
                   MOVE 30 TO TX
                   MOVE 30 TO WS-NUM-TAS-ENC
                   MOVE 'OTROS' TO TAB-TAS-ETIQUETA(TX)
               END-IF
           END-IF.

       5240-SUMAR-EN-FILA.
           ADD 1 TO TAB-TAS-DIRECCIONES(TX)
           EVALUATE TAB-DIR-RESULTADO(DX)
               WHEN 'C'
                   ADD 1 TO TAB-TAS-COMPLETAS(TX)
               WHEN 'R'
                   ADD 1 TO TAB-TAS-RECHAZOS(TX)
               WHEN 'N'
                   ADD 1 TO TAB-TAS-NADIE(TX)
               WHEN 'I'
                   ADD 1 TO TAB-TAS-NO-ELEGIBLE(TX)
               WHEN OTHER
                   ADD 1 TO TAB-TAS-DESCONOCIDA(TX)
           END-EVALUATE.

       5300-IMPRIMIR-REPORTE.
           OPEN OUTPUT CAMPO
           IF WS-ESTADO-CAM NOT = '00'
               DISPLAY 'ERROR ABRIENDO EL REPORTE: ' WS-ESTADO-CAM
                                            LINE 04 POSITION 05
               PERFORM 999-ENTER
           ELSE
               MOVE SPACES TO REG-CAMPO
               STRING 'REPORTE DE CAMPO - CAMPANA ' WS-CAMPANA
                      DELIMITED BY SIZE INTO REG-CAMPO
               WRITE REG-CAMPO AFTER PAGE
               MOVE 'POR ENCUESTADOR' TO REG-CAMPO
               WRITE REG-CAMPO AFTER 2
               WRITE REG-CAMPO FROM REG-CAM-ENCABEZADO AFTER 1
               PERFORM 5310-LINEA-TASAS
                   VARYING TX FROM 1 BY 1 UNTIL TX > WS-NUM-TAS-ENC
               MOVE 'POR CIUDAD' TO REG-CAMPO
               WRITE REG-CAMPO AFTER 2
               WRITE REG-CAMPO FROM REG-CAM-ENCABEZADO AFTER 1
               PERFORM 5310-LINEA-TASAS
                   VARYING TX FROM 31 BY 1 UNTIL TX > 35
               MOVE 'POR ESTRATO' TO REG-CAMPO
               WRITE REG-CAMPO AFTER 2
               WRITE REG-CAMPO FROM REG-CAM-ENCABEZADO AFTER 1
               PERFORM 5310-LINEA-TASAS
                   VARYING TX FROM 36 BY 1 UNTIL TX > 42
               PERFORM 5320-NOTAS
               PERFORM 5400-LISTA-REVISITAS
               CLOSE CAMPO
               INITIALIZE NOCOSPOL
               MOVE 'ENCUESTA'                 TO CSPO-E-SISTEMA
               MOVE 'CAMPO'                    TO CSPO-E-TIPO
               MOVE './FILES/ENCUESTA/CAMPO'   TO CSPO-E-ORIGEN
               MOVE 'F'                        TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               MOVE 42 TO TX
               PERFORM 5330-CALCULAR-TASAS
               DISPLAY 'DIRECCIONES DEL MARCO:' LINE 04 POSITION 05
                       TAB-TAS-DIRECCIONES(42) LINE 04 POSITION 32
               DISPLAY 'TASA DE RESPUESTA:'     LINE 05 POSITION 05
                       RCAL-RESPUESTA           LINE 05 POSITION 32
               DISPLAY 'TASA DE RECHAZO:'       LINE 06 POSITION 05
                       RCAL-RECHAZO             LINE 06 POSITION 32
               DISPLAY 'TASA DE CONTACTO:'      LINE 07 POSITION 05
                       RCAL-CONTACTO            LINE 07 POSITION 32
               DISPLAY 'POR REVISITAR:'         LINE 08 POSITION 05
                       WS-REVISITAS             LINE 08 POSITION 32
               DISPLAY 'REPORTE EN ./FILES/ENCUESTA/CAMPO'
                                                LINE 10 POSITION 05
               PERFORM 999-ENTER
           END-IF.

       5310-LINEA-TASAS.
           PERFORM 5330-CALCULAR-TASAS
           WRITE REG-CAMPO FROM REG-CAM-LINEA AFTER 1.

      * UNA FILA DE LA TABLA EN EL RENGLON, CON SUS TRES TASAS SOBRE
      * LAS ELEGIBLES (SIN BASE, LAS TASAS QUEDAN EN CERO)
       5330-CALCULAR-TASAS.
           MOVE TAB-TAS-ETIQUETA(TX)    TO RCAL-ETIQUETA
           MOVE TAB-TAS-DIRECCIONES(TX) TO RCAL-DIRECCIONES
           MOVE TAB-TAS-COMPLETAS(TX)   TO RCAL-COMPLETAS
           MOVE TAB-TAS-RECHAZOS(TX)    TO RCAL-RECHAZOS
           MOVE TAB-TAS-NADIE(TX)       TO RCAL-NADIE
           MOVE TAB-TAS-NO-ELEGIBLE(TX) TO RCAL-NO-ELEGIBLE
           MOVE TAB-TAS-DESCONOCIDA(TX) TO RCAL-DESCONOCIDA
           COMPUTE WS-TAS-BASE = TAB-TAS-DIRECCIONES(TX)
                               - TAB-TAS-NO-ELEGIBLE(TX)
           MOVE ZEROS TO RCAL-RESPUESTA RCAL-RECHAZO RCAL-CONTACTO
           IF WS-TAS-BASE > ZEROS
               COMPUTE WS-TAS-TASA ROUNDED =
                       TAB-TAS-COMPLETAS(TX) * 100 / WS-TAS-BASE
               MOVE WS-TAS-TASA TO RCAL-RESPUESTA
               COMPUTE WS-TAS-TASA ROUNDED =
                       TAB-TAS-RECHAZOS(TX) * 100 / WS-TAS-BASE
               MOVE WS-TAS-TASA TO RCAL-RECHAZO
               COMPUTE WS-TAS-TASA ROUNDED =
                       (TAB-TAS-COMPLETAS(TX) + TAB-TAS-RECHAZOS(TX))
                       * 100 / WS-TAS-BASE
               MOVE WS-TAS-TASA TO RCAL-CONTACTO
           END-IF.

       5320-NOTAS.
           MOVE SPACES TO REG-CAMPO
           MOVE 'DESCO: DIRECCION NO ENCONTRADA O AUN SIN INTENTO'
             TO REG-CAMPO
           MOVE '(ELEGIBILIDAD DESCONOCIDA)' TO REG-CAMPO(51:26)
           WRITE REG-CAMPO AFTER 2
           MOVE SPACES TO REG-CAMPO
           MOVE 'TASAS SOBRE LAS ELEGIBLES (TODAS MENOS NO ELEGIBLES)'
             TO REG-CAMPO
           WRITE REG-CAMPO AFTER 1
           MOVE SPACES TO REG-CAMPO
           MOVE WS-SIN-ASIGNAR TO WS-MAS-CANT
           STRING 'DIRECCIONES SIN ASIGNAR: ' WS-MAS-CANT
                  DELIMITED BY SIZE INTO REG-CAMPO
           WRITE REG-CAMPO AFTER 1
           MOVE SPACES TO REG-CAMPO
           MOVE WS-AGOTADAS TO WS-MAS-CANT
           STRING 'SIN CONTACTO CON ' WS-MAX-INTENTOS
                  ' INTENTOS (NO SE REVISITAN): ' WS-MAS-CANT
                  DELIMITED BY SIZE INTO REG-CAMPO
           WRITE REG-CAMPO AFTER 1
           IF WS-CON-FUERA > ZEROS
               MOVE SPACES TO REG-CAMPO
               MOVE WS-CON-FUERA TO WS-MAS-CANT
               STRING 'INTENTOS A DIRECCIONES FUERA DEL MARCO: '
                      WS-MAS-CANT
                      DELIMITED BY SIZE INTO REG-CAMPO
               WRITE REG-CAMPO AFTER 1
           END-IF.

      * DIRECCIONES ASIGNADAS SIN INTENTO O SOLO CON 'NADIE EN CASA'
      * QUE NO HAN AGOTADO LOS INTENTOS, AGRUPADAS POR ENCUESTADOR
       5400-LISTA-REVISITAS.
           MOVE SPACES TO REG-CAMPO
           MOVE WS-REVISITAS TO WS-MAS-CANT
           STRING 'DIRECCIONES POR REVISITAR: ' WS-MAS-CANT
                  DELIMITED BY SIZE INTO REG-CAMPO
           WRITE REG-CAMPO AFTER PAGE
           MOVE SPACES TO REG-CAMPO
           MOVE '   DIR  C  E  ENCUESTAD. INT  ULTIMO      DIRECCION'
             TO REG-CAMPO
           WRITE REG-CAMPO AFTER 2
           PERFORM 5410-REVISITAS-ENCUESTADOR
               VARYING TX FROM 1 BY 1 UNTIL TX > WS-NUM-TAS-ENC.

       5410-REVISITAS-ENCUESTADOR.
           PERFORM 5420-LINEA-REVISITA
               VARYING DX FROM 1 BY 1
               UNTIL DX > WS-NUM-DIRECCIONES.

       5420-LINEA-REVISITA.
           IF TAB-DIR-FILA(DX) = TX
              AND TAB-DIR-ENCUESTADOR(DX) NOT = SPACES
              AND (TAB-DIR-RESULTADO(DX) = SPACE
                   OR TAB-DIR-RESULTADO(DX) = 'N')
              AND TAB-DIR-INTENTOS(DX) < WS-MAX-INTENTOS
               MOVE TAB-DIR-CODIGO(DX)      TO RCAR-DIRECCION
               MOVE TAB-DIR-CIUDAD(DX)      TO RCAR-CIUDAD
               MOVE TAB-DIR-ESTRATO(DX)     TO RCAR-ESTRATO
               MOVE TAB-DIR-ENCUESTADOR(DX) TO RCAR-ENCUESTADOR
               MOVE TAB-DIR-INTENTOS(DX)    TO RCAR-INTENTOS
               MOVE TAB-DIR-FECHA-ULT(DX)   TO RCAR-FECHA-ULT
               MOVE TAB-DIR-TEXTO(DX)       TO RCAR-TEXTO
               WRITE REG-CAMPO FROM REG-CAM-REVISITA AFTER 1
           END-IF.

      *----------------------------------------------------------------*
      * TABLA DE DIRECCIONES DE LA CAMPANA, LEIDA DEL MARCO
      *----------------------------------------------------------------*
       9100-CARGAR-TABLA-MARCO.
           MOVE ZEROS TO WS-NUM-DIRECCIONES
           MOVE 0 TO SW-DESBORDE
           MOVE 0 TO SW-FDA-MARCO
           OPEN INPUT MARCO
           IF WS-ESTADO-MAR = '00'
               PERFORM 9120-LEER-MARCO UNTIL SW-FDA-MARCO = 1
               CLOSE MARCO
           END-IF.

       9110-AGREGAR-A-TABLA.
           ADD 1 TO WS-NUM-DIRECCIONES
           MOVE WS-NUM-DIRECCIONES       TO DX
           MOVE RMAR-DIRECCION           TO TAB-DIR-CODIGO(DX)
           MOVE RMAR-CIUDAD              TO TAB-DIR-CIUDAD(DX)
           MOVE RMAR-ESTRATO             TO TAB-DIR-ESTRATO(DX)
           MOVE RMAR-ENCUESTADOR         TO TAB-DIR-ENCUESTADOR(DX)
           MOVE RMAR-TEXTO               TO TAB-DIR-TEXTO(DX)
           MOVE ZEROS                    TO TAB-DIR-INTENTOS(DX)
                                            TAB-DIR-FILA(DX)
           MOVE SPACES                   TO TAB-DIR-RESULTADO(DX)
                                            TAB-DIR-FECHA-ULT(DX).

       9120-LEER-MARCO.
           READ MARCO AT END MOVE 1 TO SW-FDA-MARCO
                NOT AT END
                    IF RMAR-CAMPANA = WS-CAMPANA
                        IF WS-NUM-DIRECCIONES < WS-MAX-DIRECCIONES
                            PERFORM 9110-AGREGAR-A-TABLA
                        ELSE
                            MOVE 1 TO SW-DESBORDE
                        END-IF
                    END-IF
           END-READ.

      * BUSCA WS-DIRECCION EN LA TABLA (DEJA DX EN ELLA)
       9300-BUSCAR-DIRECCION.
           MOVE 0 TO SW-HALLADO
           PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX > WS-NUM-DIRECCIONES OR SW-HALLADO = 1
               IF TAB-DIR-CODIGO(DX) = WS-DIRECCION
                   MOVE 1 TO SW-HALLADO
               END-IF
           END-PERFORM
           IF SW-HALLADO = 1
               SUBTRACT 1 FROM DX
           END-IF.

      * EL ENCUESTADOR DEBE EXISTIR EN EL MAESTRO DE USUARIOS
       9400-PEDIR-ENCUESTADOR.
           MOVE 0 TO SW-HALLADO
           PERFORM UNTIL SW-HALLADO = 1
               DISPLAY 'ENCUESTADOR (USUARIO):' LINE 05 POSITION 05
               MOVE SPACES TO WS-ASIGNADO
               ACCEPT WS-ASIGNADO           LINE 05 POSITION 30
               PERFORM 9410-BUSCAR-USUARIO
               IF SW-HALLADO = 0
                   DISPLAY 'NO ES USUARIO DEL TALLER'
                                            LINE 24 POSITION 15
                   ACCEPT WS-ENTER          LINE 24 POSITION 64
                   DISPLAY WS-BLANCOS       LINE 24 POSITION 01
               END-IF
           END-PERFORM.

       9410-BUSCAR-USUARIO.
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN INPUT USUARIOS
           IF WS-ESTADO-USU = '00'
               PERFORM 9420-LEER-USUARIO
                   UNTIL SW-FDA-USUARIOS = 1 OR SW-HALLADO = 1
               CLOSE USUARIOS
           END-IF.

       9420-LEER-USUARIO.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF RUSU-NOMBRE = WS-ASIGNADO
                       AND WS-ASIGNADO > SPACES
                        MOVE 1 TO SW-HALLADO
                    END-IF
           END-READ.

       9600-FECHA-HORA.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HOR-SIS FROM TIME
           MOVE WS-FEC-SIS(7:2) TO WS-FECHA-EDI(1:2)
           MOVE '/'             TO WS-FECHA-EDI(3:1)
           MOVE WS-FEC-SIS(5:2) TO WS-FECHA-EDI(4:2)
           MOVE '/'             TO WS-FECHA-EDI(6:1)
           MOVE WS-FEC-SIS(1:4) TO WS-FECHA-EDI(7:4)
           MOVE WS-HOR-SIS(1:2) TO WS-HORA-EDI(1:2)
           MOVE ':'             TO WS-HORA-EDI(3:1)
           MOVE WS-HOR-SIS(3:2) TO WS-HORA-EDI(4:2)
           MOVE ':'             TO WS-HORA-EDI(6:1)
           MOVE WS-HOR-SIS(5:2) TO WS-HORA-EDI(7:2).

       999-ENTER.
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 27
           ACCEPT WS-ENTER                  LINE 24 POSITION 56.

       END PROGRAM NO0C0014.
