      *            dimension, no cientos de contadores sueltos. Entra
      *            la quinta pregunta (ciudad) en captura, resultados
      *            y reporte impreso.
      * 15-10-26 - margen de error al 95% en cada porcentaje del
      *            reporte impreso y del comparativo de campanas (base
      *            efectiva ponderada cuando hay pesos), celdas con
      *            base insuficiente marcadas y prueba de significancia
      *            de los cambios entre campanas.
      * 15-10-26 - revision de fraude por encuestador (entrevistas
      *            demasiado seguidas, rachas de respuestas identicas,
      *            trabajo fuera del horario de campo y distribuciones
      *            apartadas del equipo) con puntaje de riesgo en el
      *            reporte de productividad; las respuestas sospechosas
      *            entran primero a la muestra de callbacks.
      * 15-10-26 - marco muestral: si la campana tiene direcciones
      *            cargadas (NO0C0014), cada encuesta pide el codigo
      *            de la direccion y deja el contacto completo con la
      *            posicion de la respuesta, para las tasas de campo.
      ******************************************************************
      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-EXP.
      * REPORTE DE LA REVISION DE FRAUDE POR ENCUESTADOR
           SELECT FRAUDE ASSIGN TO './FILES/ENCUESTA/FRAUDE'
           FILE STATUS IS WS-ESTADO-FRA.
      * ARCHIVO DE CONTROL DEL EXTRACTO (CONTEOS PARA VERIFICAR)
           SELECT EXPCTRL ASSIGN TO './FILES/ENCUESTA/EXPCTRL'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-EXC.
      * MARCO MUESTRAL DE DIRECCIONES Y LOG DE INTENTOS (NO0C0014)
           SELECT MARCO ASSIGN TO './FILES/ENCUESTA/MARCO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MAR.
           SELECT CONTACTOS ASSIGN TO './FILES/ENCUESTA/CONTACTOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CON.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXPCTRL                PIC X(60).

       FD  FRAUDE LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-FRAUDE                 PIC X(80).

       FD  MARCO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/MARCO.cpy'.

       FD  CONTACTOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CONTACTO.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-RESP            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REPO            PIC X(02) VALUE SPACES.
      * Y POR BANDA DE EDAD DE CADA UNA (1 = CAMPANA A, 2 = B)
       01  WS-CAMPANA-A              PIC X(06) VALUE SPACES.
       01  WS-CAMPANA-B              PIC X(06) VALUE SPACES.
      * CON LA SUMA DE PESOS (TPON), DE PESOS AL CUADRADO (TPON2) Y
      * DE PESOS DE LOS SI (SPON) DE CADA CELDA, PARA EL MARGEN
       01  TABLA-COMPARA.
           02 TAB-CMP                OCCURS 2 TIMES.
              03 TAB-CMP-TOTAL       PIC 9(05).
              03 TAB-CMP-SEVAN       PIC 9(05).
              03 TAB-CMP-TPON        PIC 9(07)V9(04).
              03 TAB-CMP-TPON2       PIC 9(07)V9(04).
              03 TAB-CMP-SPON        PIC 9(07)V9(04).
              03 TAB-CMP-EST         OCCURS 6 TIMES.
                 04 TAB-CMP-EST-TOT  PIC 9(05).
                 04 TAB-CMP-EST-SI   PIC 9(05).
                 04 TAB-CMP-EST-TPON PIC 9(07)V9(04).
                 04 TAB-CMP-EST-TPON2
                                     PIC 9(07)V9(04).
                 04 TAB-CMP-EST-SPON PIC 9(07)V9(04).
              03 TAB-CMP-BAN         OCCURS 4 TIMES.
                 04 TAB-CMP-BAN-TOT  PIC 9(05).
                 04 TAB-CMP-BAN-SI   PIC 9(05).
                 04 TAB-CMP-BAN-TPON PIC 9(07)V9(04).
                 04 TAB-CMP-BAN-TPON2
                                     PIC 9(07)V9(04).
                 04 TAB-CMP-BAN-SPON PIC 9(07)V9(04).
       01  CMP                       PIC 9 VALUE ZEROS.
       01  WS-PCT-A                  PIC ZZ9.99 VALUE ZEROS.
       01  WS-PCT-B                  PIC ZZ9.99 VALUE ZEROS.
       01  WS-CMP-PESO               PIC 9(01)V9(04) VALUE ZEROS.

      * CADA LADO DEL COMPARATIVO (1 = A, 2 = B) Y LA DIFERENCIA B-A,
      * SIGNIFICATIVA AL 95% CUANDO SUPERA 1.96 VECES SU ERROR
      * ESTANDAR (PRUEBA DE DOS PROPORCIONES)
       01  TABLA-LADOS.
           02 TAB-LADO               OCCURS 2 TIMES.
              03 TAB-LADO-N          PIC 9(05).
              03 TAB-LADO-P          PIC 9(01)V9(08).
              03 TAB-LADO-VAR        PIC 9(01)V9(10).
              03 TAB-LADO-CORTA      PIC 9(01).
              03 TAB-LADO-TEXTO      PIC X(15).
       01  WS-CMP-DIF                PIC S9(03)V99 VALUE ZEROS.
       01  WS-CMP-DIF-ABS            PIC 9(03)V99 VALUE ZEROS.
       01  WS-CMP-LIMITE             PIC 9(03)V99 VALUE ZEROS.
       01  WS-CMP-DIF-ED             PIC -ZZ9.99 VALUE ZEROS.
       01  REG-CMP-LINEA.
           02 RCML-ETIQUETA          PIC X(12).
           02 FILLER                 PIC X(03) VALUE ' A:'.
           02 RCML-TOT-A             PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCML-PCT-A             PIC X(15).
           02 FILLER                 PIC X(03) VALUE ' B:'.
           02 RCML-TOT-B             PIC ZZZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCML-PCT-B             PIC X(15).
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCML-DIF               PIC X(07).
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RCML-SIGNIF            PIC X(11).

      * ENCUESTADOR DE TURNO Y SELLO DE FECHA/HORA DE CADA CAPTURA
       01  WS-ESTADO-LOG             PIC X(02) VALUE SPACES.
       01  WS-PCT-CRUDO              PIC ZZ9.99 VALUE ZEROS.
       01  WS-PCT-POND               PIC ZZ9.99 VALUE ZEROS.
       01  WS-MASCA-PON              PIC ZZZ,ZZ9.99 VALUE ZEROS.
       01  WS-SUMA-PON2              PIC 9(08)V9(04) VALUE ZEROS.
      * HAY PESOS CARGADOS: LOS PORCENTAJES DEL REPORTE Y DEL
      * COMPARATIVO SALEN PONDERADOS Y EL MARGEN USA LA BASE EFECTIVA
       01  SW-PONDERADA              PIC 9 VALUE ZEROS.
           88 SW-HAY-PESOS           VALUE 1.

      * MARGEN DE ERROR AL 95% DE UN PORCENTAJE: 1.96 POR LA RAIZ DE
      * P(1-P)/N, CON N LA BASE CRUDA O, SI HAY PESOS, LA BASE
      * EFECTIVA (SUMA DE PESOS AL CUADRADO SOBRE SUMA DE PESOS AL
      * CUADRADO UNO A UNO). CON BASE MENOR QUE LA MINIMA LA CELDA NO
      * SE REPORTA
       01  WS-ME-BASE                PIC 9(06) VALUE ZEROS.
       01  WS-ME-PARTE               PIC 9(06) VALUE ZEROS.
       01  WS-ME-BASE-PON            PIC 9(08)V9(04) VALUE ZEROS.
       01  WS-ME-BASE-PON2           PIC 9(08)V9(04) VALUE ZEROS.
       01  WS-ME-PARTE-PON           PIC 9(08)V9(04) VALUE ZEROS.
       01  WS-ME-FORZAR-CRUDO        PIC 9 VALUE ZEROS.
       01  WS-ME-BASE-MINIMA         PIC 9(03) VALUE 30.
       01  WS-ME-P                   PIC 9(01)V9(08) VALUE ZEROS.
       01  WS-ME-N                   PIC 9(08)V9(04) VALUE ZEROS.
       01  WS-ME-VAR                 PIC 9(01)V9(10) VALUE ZEROS.
       01  WS-ME-PCT                 PIC 9(03)V99 VALUE ZEROS.
       01  WS-ME-MARGEN              PIC 9(03)V99 VALUE ZEROS.
       01  SW-ME-BASE                PIC 9 VALUE ZEROS.
           88 ME-BASE-CORTA          VALUE 1.
       01  WS-ME-PCT-ED              PIC ZZ9.99 VALUE ZEROS.
       01  WS-ME-MAR-ED              PIC ZZ9.99 VALUE ZEROS.
       01  WS-ME-N-ED                PIC ZZZ,ZZ9.99 VALUE ZEROS.
       01  WS-ME-TEXTO               PIC X(24) VALUE SPACES.
       01  WS-ME-CORTO               PIC X(15) VALUE SPACES.
       01  WS-ME-TEXTO-CRUDO         PIC X(24) VALUE SPACES.

      * EXPORTE PARA EL CLIENTE: CAMPANA ESCOGIDA Y CONTEOS DE
      * CONTROL (SIN ENCUESTADOR NI NADA IDENTIFICABLE)
       01  SW-VER-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-TASA-CONTRA            PIC ZZ9.99 VALUE ZEROS.

      * REVISION DE FRAUDE SOBRE LA CAMPANA: POR ENCUESTADOR SE
      * MARCAN LAS ENTREVISTAS DEMASIADO SEGUIDAS (MENOS DE N MINUTOS
      * DESDE LA ANTERIOR DEL MISMO DIA), LAS QUE COMPLETAN UNA RACHA
      * DE RESPUESTAS IDENTICAS A LAS ANTERIORES, LAS HECHAS FUERA
      * DEL HORARIO DE CAMPO, Y SE COMPARA SU DISTRIBUCION DE SI-SE-VA
      * Y DE SEXO CONTRA LA DEL RESTO DEL EQUIPO (A MAS DE N ERRORES
      * ESTANDAR, CON BASE SUFICIENTE). EL PUNTAJE DE RIESGO (0 A 100)
      * PESA 40 LAS RAPIDAS, 30 LAS RACHAS Y 10 EL HORARIO (POR LA
      * PROPORCION DE SUS ENTREVISTAS) Y 10 POR CADA DISTRIBUCION
      * APARTADA
       01  WS-ESTADO-FRA             PIC X(02) VALUE SPACES.
       01  WS-FRA-MIN-MINUTOS        PIC 9(02) VALUE 05.
       01  WS-FRA-RACHA-MAXIMA       PIC 9(02) VALUE 04.
       01  WS-FRA-HORA-INICIO        PIC X(08) VALUE '07:00:00'.
       01  WS-FRA-HORA-FIN           PIC X(08) VALUE '20:00:00'.
       01  WS-FRA-DESVIOS            PIC 9(01)V99 VALUE 3.00.
       01  WS-FRA-NIVEL-ALTO         PIC 9(03) VALUE 50.
       01  WS-FRA-NIVEL-MEDIO        PIC 9(03) VALUE 20.
       01  SW-FRA-IMPRIME            PIC 9 VALUE ZEROS.
       01  SW-FRA-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-FRA-MOTIVOS.
           02 WS-FRA-MOT-RAPIDA      PIC X(01) VALUE SPACES.
           02 WS-FRA-MOT-RACHA       PIC X(01) VALUE SPACES.
           02 WS-FRA-MOT-HORARIO     PIC X(01) VALUE SPACES.
       01  WS-FRA-MINUTOS            PIC 9(05) VALUE ZEROS.
       01  WS-FRA-POSICION           PIC 9(06) VALUE ZEROS.
       01  WS-FRA-MARCADAS           PIC 9(05) VALUE ZEROS.
       01  WS-FRA-EQUIPO-N           PIC 9(06) VALUE ZEROS.
       01  WS-FRA-EQUIPO-SI          PIC 9(06) VALUE ZEROS.
       01  WS-FRA-EQUIPO-HOM         PIC 9(06) VALUE ZEROS.
       01  WS-FRA-PARTE-ENC          PIC 9(05) VALUE ZEROS.
       01  WS-FRA-PARTE-EQUIPO       PIC 9(06) VALUE ZEROS.
       01  WS-FRA-P-ENC              PIC 9V9(06) VALUE ZEROS.
       01  WS-FRA-P-RESTO            PIC 9V9(06) VALUE ZEROS.
       01  WS-FRA-ERROR-EST          PIC 9V9(06) VALUE ZEROS.
       01  WS-FRA-DIF                PIC S9V9(06) VALUE ZEROS.
       01  WS-FRA-APARTADA           PIC X(01) VALUE SPACES.
       01  WS-FRA-PUNTOS             PIC 9(05)V99 VALUE ZEROS.
       01  WS-FRA-NIVEL              PIC X(05) VALUE SPACES.
       01  WS-NUM-FRAUDE             PIC 9(02) VALUE ZEROS.
       01  FX                        PIC 9(02) VALUE ZEROS.
       01  TABLA-FRAUDE.
           02 TAB-FRA                OCCURS 10 TIMES.
              03 TAB-FRA-NOMBRE      PIC X(10).
              03 TAB-FRA-CUANTAS     PIC 9(05).
              03 TAB-FRA-SI          PIC 9(05).
              03 TAB-FRA-HOMBRES     PIC 9(05).
              03 TAB-FRA-RAPIDAS     PIC 9(05).
              03 TAB-FRA-RACHAS      PIC 9(05).
              03 TAB-FRA-HORARIO     PIC 9(05).
              03 TAB-FRA-DIST-SEVA   PIC X(01).
              03 TAB-FRA-DIST-SEXO   PIC X(01).
              03 TAB-FRA-PUNTAJE     PIC 9(03).
      * ULTIMA ENTREVISTA DEL ENCUESTADOR (FECHA, MINUTO DEL DIA Y LAS
      * CINCO RESPUESTAS) Y LARGO DE LA RACHA DE IDENTICAS EN CURSO
              03 TAB-FRA-ULT-FECHA   PIC X(10).
              03 TAB-FRA-ULT-MINUTOS PIC 9(05).
              03 TAB-FRA-ULT-RESPUESTA
                                     PIC X(07).
              03 TAB-FRA-RACHA       PIC 9(03).
       01  WS-VER-SOSPECHOSAS        PIC 9(05) VALUE ZEROS.
       01  WS-FRA-PUNTAJE-ED         PIC ZZ9 VALUE ZEROS.
       01  WS-FRA-DESVIOS-ED         PIC 9.99 VALUE ZEROS.

       01  REG-FRA-MARCA.
           02 RFRM-POSICION          PIC Z(05)9.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RFRM-ENCUESTADOR       PIC X(10).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RFRM-FECHA             PIC X(10).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RFRM-HORA              PIC X(08).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RFRM-RAPIDA            PIC X(07).
           02 RFRM-RACHA             PIC X(06).
           02 RFRM-HORARIO           PIC X(08).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RFRM-VERIFICACION      PIC X(01).
           02 FILLER                 PIC X(14) VALUE SPACES.

       01  REG-FRA-RESUMEN.
           02 RFRR-ENCUESTADOR       PIC X(10).
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RFRR-CUANTAS           PIC ZZ,ZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RFRR-RAPIDAS           PIC ZZ,ZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RFRR-RACHAS            PIC ZZ,ZZ9.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RFRR-HORARIO           PIC ZZ,ZZ9.
           02 FILLER                 PIC X(04) VALUE SPACES.
           02 RFRR-DIST-SEVA         PIC X(01).
           02 FILLER                 PIC X(07) VALUE SPACES.
           02 RFRR-DIST-SEXO         PIC X(01).
           02 FILLER                 PIC X(04) VALUE SPACES.
           02 RFRR-PUNTAJE           PIC ZZ9.
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 RFRR-NIVEL             PIC X(05).
           02 FILLER                 PIC X(15) VALUE SPACES.

      * MARCO MUESTRAL: SW-MARCO = 1 SI LA CAMPANA TIENE DIRECCIONES
      * CARGADAS; ENTONCES CADA ENCUESTA LLEVA SU DIRECCION Y DEJA UN
      * CONTACTO 'C' CON LA POSICION DE LA RESPUESTA EN EL ARCHIVO
      * (WS-RESP-REGISTROS CUENTA LOS REGISTROS DE TODAS LAS CAMPANAS)
       01  WS-ESTADO-MAR             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CON             PIC X(02) VALUE SPACES.
       01  SW-MARCO                  PIC 9 VALUE ZEROS.
       01  SW-FDA-MARCO              PIC 9 VALUE ZEROS.
       01  SW-FDA-CONTACTOS          PIC 9 VALUE ZEROS.
       01  WS-RESP-REGISTROS         PIC 9(06) VALUE ZEROS.
       01  WS-DIRECCION              PIC 9(06) VALUE ZEROS.
      * RESULTADO DE VALIDAR LA DIRECCION: 'S' VALIDA, 'X' NO ESTA EN
      * EL MARCO DE LA CAMPANA, 'C' YA TIENE ENCUESTA COMPLETA, 'F'
      * CERRADA COMO NO ELEGIBLE O NO ENCONTRADA
       01  WS-DIR-ESTADO             PIC X(01) VALUE SPACES.
           88 DIR-VALIDA             VALUE 'S'.

      * SPOOL CENTRAL DE REPORTES: EL REPORTE DE TABULACION SE
      * ENTREGA TAMBIEN A NO8CSPOL PARA PODER REIMPRIMIRLO DESPUES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
      * UTILIDADES
      *----------------------------------------------------------------*
       01  WS-OPC                    PIC 9(02) VALUE ZEROS.
           88 OPC-OK                 VALUE 1 THRU 23.
       01  WS-ERROR                  PIC X(30) VALUE SPACES.
       01  WS-MENSAJE-ERROR          PIC X(60) VALUE SPACES.
       01  WS-BLANCOS                PIC X(80) VALUE SPACES.
       01  REG-REP-DETALLE.
           02 REREP-ETIQUETA         PIC X(40).
           02 REREP-VALOR            PIC ZZZ,ZZ9.
           02 FILLER                 PIC X(03) VALUE SPACES.
           02 REREP-ESTADISTICA      PIC X(30).

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.
           PERFORM 0500-CARGAR-RESPUESTAS
           PERFORM 0600-CARGAR-CUOTAS
           PERFORM 0700-CARGAR-PESOS
           PERFORM 0800-VERIFICAR-MARCO
           PERFORM 1000-CAPTURA-ENCUESTA      UNTIL WS-NO-HAY
           PERFORM 2000-RESULTADOS            UNTIL WS-OPC = 23
           STOP RUN.

      *----------------------------------------------------------------*
                       AND RPES-SEXO > 0 AND RPES-SEXO < 3
                        MOVE RPES-PESO TO TAB-PES-SEXO
                             (RPES-CIUDAD, RPES-ESTRATO, RPES-SEXO)
                        IF RPES-PESO NOT = 1
                            MOVE 1 TO SW-PONDERADA
                        END-IF
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * SI LA CAMPANA TIENE MARCO MUESTRAL CARGADO, LAS ENCUESTAS SE
      * LIGAN A SU DIRECCION
      *----------------------------------------------------------------*
       0800-VERIFICAR-MARCO.
           MOVE 0 TO SW-MARCO
           MOVE 0 TO SW-FDA-MARCO
           OPEN INPUT MARCO
           IF WS-ESTADO-MAR = '00'
               PERFORM 0800-01-LEER-MARCO
                   UNTIL SW-FDA-MARCO = 1 OR SW-MARCO = 1
               CLOSE MARCO
           END-IF.

       0800-01-LEER-MARCO.
           READ MARCO AT END MOVE 1 TO SW-FDA-MARCO
                NOT AT END
                    IF RMAR-CAMPANA = WS-CAMPANA
                        MOVE 1 TO SW-MARCO
                    END-IF
           END-READ.


       0500-01-LEER-RESPUESTA.
           READ RESPUESTAS AT END MOVE 1 TO SW-FDA-RESP
                           NOT AT END
                               ADD 1 TO WS-RESP-REGISTROS
                               PERFORM 0500-02-REPROCESAR
           END-READ.

       0500-02-REPROCESAR.
           MOVE ZEROS TO WS-CIUDAD
           PERFORM 1000-01-05-CAPTURA-CIUDAD  UNTIL WS-CIUDAD > 0 AND
                                                    < 6
           IF SW-MARCO = 1
               MOVE SPACES TO WS-DIR-ESTADO
               PERFORM 1000-01-07-CAPTURA-DIRECCION UNTIL DIR-VALIDA
           END-IF
           MOVE SPACES TO WS-HAYMAS
           PERFORM 1000-01-06-CAPTURA-HAY-MAS UNTIL WS-SI-HAY OR
                                                    WS-NO-HAY.

       1000-01-06-CAPTURA-HAY-MAS.
           DISPLAY '6. HAY MAS ENCUESTAS (S/N)?:'
                                         LINE 14 POSITION 02
           ACCEPT WS-HAYMAS              LINE 14 POSITION 50
           IF WS-SI-HAY OR WS-NO-HAY
             CONTINUE
           ELSE
             ACCEPT WS-ENTER            LINE 24 POSITION 70
           END-IF.

      * LA DIRECCION DEBE ESTAR EN EL MARCO DE LA CAMPANA Y NO TENER
      * YA UNA ENCUESTA COMPLETA NI ESTAR CERRADA
       1000-01-07-CAPTURA-DIRECCION.
           DISPLAY 'CODIGO DE LA DIRECCION DEL MARCO:'
                                         LINE 12 POSITION 02
           MOVE ZEROS TO WS-DIRECCION
           ACCEPT WS-DIRECCION           LINE 12 POSITION 50
           PERFORM 9500-VALIDAR-DIRECCION
           EVALUATE WS-DIR-ESTADO
               WHEN 'S'
                   CONTINUE
               WHEN 'C'
                   DISPLAY 'ESA DIRECCION YA TIENE ENCUESTA COMPLETA'
                                         LINE 24 POSITION 20
                   ACCEPT WS-ENTER       LINE 24 POSITION 70
               WHEN 'F'
                   DISPLAY 'DIRECCION CERRADA (NO ELEGIBLE/NO EXISTE)'
                                         LINE 24 POSITION 20
                   ACCEPT WS-ENTER       LINE 24 POSITION 70
               WHEN OTHER
                   DISPLAY 'DIRECCION FUERA DEL MARCO DE LA CAMPANA'
                                         LINE 24 POSITION 20
                   ACCEPT WS-ENTER       LINE 24 POSITION 70
           END-EVALUATE
           DISPLAY WS-BLANCOS            LINE 24 POSITION 01.

      *----------------------------------------------------------------*
      * TABULACION: HALLA EL INDICE DE CADA DIMENSION Y SUMA UNO EN LA
      * CELDA; TODOS LOS TOTALES Y CRUCES SALEN DESPUES SUMANDO CELDAS
           IF WS-ESTADO-RESP = '00' OR WS-ESTADO-RESP = '05'
               WRITE REG-RESPUESTA
               CLOSE RESPUESTAS
               ADD 1 TO WS-RESP-REGISTROS
               IF SW-MARCO = 1
                   PERFORM 1000-05-GRABAR-CONTACTO
               END-IF
           ELSE
               DISPLAY 'ERROR GRABANDO LA RESPUESTA: ' WS-ESTADO-RESP
                                         LINE 24 POSITION 05
               ACCEPT WS-ENTER           LINE 24 POSITION 50
           END-IF.

      * CONTACTO COMPLETO DE LA DIRECCION, LIGADO A LA RESPUESTA RECIEN
      * GRABADA POR SU POSICION EN EL ARCHIVO
       1000-05-GRABAR-CONTACTO.
           MOVE WS-CAMPANA               TO RCON-CAMPANA
           MOVE WS-DIRECCION             TO RCON-DIRECCION
           MOVE WS-ENCUESTADOR           TO RCON-ENCUESTADOR
           MOVE WS-FECHA-EDI             TO RCON-FECHA
           MOVE WS-HORA-EDI              TO RCON-HORA
           MOVE 'C'                      TO RCON-RESULTADO
           MOVE WS-RESP-REGISTROS        TO RCON-POSICION
           OPEN EXTEND CONTACTOS
           IF WS-ESTADO-CON = '35'
               OPEN OUTPUT CONTACTOS
           END-IF
           IF WS-ESTADO-CON = '00' OR WS-ESTADO-CON = '05'
               WRITE REG-CONTACTO
               CLOSE CONTACTOS
           ELSE
               DISPLAY 'ERROR GRABANDO EL CONTACTO: ' WS-ESTADO-CON
                                         LINE 24 POSITION 05
               ACCEPT WS-ENTER           LINE 24 POSITION 50
           END-IF.

      *----------------------------------------------------------------*
      * SUMA LAS CELDAS DE LA TABLA QUE CUMPLEN LOS FILTROS (CERO EN
      * UN FILTRO = TODOS LOS VALORES DE ESA DIMENSION)
           DISPLAY '19. TABULACION PONDERADA'       LINE 05 POSITION 45
           DISPLAY '20. EXPORTAR PARA EL CLIENTE'   LINE 06 POSITION 45
           DISPLAY '21. VERIFICACION (CALLBACKS)'   LINE 07 POSITION 45
           DISPLAY '22. REVISION DE FRAUDE'         LINE 08 POSITION 45
           DISPLAY '23. SALIR'                      LINE 09 POSITION 45
           DISPLAY 'CAMPANA: '                      LINE 02 POSITION 05
           DISPLAY WS-CAMPANA                       LINE 02 POSITION 14
           DISPLAY 'QUE OPCION DESEA?: '            LINE 22 POSITION 25
               IF OPC-OK
                  CONTINUE
               ELSE
                   DISPLAY 'OPCION INVALIDA DIGITE ENTRE 1 Y 23'
                                                    LINE 24 POSITION 15
                   ACCEPT WS-ENTER                  LINE 24 POSITION 64
                   DISPLAY WS-BLANCOS               LINE 24 POSITION 01
           END-PERFORM

           DISPLAY CLEAR-SCREEN
           IF WS-OPC = 23
             CONTINUE
           ELSE
             DISPLAY 'RESULTADO DEL REQUERIMIENTO'  LINE 02 POSITION 26
             WHEN 19 PERFORM 2000-19-PONDERADA
             WHEN 20 PERFORM 2000-20-EXPORTAR
             WHEN 21 PERFORM 2000-21-VERIFICACION
             WHEN 22 PERFORM 2000-22-FRAUDE
           END-EVALUATE.

       2000-01-TOT-ENCUESTA.

      *----------------------------------------------------------------*
      * REPORTE IMPRESO: LAS MISMAS SECCIONES DEL MENU, ESCRITAS AL
      * ARCHIVO DE REPORTE SUMANDO CELDAS DE LA TABLA. CADA CONTEO VA
      * CON SU PORCENTAJE Y EL MARGEN DE ERROR AL 95% (PONDERADOS SI
      * HAY PESOS), O CON LA MARCA DE BASE INSUFICIENTE
      *----------------------------------------------------------------*
       2000-15-IMPRIMIR-REPORTE.
           OPEN OUTPUT REPORTE
               WRITE REG-REPORTE FROM REG-REP-ENC-01 AFTER PAGE
                   END-WRITE
               WRITE REG-REPORTE FROM REG-REP-ENC-02 AFTER 1 END-WRITE
               PERFORM 2000-15-8-NOTA-MARGEN
               MOVE 'TOTAL DE ENCUESTADOS' TO REREP-TITULO
               WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
               MOVE 'TOTAL' TO REREP-ETIQUETA
               MOVE WS-TOT-ENCUESTA TO REREP-VALOR
               MOVE SPACES TO REREP-ESTADISTICA
               WRITE REG-REPORTE FROM REG-REP-DETALLE AFTER 1
                   END-WRITE
               PERFORM 2000-15-1-SECCION-SEXO
               PERFORM 999-ENTER
           END-IF.

      * LAS SECCIONES DE DISTRIBUCION TOMAN COMO BASE TODA LA ENCUESTA
       2000-15-1-SECCION-SEXO.
           MOVE 'POR SEXO' TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM 9110-LIMPIAR-FILTROS
           PERFORM 9310-TOMAR-BASE
           PERFORM VARYING IX-SEX FROM 1 BY 1 UNTIL IX-SEX > 2
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-SEX TO WS-F-SEX
               PERFORM 9320-TOMAR-PARTE
               MOVE NOM-SEXO(IX-SEX) TO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM.

       2000-15-2-SECCION-EDAD.
           MOVE 'POR BANDA DE EDAD' TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM 9110-LIMPIAR-FILTROS
           PERFORM 9310-TOMAR-BASE
           PERFORM VARYING IX-EDA FROM 1 BY 1 UNTIL IX-EDA > 4
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-EDA TO WS-F-EDA
               PERFORM 9320-TOMAR-PARTE
               MOVE NOM-BANDA(IX-EDA) TO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM.

       2000-15-3-SECCION-ESTRATO.
           MOVE 'POR ESTRATO' TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM 9110-LIMPIAR-FILTROS
           PERFORM 9310-TOMAR-BASE
           PERFORM VARYING IX-EST FROM 1 BY 1 UNTIL IX-EST > 6
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-EST TO WS-F-EST
               PERFORM 9320-TOMAR-PARTE
               MOVE SPACES TO REREP-ETIQUETA
               STRING 'ESTRATO ' IX-EST DELIMITED BY SIZE
                      INTO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM.

       2000-15-4-SECCION-CIUDAD.
           MOVE 'POR CIUDAD' TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM 9110-LIMPIAR-FILTROS
           PERFORM 9310-TOMAR-BASE
           PERFORM VARYING IX-CIU FROM 1 BY 1 UNTIL IX-CIU > 5
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-CIU TO WS-F-CIU
               PERFORM 9320-TOMAR-PARTE
               MOVE NOM-CIUDAD(IX-CIU) TO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM.

       2000-15-5-SECCION-SEVAN.
           MOVE 'PIENSAN IRSE DE COLOMBIA' TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM 9110-LIMPIAR-FILTROS
           PERFORM 9310-TOMAR-BASE
           PERFORM VARYING IX-SEVA FROM 1 BY 1 UNTIL IX-SEVA > 2
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-SEVA TO WS-F-SEVA
               PERFORM 9320-TOMAR-PARTE
               MOVE NOM-SEVA(IX-SEVA) TO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM.

      * CRUCES SI/NO CONTRA CADA DIMENSION, EN EL MISMO REPORTE; EL
      * PORCENTAJE ES EL DE LOS QUE SE VAN DENTRO DE CADA GRUPO
       2000-15-6-SECCION-CRUCES.
           MOVE 'SI SE VAN, POR BANDA DE EDAD (PCT DE CADA BANDA)'
             TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM VARYING IX-EDA FROM 1 BY 1 UNTIL IX-EDA > 4
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-EDA TO WS-F-EDA
               PERFORM 9310-TOMAR-BASE
               MOVE 1 TO WS-F-SEVA
               PERFORM 9320-TOMAR-PARTE
               MOVE NOM-BANDA(IX-EDA) TO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM
           MOVE 'SI SE VAN, POR ESTRATO (PCT DE CADA ESTRATO)'
             TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM VARYING IX-EST FROM 1 BY 1 UNTIL IX-EST > 6
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-EST TO WS-F-EST
               PERFORM 9310-TOMAR-BASE
               MOVE 1 TO WS-F-SEVA
               PERFORM 9320-TOMAR-PARTE
               MOVE SPACES TO REREP-ETIQUETA
               STRING 'ESTRATO ' IX-EST DELIMITED BY SIZE
                      INTO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM
           MOVE 'SI SE VAN, POR CIUDAD (PCT DE CADA CIUDAD)'
             TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM VARYING IX-CIU FROM 1 BY 1 UNTIL IX-CIU > 5
               PERFORM 9110-LIMPIAR-FILTROS
               MOVE IX-CIU TO WS-F-CIU
               PERFORM 9310-TOMAR-BASE
               MOVE 1 TO WS-F-SEVA
               PERFORM 9320-TOMAR-PARTE
               MOVE NOM-CIUDAD(IX-CIU) TO REREP-ETIQUETA
               PERFORM 2000-15-9-LINEA-DETALLE
           END-PERFORM.

      * RENGLON DE DETALLE: CONTEO CRUDO Y PORCENTAJE CON SU MARGEN
       2000-15-9-LINEA-DETALLE.
           MOVE WS-ME-PARTE TO REREP-VALOR
           PERFORM 9300-MARGEN-ERROR
           MOVE WS-ME-TEXTO TO REREP-ESTADISTICA
           WRITE REG-REPORTE FROM REG-REP-DETALLE AFTER 1
               END-WRITE.

      * COMO LEER LOS PORCENTAJES DEL REPORTE
       2000-15-8-NOTA-MARGEN.
           MOVE SPACES TO REG-REPORTE
           STRING 'PORCENTAJES CON MARGEN DE ERROR AL 95% (+/-); BASE '
                  'MINIMA ' WS-ME-BASE-MINIMA
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE AFTER 2
           IF SW-HAY-PESOS
               MOVE 'PORCENTAJES PONDERADOS; EL MARGEN USA LA BASE EFECT
      -             'IVA DE LOS PESOS' TO REG-REPORTE
               WRITE REG-REPORTE AFTER 1
           END-IF.

      *----------------------------------------------------------------*
      * COMPARATIVO DE DOS CAMPANAS: TOTALES Y PORCENTAJE DE SI-SE-VAN
      * POR ESTRATO Y POR BANDA DE EDAD, LADO A LADO, LEYENDO EL
      * ARCHIVO DE RESPUESTAS COMPLETO (NO SOLO LA CAMPANA ACTUAL).
      * CADA PORCENTAJE LLEVA SU MARGEN AL 95% Y CADA DIFERENCIA B-A
      * SE MARCA SI ES ESTADISTICAMENTE SIGNIFICATIVA
      *----------------------------------------------------------------*
       2000-16-COMPARAR-CAMPANAS.
           DISPLAY 'CAMPANA A: '            LINE 04 POSITION 05
                   WHEN OTHER       MOVE 4 TO IX-EDA
               END-EVALUATE
               MOVE RESP-ESTRATO TO IX-EST
               PERFORM 2000-16-9-PESO-RESPUESTA
               ADD 1 TO TAB-CMP-TOTAL(CMP)
               ADD 1 TO TAB-CMP-EST-TOT(CMP IX-EST)
               ADD 1 TO TAB-CMP-BAN-TOT(CMP IX-EDA)
               ADD WS-CMP-PESO TO TAB-CMP-TPON(CMP)
               ADD WS-CMP-PESO TO TAB-CMP-EST-TPON(CMP IX-EST)
               ADD WS-CMP-PESO TO TAB-CMP-BAN-TPON(CMP IX-EDA)
               COMPUTE TAB-CMP-TPON2(CMP) = TAB-CMP-TPON2(CMP)
                     + WS-CMP-PESO * WS-CMP-PESO
               COMPUTE TAB-CMP-EST-TPON2(CMP IX-EST) =
                       TAB-CMP-EST-TPON2(CMP IX-EST)
                     + WS-CMP-PESO * WS-CMP-PESO
               COMPUTE TAB-CMP-BAN-TPON2(CMP IX-EDA) =
                       TAB-CMP-BAN-TPON2(CMP IX-EDA)
                     + WS-CMP-PESO * WS-CMP-PESO
               IF RESP-SEVA = 'S' OR RESP-SEVA = 's'
                   ADD 1 TO TAB-CMP-SEVAN(CMP)
                   ADD 1 TO TAB-CMP-EST-SI(CMP IX-EST)
                   ADD 1 TO TAB-CMP-BAN-SI(CMP IX-EDA)
                   ADD WS-CMP-PESO TO TAB-CMP-SPON(CMP)
                   ADD WS-CMP-PESO TO TAB-CMP-EST-SPON(CMP IX-EST)
                   ADD WS-CMP-PESO TO TAB-CMP-BAN-SPON(CMP IX-EDA)
               END-IF
           END-IF.

      * PESO POBLACIONAL DE LA RESPUESTA (1 SI SU CELDA NO ES VALIDA)
       2000-16-9-PESO-RESPUESTA.
           MOVE 1 TO WS-CMP-PESO
           IF RESP-CIUDAD > 0 AND RESP-CIUDAD < 6
              AND RESP-ESTRATO > 0 AND RESP-ESTRATO < 7
               IF RESP-SEXO = 'H' OR RESP-SEXO = 'h'
                   MOVE 1 TO IX-SEX
               ELSE
                   MOVE 2 TO IX-SEX
               END-IF
               MOVE TAB-PES-SEXO(RESP-CIUDAD, RESP-ESTRATO, IX-SEX)
                 TO WS-CMP-PESO
           END-IF.

       2000-16-3-IMPRIMIR-COMPARATIVO.
                      '  SI SE VAN B: ' TAB-CMP-SEVAN(2)
                      DELIMITED BY SIZE INTO REG-COMPARA
               WRITE REG-COMPARA AFTER 1
               MOVE 'N Y %SI +/- MARGEN DE CADA CAMPANA; DIF = B - A'
                 TO REG-COMPARA
               WRITE REG-COMPARA AFTER 2
               PERFORM 2000-16-6-LINEA-TOTAL
               MOVE 'POR ESTRATO' TO REG-COMPARA
               WRITE REG-COMPARA AFTER 2
               PERFORM VARYING IX-EST FROM 1 BY 1 UNTIL IX-EST > 6
                   PERFORM 2000-16-4-LINEA-ESTRATO
               END-PERFORM
               MOVE 'POR BANDA DE EDAD' TO REG-COMPARA
               WRITE REG-COMPARA AFTER 2
               PERFORM VARYING IX-EDA FROM 1 BY 1 UNTIL IX-EDA > 4
                   PERFORM 2000-16-5-LINEA-BANDA
               END-PERFORM
               MOVE SPACES TO REG-COMPARA
               STRING 'MARGEN DE ERROR AL 95%; BASE CORTA = BASE MENOR '
                      'QUE ' WS-ME-BASE-MINIMA ' (NO SE COMPARA)'
                      DELIMITED BY SIZE INTO REG-COMPARA
               WRITE REG-COMPARA AFTER 2
               MOVE 'SIGNIFICAT. = CAMBIO ESTADISTICAMENTE SIGNIFICATIVO
      -             ' AL 95%' TO REG-COMPARA
               WRITE REG-COMPARA AFTER 1
               IF SW-HAY-PESOS
                   MOVE 'PORCENTAJES PONDERADOS; EL MARGEN USA LA BASE E
      -                 'FECTIVA DE LOS PESOS' TO REG-COMPARA
                   WRITE REG-COMPARA AFTER 1
               END-IF
               CLOSE COMPARA
           END-IF.

       2000-16-6-LINEA-TOTAL.
           PERFORM VARYING CMP FROM 1 BY 1 UNTIL CMP > 2
               MOVE TAB-CMP-TOTAL(CMP) TO WS-ME-BASE
               MOVE TAB-CMP-SEVAN(CMP) TO WS-ME-PARTE
               MOVE TAB-CMP-TPON(CMP)  TO WS-ME-BASE-PON
               MOVE TAB-CMP-TPON2(CMP) TO WS-ME-BASE-PON2
               MOVE TAB-CMP-SPON(CMP)  TO WS-ME-PARTE-PON
               PERFORM 9300-MARGEN-ERROR
               PERFORM 2000-16-7-GUARDA-LADO
           END-PERFORM
           MOVE 'SI SE VAN' TO RCML-ETIQUETA
           PERFORM 2000-16-8-LINEA-COMPARA.

       2000-16-4-LINEA-ESTRATO.
           PERFORM VARYING CMP FROM 1 BY 1 UNTIL CMP > 2
               MOVE TAB-CMP-EST-TOT(CMP IX-EST)   TO WS-ME-BASE
               MOVE TAB-CMP-EST-SI(CMP IX-EST)    TO WS-ME-PARTE
               MOVE TAB-CMP-EST-TPON(CMP IX-EST)  TO WS-ME-BASE-PON
               MOVE TAB-CMP-EST-TPON2(CMP IX-EST) TO WS-ME-BASE-PON2
               MOVE TAB-CMP-EST-SPON(CMP IX-EST)  TO WS-ME-PARTE-PON
               PERFORM 9300-MARGEN-ERROR
               PERFORM 2000-16-7-GUARDA-LADO
           END-PERFORM
           MOVE SPACES TO RCML-ETIQUETA
           STRING 'ESTRATO ' IX-EST DELIMITED BY SIZE
                  INTO RCML-ETIQUETA
           PERFORM 2000-16-8-LINEA-COMPARA.

       2000-16-5-LINEA-BANDA.
           PERFORM VARYING CMP FROM 1 BY 1 UNTIL CMP > 2
               MOVE TAB-CMP-BAN-TOT(CMP IX-EDA)   TO WS-ME-BASE
               MOVE TAB-CMP-BAN-SI(CMP IX-EDA)    TO WS-ME-PARTE
               MOVE TAB-CMP-BAN-TPON(CMP IX-EDA)  TO WS-ME-BASE-PON
               MOVE TAB-CMP-BAN-TPON2(CMP IX-EDA) TO WS-ME-BASE-PON2
               MOVE TAB-CMP-BAN-SPON(CMP IX-EDA)  TO WS-ME-PARTE-PON
               PERFORM 9300-MARGEN-ERROR
               PERFORM 2000-16-7-GUARDA-LADO
           END-PERFORM
           MOVE NOM-BANDA(IX-EDA) TO RCML-ETIQUETA
           PERFORM 2000-16-8-LINEA-COMPARA.

       2000-16-7-GUARDA-LADO.
           MOVE WS-ME-BASE  TO TAB-LADO-N(CMP)
           MOVE WS-ME-P     TO TAB-LADO-P(CMP)
           MOVE WS-ME-VAR   TO TAB-LADO-VAR(CMP)
           MOVE SW-ME-BASE  TO TAB-LADO-CORTA(CMP)
           MOVE WS-ME-CORTO TO TAB-LADO-TEXTO(CMP).

      * DIFERENCIA B-A EN PUNTOS; ES SIGNIFICATIVA SI SUPERA 1.96
      * VECES LA RAIZ DE LA SUMA DE LAS VARIANZAS DE LOS DOS LADOS.
      * CON UN LADO DE BASE CORTA NO SE COMPARA
       2000-16-8-LINEA-COMPARA.
           MOVE TAB-LADO-N(1)     TO RCML-TOT-A
           MOVE TAB-LADO-TEXTO(1) TO RCML-PCT-A
           MOVE TAB-LADO-N(2)     TO RCML-TOT-B
           MOVE TAB-LADO-TEXTO(2) TO RCML-PCT-B
           MOVE SPACES TO RCML-SIGNIF
           IF TAB-LADO-CORTA(1) = 1 OR TAB-LADO-CORTA(2) = 1
               MOVE '    N/D' TO RCML-DIF
           ELSE
               COMPUTE WS-CMP-DIF ROUNDED =
                       (TAB-LADO-P(2) - TAB-LADO-P(1)) * 100
               IF WS-CMP-DIF < ZEROS
                   COMPUTE WS-CMP-DIF-ABS = ZEROS - WS-CMP-DIF
               ELSE
                   MOVE WS-CMP-DIF TO WS-CMP-DIF-ABS
               END-IF
               COMPUTE WS-CMP-LIMITE ROUNDED = 1.96 * 100
                     * (TAB-LADO-VAR(1) + TAB-LADO-VAR(2)) ** 0.5
               MOVE WS-CMP-DIF TO WS-CMP-DIF-ED
               MOVE WS-CMP-DIF-ED TO RCML-DIF
               IF WS-CMP-DIF-ABS > WS-CMP-LIMITE
                   MOVE 'SIGNIFICAT.' TO RCML-SIGNIF
               END-IF
           END-IF
           WRITE REG-COMPARA FROM REG-CMP-LINEA AFTER 1.

      *----------------------------------------------------------------*
      * PRODUCTIVIDAD DIARIA POR ENCUESTADOR: RESPUESTAS CAPTURADAS,
           IF WS-ESTADO-RESP = '00'
               PERFORM 2000-17-1-LEER-RESPUESTA UNTIL SW-FDA-RESP = 1
               CLOSE RESPUESTAS
               MOVE 0 TO SW-FRA-IMPRIME
               PERFORM 9400-EVALUAR-FRAUDE
               PERFORM 2000-17-3-IMPRIMIR-PRODUCTIVIDAD
               DISPLAY 'REPORTE EN ./FILES/ENCUESTA/PRODUCTIV'
                                            LINE 06 POSITION 05
               WRITE REG-PRODUCTIV AFTER PAGE
               MOVE 'ENCUESTADOR  RESPUESTAS  RITMO/HORA  PCT SI SE VAN
      -            '' TO REG-PRODUCTIV
               MOVE 'RIESGO' TO REG-PRODUCTIV(53:6)
               WRITE REG-PRODUCTIV AFTER 2
               PERFORM 2000-17-4-LINEA-ENCUESTADOR
                   VARYING PR FROM 1 BY 1
                   UNTIL PR > WS-NUM-ENCUESTADORES
               MOVE SPACES TO REG-PRODUCTIV
               STRING 'RIESGO: PUNTAJE DE FRAUDE (0 A 100) DEL '
                      'ENCUESTADOR EN LA CAMPANA ' WS-CAMPANA
                      DELIMITED BY SIZE INTO REG-PRODUCTIV
               WRITE REG-PRODUCTIV AFTER 2
               CLOSE PRODUCTIV
           END-IF.

                  '        ' WS-MASCA-RITMO
                  '      ' WS-PCT-A
                  DELIMITED BY SIZE INTO REG-PRODUCTIV
           PERFORM 9460-BUSCAR-PUNTAJE
           IF SW-FRA-HALLADO = 1
               MOVE WS-FRA-PUNTAJE-ED TO REG-PRODUCTIV(53:3)
               MOVE WS-FRA-NIVEL      TO REG-PRODUCTIV(57:5)
           ELSE
               MOVE 'N/D'             TO REG-PRODUCTIV(53:3)
           END-IF
           WRITE REG-PRODUCTIV AFTER 1.

      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       9200-SUMAR-PONDERADO.
           MOVE ZEROS TO WS-SUMA-PON
           MOVE ZEROS TO WS-SUMA-PON2
           PERFORM VARYING SV FROM 1 BY 1 UNTIL SV > 2
             AFTER ED FROM 1 BY 1 UNTIL ED > 4
             AFTER SX FROM 1 BY 1 UNTIL SX > 2
                   COMPUTE WS-SUMA-PON = WS-SUMA-PON
                         + TAB-CONTEO(SV ED SX ES CU)
                         * TAB-PES-SEXO(CU, ES, SX)
                   COMPUTE WS-SUMA-PON2 = WS-SUMA-PON2
                         + TAB-CONTEO(SV ED SX ES CU)
                         * TAB-PES-SEXO(CU, ES, SX)
                         * TAB-PES-SEXO(CU, ES, SX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * BASE Y PARTE DE UN PORCENTAJE, CRUDAS Y PONDERADAS, CON LOS
      * FILTROS QUE DEJE PUESTOS QUIEN LLAMA
      *----------------------------------------------------------------*
       9310-TOMAR-BASE.
           PERFORM 9100-SUMAR-CELDAS
           PERFORM 9200-SUMAR-PONDERADO
           MOVE WS-SUMA      TO WS-ME-BASE
           MOVE WS-SUMA-PON  TO WS-ME-BASE-PON
           MOVE WS-SUMA-PON2 TO WS-ME-BASE-PON2.

       9320-TOMAR-PARTE.
           PERFORM 9100-SUMAR-CELDAS
           PERFORM 9200-SUMAR-PONDERADO
           MOVE WS-SUMA      TO WS-ME-PARTE
           MOVE WS-SUMA-PON  TO WS-ME-PARTE-PON.

      *----------------------------------------------------------------*
      * PORCENTAJE Y MARGEN DE ERROR AL 95% DE WS-ME-PARTE SOBRE
      * WS-ME-BASE (PONDERADOS SI HAY PESOS, SALVO QUE SE PIDA EL
      * CRUDO). DEJA EL TEXTO PARA EL REPORTE Y EL CORTO PARA EL
      * COMPARATIVO, O LA MARCA DE BASE INSUFICIENTE
      *----------------------------------------------------------------*
       9300-MARGEN-ERROR.
           MOVE 0 TO SW-ME-BASE
           MOVE ZEROS TO WS-ME-P WS-ME-N WS-ME-VAR WS-ME-PCT
                         WS-ME-MARGEN
           IF SW-HAY-PESOS AND WS-ME-FORZAR-CRUDO = 0
               IF WS-ME-BASE-PON > ZEROS AND WS-ME-BASE-PON2 > ZEROS
                   COMPUTE WS-ME-P = WS-ME-PARTE-PON / WS-ME-BASE-PON
                   COMPUTE WS-ME-N = WS-ME-BASE-PON * WS-ME-BASE-PON
                                   / WS-ME-BASE-PON2
               END-IF
           ELSE
               IF WS-ME-BASE > ZEROS
                   COMPUTE WS-ME-P = WS-ME-PARTE / WS-ME-BASE
                   MOVE WS-ME-BASE TO WS-ME-N
               END-IF
           END-IF
           IF WS-ME-N < WS-ME-BASE-MINIMA
               MOVE 1 TO SW-ME-BASE
               MOVE 'BASE INSUFICIENTE'  TO WS-ME-TEXTO
               MOVE 'BASE CORTA'         TO WS-ME-CORTO
           ELSE
               COMPUTE WS-ME-VAR = WS-ME-P * (1 - WS-ME-P) / WS-ME-N
               COMPUTE WS-ME-PCT ROUNDED = WS-ME-P * 100
               COMPUTE WS-ME-MARGEN ROUNDED =
                       1.96 * WS-ME-VAR ** 0.5 * 100
               MOVE WS-ME-PCT    TO WS-ME-PCT-ED
               MOVE WS-ME-MARGEN TO WS-ME-MAR-ED
               MOVE SPACES TO WS-ME-TEXTO WS-ME-CORTO
               STRING WS-ME-PCT-ED ' PCT +/-' WS-ME-MAR-ED
                      DELIMITED BY SIZE INTO WS-ME-TEXTO
               STRING WS-ME-PCT-ED '+/-' WS-ME-MAR-ED
                      DELIMITED BY SIZE INTO WS-ME-CORTO
           END-IF.

      *----------------------------------------------------------------*
      * REVISION DE FRAUDE: RECORRE LAS RESPUESTAS DE LA CAMPANA EN EL
      * ORDEN DE CAPTURA, SENALA LAS SOSPECHOSAS (Y LAS LISTA EN EL
      * REPORTE SI SW-FRA-IMPRIME = 1) Y AL FINAL CALCULA EL PUNTAJE
      * DE RIESGO DE CADA ENCUESTADOR
      *----------------------------------------------------------------*
       9400-EVALUAR-FRAUDE.
           PERFORM 9405-INICIAR-FRAUDE
           MOVE ZEROS TO WS-FRA-POSICION
           MOVE 0 TO SW-FDA-RESP
           OPEN INPUT RESPUESTAS
           IF WS-ESTADO-RESP = '00'
               PERFORM 9410-LEER-FRAUDE UNTIL SW-FDA-RESP = 1
               CLOSE RESPUESTAS
           END-IF
           PERFORM 9440-PUNTAJE-RIESGO
               VARYING FX FROM 1 BY 1
               UNTIL FX > WS-NUM-FRAUDE.

       9405-INICIAR-FRAUDE.
           INITIALIZE TABLA-FRAUDE
           MOVE ZEROS TO WS-NUM-FRAUDE WS-FRA-MARCADAS
                         WS-FRA-EQUIPO-N WS-FRA-EQUIPO-SI
                         WS-FRA-EQUIPO-HOM.

       9410-LEER-FRAUDE.
           READ RESPUESTAS AT END MOVE 1 TO SW-FDA-RESP
                NOT AT END
                    ADD 1 TO WS-FRA-POSICION
                    IF RESP-CAMPANA = WS-CAMPANA
                        PERFORM 9420-MARCAR-RESPUESTA
                        IF SW-FRA-IMPRIME = 1
                           AND WS-FRA-MOTIVOS NOT = SPACES
                            PERFORM 9415-LINEA-SENALADA
                        END-IF
                    END-IF
           END-READ.

       9415-LINEA-SENALADA.
           MOVE WS-FRA-POSICION        TO RFRM-POSICION
           MOVE RESP-ENCUESTADOR       TO RFRM-ENCUESTADOR
           MOVE RESP-FECHA             TO RFRM-FECHA
           MOVE RESP-HORA              TO RFRM-HORA
           MOVE SPACES TO RFRM-RAPIDA RFRM-RACHA RFRM-HORARIO
           IF WS-FRA-MOT-RAPIDA NOT = SPACE
               MOVE 'RAPIDA'           TO RFRM-RAPIDA
           END-IF
           IF WS-FRA-MOT-RACHA NOT = SPACE
               MOVE 'RACHA'            TO RFRM-RACHA
           END-IF
           IF WS-FRA-MOT-HORARIO NOT = SPACE
               MOVE 'HORARIO'          TO RFRM-HORARIO
           END-IF
           MOVE RESP-VERIFICACION      TO RFRM-VERIFICACION
           WRITE REG-FRAUDE FROM REG-FRA-MARCA AFTER 1.

      * UNA RESPUESTA DE LA CAMPANA: ACUMULA PARA LAS DISTRIBUCIONES Y
      * DEJA EN WS-FRA-MOTIVOS LO QUE LA HACE SOSPECHOSA. LA RACHA SE
      * SENALA DESDE LA ENTREVISTA QUE LA COMPLETA EN ADELANTE
       9420-MARCAR-RESPUESTA.
           MOVE SPACES TO WS-FRA-MOTIVOS
           PERFORM 9430-UBICAR-FRAUDE
           ADD 1 TO TAB-FRA-CUANTAS(FX)
           ADD 1 TO WS-FRA-EQUIPO-N
           IF RESP-SEVA = 'S' OR RESP-SEVA = 's'
               ADD 1 TO TAB-FRA-SI(FX)
               ADD 1 TO WS-FRA-EQUIPO-SI
           END-IF
           IF RESP-SEXO = 'H' OR RESP-SEXO = 'h'
               ADD 1 TO TAB-FRA-HOMBRES(FX)
               ADD 1 TO WS-FRA-EQUIPO-HOM
           END-IF
           MOVE RESP-HORA(1:2) TO WS-HH
           MOVE RESP-HORA(4:2) TO WS-MM
           COMPUTE WS-FRA-MINUTOS = WS-HH * 60 + WS-MM
           IF RESP-FECHA = TAB-FRA-ULT-FECHA(FX)
              AND WS-FRA-MINUTOS <
                  TAB-FRA-ULT-MINUTOS(FX) + WS-FRA-MIN-MINUTOS
               MOVE 'R' TO WS-FRA-MOT-RAPIDA
               ADD 1 TO TAB-FRA-RAPIDAS(FX)
           END-IF
           IF REG-RESPUESTA(1:7) = TAB-FRA-ULT-RESPUESTA(FX)
               IF TAB-FRA-RACHA(FX) < 999
                   ADD 1 TO TAB-FRA-RACHA(FX)
               END-IF
           ELSE
               MOVE 1 TO TAB-FRA-RACHA(FX)
           END-IF
           IF TAB-FRA-RACHA(FX) NOT < WS-FRA-RACHA-MAXIMA
               MOVE 'I' TO WS-FRA-MOT-RACHA
               ADD 1 TO TAB-FRA-RACHAS(FX)
           END-IF
           IF RESP-HORA < WS-FRA-HORA-INICIO
              OR RESP-HORA > WS-FRA-HORA-FIN
               MOVE 'H' TO WS-FRA-MOT-HORARIO
               ADD 1 TO TAB-FRA-HORARIO(FX)
           END-IF
           MOVE RESP-FECHA          TO TAB-FRA-ULT-FECHA(FX)
           MOVE WS-FRA-MINUTOS      TO TAB-FRA-ULT-MINUTOS(FX)
           MOVE REG-RESPUESTA(1:7)  TO TAB-FRA-ULT-RESPUESTA(FX)
           IF WS-FRA-MOTIVOS NOT = SPACES
               ADD 1 TO WS-FRA-MARCADAS
           END-IF.

      * CON LA TABLA LLENA, LOS ENCUESTADORES DE MAS SE ACUMULAN EN
      * EL ULTIMO RENGLON (IGUAL QUE EN LA PRODUCTIVIDAD)
       9430-UBICAR-FRAUDE.
           MOVE 0 TO SW-FRA-HALLADO
           PERFORM VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-NUM-FRAUDE
                      OR SW-FRA-HALLADO = 1
               IF TAB-FRA-NOMBRE(FX) = RESP-ENCUESTADOR
                   MOVE 1 TO SW-FRA-HALLADO
               END-IF
           END-PERFORM
           IF SW-FRA-HALLADO = 1
               SUBTRACT 1 FROM FX
           ELSE
               IF WS-NUM-FRAUDE < 10
                   ADD 1 TO WS-NUM-FRAUDE
                   MOVE WS-NUM-FRAUDE TO FX
                   MOVE RESP-ENCUESTADOR TO TAB-FRA-NOMBRE(FX)
               ELSE
                   MOVE WS-NUM-FRAUDE TO FX
               END-IF
           END-IF.

       9440-PUNTAJE-RIESGO.
           MOVE SPACES TO TAB-FRA-DIST-SEVA(FX) TAB-FRA-DIST-SEXO(FX)
           MOVE TAB-FRA-SI(FX)      TO WS-FRA-PARTE-ENC
           MOVE WS-FRA-EQUIPO-SI    TO WS-FRA-PARTE-EQUIPO
           PERFORM 9445-DISTRIBUCION-APARTADA
           MOVE WS-FRA-APARTADA     TO TAB-FRA-DIST-SEVA(FX)
           MOVE TAB-FRA-HOMBRES(FX) TO WS-FRA-PARTE-ENC
           MOVE WS-FRA-EQUIPO-HOM   TO WS-FRA-PARTE-EQUIPO
           PERFORM 9445-DISTRIBUCION-APARTADA
           MOVE WS-FRA-APARTADA     TO TAB-FRA-DIST-SEXO(FX)
           MOVE ZEROS TO WS-FRA-PUNTOS
           IF TAB-FRA-CUANTAS(FX) > ZEROS
               COMPUTE WS-FRA-PUNTOS =
                     ( TAB-FRA-RAPIDAS(FX) * 40
                     + TAB-FRA-RACHAS(FX)  * 30
                     + TAB-FRA-HORARIO(FX) * 10 )
                     / TAB-FRA-CUANTAS(FX)
           END-IF
           IF TAB-FRA-DIST-SEVA(FX) = 'X'
               ADD 10 TO WS-FRA-PUNTOS
           END-IF
           IF TAB-FRA-DIST-SEXO(FX) = 'X'
               ADD 10 TO WS-FRA-PUNTOS
           END-IF
           IF WS-FRA-PUNTOS > 100
               MOVE 100 TO WS-FRA-PUNTOS
           END-IF
           COMPUTE TAB-FRA-PUNTAJE(FX) ROUNDED = WS-FRA-PUNTOS.

      * PROPORCION DEL ENCUESTADOR CONTRA LA DEL RESTO DEL EQUIPO, CON
      * EL ERROR ESTANDAR DE UNA MUESTRA DE SU TAMANO; SIN BASE
      * SUFICIENTE (O SIN RESTO DEL EQUIPO) NO SE JUZGA
       9445-DISTRIBUCION-APARTADA.
           MOVE SPACE TO WS-FRA-APARTADA
           IF TAB-FRA-CUANTAS(FX) NOT < WS-ME-BASE-MINIMA
              AND WS-FRA-EQUIPO-N > TAB-FRA-CUANTAS(FX)
               COMPUTE WS-FRA-P-ENC =
                       WS-FRA-PARTE-ENC / TAB-FRA-CUANTAS(FX)
               COMPUTE WS-FRA-P-RESTO =
                       (WS-FRA-PARTE-EQUIPO - WS-FRA-PARTE-ENC)
                     / (WS-FRA-EQUIPO-N - TAB-FRA-CUANTAS(FX))
               COMPUTE WS-FRA-ERROR-EST =
                       (WS-FRA-P-RESTO * (1 - WS-FRA-P-RESTO)
                        / TAB-FRA-CUANTAS(FX)) ** 0.5
               COMPUTE WS-FRA-DIF = WS-FRA-P-ENC - WS-FRA-P-RESTO
               IF WS-FRA-DIF < ZEROS
                   COMPUTE WS-FRA-DIF = WS-FRA-DIF * -1
               END-IF
               IF WS-FRA-DIF > WS-FRA-DESVIOS * WS-FRA-ERROR-EST
                   MOVE 'X' TO WS-FRA-APARTADA
               END-IF
           END-IF.

       9450-NIVEL-RIESGO.
           EVALUATE TRUE
               WHEN TAB-FRA-PUNTAJE(FX) NOT < WS-FRA-NIVEL-ALTO
                   MOVE 'ALTO'  TO WS-FRA-NIVEL
               WHEN TAB-FRA-PUNTAJE(FX) NOT < WS-FRA-NIVEL-MEDIO
                   MOVE 'MEDIO' TO WS-FRA-NIVEL
               WHEN OTHER
                   MOVE 'BAJO'  TO WS-FRA-NIVEL
           END-EVALUATE.

      * PUNTAJE DEL ENCUESTADOR DEL RENGLON DE PRODUCTIVIDAD EN CURSO
       9460-BUSCAR-PUNTAJE.
           MOVE 0 TO SW-FRA-HALLADO
           PERFORM VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-NUM-FRAUDE
                      OR SW-FRA-HALLADO = 1
               IF TAB-FRA-NOMBRE(FX) = TAB-PRO-NOMBRE(PR)
                   MOVE 1 TO SW-FRA-HALLADO
               END-IF
           END-PERFORM
           IF SW-FRA-HALLADO = 1
               SUBTRACT 1 FROM FX
               MOVE TAB-FRA-PUNTAJE(FX) TO WS-FRA-PUNTAJE-ED
               PERFORM 9450-NIVEL-RIESGO
           END-IF.

      *----------------------------------------------------------------*
      * CUOTAS DE LA CAMPANA: CAPTURAR LA META DE UNA CELDA O VER EL
      * TABLERO META / CAPTURADO / FALTANTE POR CELDA

      *----------------------------------------------------------------*
      * SECCION PONDERADA DEL REPORTE IMPRESO: PORCENTAJE CRUDO Y
      * PONDERADO LADO A LADO, CADA UNO CON SU MARGEN, CON LA MUESTRA
      * EFECTIVA Y LA BASE EFECTIVA QUE USA EL MARGEN PONDERADO
      *----------------------------------------------------------------*
       2000-15-7-SECCION-PONDERADA.
           MOVE 'SI SE VAN: CRUDO VS PONDERADO' TO REREP-TITULO
           WRITE REG-REPORTE FROM REG-REP-TITULO AFTER 2 END-WRITE
           PERFORM 9110-LIMPIAR-FILTROS
           PERFORM 9310-TOMAR-BASE
           MOVE WS-ME-BASE-PON TO WS-TOT-PON
           MOVE 1 TO WS-F-SEVA
           PERFORM 9320-TOMAR-PARTE
           MOVE 1 TO WS-ME-FORZAR-CRUDO
           PERFORM 9300-MARGEN-ERROR
           MOVE WS-ME-TEXTO TO WS-ME-TEXTO-CRUDO
      * LA PONDERADA SIEMPRE SOBRE LOS PESOS, AUNQUE TODOS VALGAN 1
           MOVE 0 TO WS-ME-FORZAR-CRUDO
           MOVE 0 TO WS-ME-N
           IF WS-ME-BASE-PON > ZEROS AND WS-ME-BASE-PON2 > ZEROS
               COMPUTE WS-ME-N = WS-ME-BASE-PON * WS-ME-BASE-PON
                               / WS-ME-BASE-PON2
           END-IF
           IF SW-HAY-PESOS
               PERFORM 9300-MARGEN-ERROR
           END-IF
           MOVE SPACES TO REG-REPORTE
           STRING 'CRUDO: ' WS-ME-TEXTO-CRUDO
                  '   PONDERADO: ' WS-ME-TEXTO
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE AFTER 1
           MOVE WS-TOT-PON TO WS-MASCA-PON
           MOVE SPACES TO REG-REPORTE
           STRING 'MUESTRA EFECTIVA (SUMA DE PESOS): ' WS-MASCA-PON
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE AFTER 1
           MOVE WS-ME-N TO WS-ME-N-ED
           MOVE SPACES TO REG-REPORTE
           STRING 'BASE EFECTIVA DEL MARGEN PONDERADO: ' WS-ME-N-ED
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE AFTER 1.

      *----------------------------------------------------------------*
           END-IF
           INITIALIZE TABLA-VERIFICACION
           MOVE ZEROS TO WS-NUM-VERIFICADOS WS-VER-MARCADAS
                         WS-VER-SOSPECHOSAS
           PERFORM 9405-INICIAR-FRAUDE
           MOVE 0 TO SW-FDA-RESP
           OPEN I-O RESPUESTAS
           IF WS-ESTADO-RESP = '00'
           DISPLAY 'RESPUESTAS EN LA MUESTRA:'
                                            LINE 12 POSITION 05
                   WS-VER-MARCADAS          LINE 12 POSITION 31
           DISPLAY 'POR SOSPECHA DE FRAUDE:'
                                            LINE 13 POSITION 05
                   WS-VER-SOSPECHOSAS       LINE 13 POSITION 31
           PERFORM 999-ENTER.

      * LAS RESPUESTAS SIN MARCA QUE LA REVISION DE FRAUDE SENALA
      * (RAPIDA, RACHA O FUERA DE HORARIO) ENTRAN TODAS A LA MUESTRA
      * DE CALLBACKS; DE LAS DEMAS, CADA N-ESIMA DE CADA ENCUESTADOR
       2000-21-1-1-MARCA-MUESTRA.
           READ RESPUESTAS AT END MOVE 1 TO SW-FDA-RESP
                NOT AT END
                    IF RESP-CAMPANA = WS-CAMPANA
                        PERFORM 9420-MARCAR-RESPUESTA
                    END-IF
                    IF RESP-CAMPANA = WS-CAMPANA
                       AND RESP-VERIFICACION = SPACE
                        IF WS-FRA-MOTIVOS NOT = SPACES
                            MOVE 'S' TO RESP-VERIFICACION
                            REWRITE REG-RESPUESTA END-REWRITE
                            ADD 1 TO WS-VER-MARCADAS
                            ADD 1 TO WS-VER-SOSPECHOSAS
                        ELSE
                            PERFORM 2000-21-1-2-UBICA-ENCUESTADOR
                            ADD 1 TO TAB-VER-CONTEO(VR)
                            IF FUNCTION MOD(TAB-VER-CONTEO(VR)
                                            WS-VER-PASO) = 0
                                MOVE 'S' TO RESP-VERIFICACION
                                REWRITE REG-RESPUESTA END-REWRITE
                                ADD 1 TO WS-VER-MARCADAS
                            END-IF
                        END-IF
                    END-IF
           END-READ.
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * REVISION DE FRAUDE DE LA CAMPANA: LISTA DE LAS RESPUESTAS
      * SENALADAS (CON SU POSICION, PARA EL CALLBACK) Y RESUMEN POR
      * ENCUESTADOR CON SU PUNTAJE DE RIESGO; SE ENTREGA AL SPOOL
      *----------------------------------------------------------------*
       2000-22-FRAUDE.
           OPEN OUTPUT FRAUDE
           IF WS-ESTADO-FRA NOT = '00'
               DISPLAY 'ERROR ABRIENDO EL REPORTE'
                                            LINE 04 POSITION 05
           ELSE
               MOVE SPACES TO REG-FRAUDE
               STRING 'REVISION DE FRAUDE DE ENCUESTADORES - CAMPANA '
                      WS-CAMPANA
                      DELIMITED BY SIZE INTO REG-FRAUDE
               WRITE REG-FRAUDE AFTER PAGE
               MOVE SPACES TO REG-FRAUDE
               MOVE '   POS  ENCUESTADOR FECHA       HORA      MOTIVOS'
                 TO REG-FRAUDE
               MOVE 'VER' TO REG-FRAUDE(64:3)
               WRITE REG-FRAUDE AFTER 2
               MOVE 1 TO SW-FRA-IMPRIME
               PERFORM 9400-EVALUAR-FRAUDE
               MOVE 0 TO SW-FRA-IMPRIME
               MOVE SPACES TO REG-FRAUDE
               MOVE 'ENCUESTAD. ENTREV RAPIDA  RACHA HORARIO  DIST-SI'
                 TO REG-FRAUDE
               MOVE 'SEXO  PUNTAJE' TO REG-FRAUDE(51:13)
               WRITE REG-FRAUDE AFTER 3
               PERFORM 2000-22-1-RESUMEN-ENCUESTADOR
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > WS-NUM-FRAUDE
               MOVE SPACES TO REG-FRAUDE
               STRING 'RAPIDA: MENOS DE ' WS-FRA-MIN-MINUTOS
                      ' MIN DESDE LA ANTERIOR. RACHA: '
                      WS-FRA-RACHA-MAXIMA ' O MAS IDENTICAS SEGUIDAS.'
                      DELIMITED BY SIZE INTO REG-FRAUDE
               WRITE REG-FRAUDE AFTER 2
               MOVE WS-FRA-DESVIOS TO WS-FRA-DESVIOS-ED
               MOVE SPACES TO REG-FRAUDE
               STRING 'HORARIO: FUERA DE ' WS-FRA-HORA-INICIO
                      ' A ' WS-FRA-HORA-FIN
                      '. DIST: X = A MAS DE ' WS-FRA-DESVIOS-ED
                      ' ERRORES ESTANDAR'
                      DELIMITED BY SIZE INTO REG-FRAUDE
               WRITE REG-FRAUDE AFTER 1
               CLOSE FRAUDE
               INITIALIZE NOCOSPOL
               MOVE 'ENCUESTA'                 TO CSPO-E-SISTEMA
               MOVE 'FRAUDE'                   TO CSPO-E-TIPO
               MOVE './FILES/ENCUESTA/FRAUDE'  TO CSPO-E-ORIGEN
               MOVE 'F'                        TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               DISPLAY 'RESPUESTAS SENALADAS:'
                                            LINE 04 POSITION 05
                       WS-FRA-MARCADAS      LINE 04 POSITION 28
               DISPLAY 'REPORTE EN ./FILES/ENCUESTA/FRAUDE'
                                            LINE 06 POSITION 05
           END-IF
           PERFORM 999-ENTER.

       2000-22-1-RESUMEN-ENCUESTADOR.
           MOVE TAB-FRA-NOMBRE(FX)      TO RFRR-ENCUESTADOR
           MOVE TAB-FRA-CUANTAS(FX)     TO RFRR-CUANTAS
           MOVE TAB-FRA-RAPIDAS(FX)     TO RFRR-RAPIDAS
           MOVE TAB-FRA-RACHAS(FX)      TO RFRR-RACHAS
           MOVE TAB-FRA-HORARIO(FX)     TO RFRR-HORARIO
           MOVE TAB-FRA-DIST-SEVA(FX)   TO RFRR-DIST-SEVA
           MOVE TAB-FRA-DIST-SEXO(FX)   TO RFRR-DIST-SEXO
           MOVE TAB-FRA-PUNTAJE(FX)     TO RFRR-PUNTAJE
           PERFORM 9450-NIVEL-RIESGO
           MOVE WS-FRA-NIVEL            TO RFRR-NIVEL
           WRITE REG-FRAUDE FROM REG-FRA-RESUMEN AFTER 1.

      *----------------------------------------------------------------*
      * VALIDA WS-DIRECCION CONTRA EL MARCO DE LA CAMPANA Y CONTRA LOS
      * CONTACTOS YA REGISTRADOS (DEJA EL RESULTADO EN WS-DIR-ESTADO)
      *----------------------------------------------------------------*
       9500-VALIDAR-DIRECCION.
           MOVE 'X' TO WS-DIR-ESTADO
           MOVE 0 TO SW-FDA-MARCO
           OPEN INPUT MARCO
           IF WS-ESTADO-MAR = '00'
               PERFORM 9510-BUSCAR-EN-MARCO
                   UNTIL SW-FDA-MARCO = 1 OR DIR-VALIDA
               CLOSE MARCO
           END-IF
           IF DIR-VALIDA
               MOVE 0 TO SW-FDA-CONTACTOS
               OPEN INPUT CONTACTOS
               IF WS-ESTADO-CON = '00'
                   PERFORM 9520-BUSCAR-CONTACTO
                       UNTIL SW-FDA-CONTACTOS = 1
                   CLOSE CONTACTOS
               END-IF
           END-IF.

       9510-BUSCAR-EN-MARCO.
           READ MARCO AT END MOVE 1 TO SW-FDA-MARCO
                NOT AT END
                    IF RMAR-CAMPANA = WS-CAMPANA
                       AND RMAR-DIRECCION = WS-DIRECCION
                        MOVE 'S' TO WS-DIR-ESTADO
                    END-IF
           END-READ.

       9520-BUSCAR-CONTACTO.
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

       999-ENTER.
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 27
