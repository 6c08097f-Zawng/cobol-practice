      * RETOMA DESDE EL PASO QUE QUEDO INICIADO O FALLIDO EN VEZ DE
      * REPETIR LOS YA COMPLETADOS. CADA NOCHE QUEDA SU BITACORA
      * IMPRESA EN RUNLOG.
      * CADA PASO PUEDE TRAER SU FRECUENCIA (DIARIO, DIAS HABILES,
      * PRIMER O ULTIMO DIA HABIL DEL MES, UN DIA DE LA SEMANA O UNA
      * FECHA DEL ANO), EVALUADA CONTRA EL CALENDARIO DE FESTIVOS POR
      * MEDIO DE NO6CFECH; UN PASO DEL QUE DEPENDE (QUE DEBE HABER
      * TERMINADO BIEN ANTES EN LA MISMA NOCHE); Y LA MARCA DE PASO
      * OPCIONAL, CUYO FALLO QUEDA REGISTRADO PERO NO DETIENE LA
      * CADENA. LOS PASOS QUE NO CORREN QUEDAN EN LA BITACORA CON EL
      * MOTIVO.
      * UN PASO MARCADO CON CODIGO DE RETORNO (COMO EL CHEQUEO DE
      * INTEGRIDAD NO9CINTG) INFORMA SU RESULTADO EN RETURN-CODE: 0
      * BIEN, 4 TERMINO CON ADVERTENCIAS (QUEDAN EN LA BITACORA PERO
      * LA CADENA SIGUE), 8 O MAS FALLO AUNQUE EL CALL HAYA VUELTO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO9CBATC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LISTA ORDENADA DE PASOS, UNO POR LINEA:
      *   COLS  1- 8 PROGRAMA
      *   COL     10 FRECUENCIA: ' ' O 'D' DIARIO, 'H' DIAS HABILES,
      *              'P' PRIMER DIA HABIL DEL MES, 'U' ULTIMO DIA
      *              HABIL DEL MES, 'S' SEMANAL, 'A' ANUAL
      *   COLS 12-15 PARAMETRO: DIA DE LA SEMANA PARA 'S' (LUN, MAR,
      *              MIE, JUE, VIE, SAB, DOM), MMDD PARA 'A'
      *   COLS 17-24 PROGRAMA DEL QUE DEPENDE (EN BLANCO, NINGUNO)
      *   COL     26 'S' SI EL PASO ES OPCIONAL
      *   COL     28 'R' SI EL PASO DEVUELVE CODIGO DE RETORNO (0/4/8)
      * UNA LINEA CON SOLO EL PROGRAMA ES UN PASO DIARIO, SIN
      * DEPENDENCIA Y OBLIGATORIO, COMO SIEMPRE
           SELECT PASOS ASSIGN TO './FILES/BATCH/PASOS'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAS.
      * CONTROL DE CORRIDA: UN REGISTRO POR EVENTO DE CADA PASO
      * ('I' INICIADO, 'O' TERMINO BIEN, 'F' FALLO, 'E' FALLO UN
      * PASO OPCIONAL, 'X' OMITIDO POR CALENDARIO O DEPENDENCIA)
           SELECT RUNCTRL ASSIGN TO './FILES/BATCH/RUNCTRL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FILE SECTION.
       FD  PASOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PASO.
           02 RPAS-PROGRAMA          PIC X(08).
           02 FILLER                 PIC X(01).
           02 RPAS-FRECUENCIA        PIC X(01).
           02 FILLER                 PIC X(01).
           02 RPAS-PARAMETRO         PIC X(04).
           02 FILLER                 PIC X(01).
           02 RPAS-DEPENDE           PIC X(08).
           02 FILLER                 PIC X(01).
           02 RPAS-OPCIONAL          PIC X(01).
           02 FILLER                 PIC X(01).
           02 RPAS-CODIGO            PIC X(01).
           02 FILLER                 PIC X(12).

       FD  RUNCTRL LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  SW-FDA-PASOS              PIC 9 VALUE ZEROS.
       01  SW-FDA-RUNCTRL            PIC 9 VALUE ZEROS.

      * LISTA DE PASOS EN MEMORIA, EN EL ORDEN DEL ARCHIVO, CON EL
      * RESULTADO DE CADA UNO EN LA NOCHE DE HOY (EL DE LOS QUE YA
      * CORRIERON SE RECUPERA DEL CONTROL AL RETOMAR)
       01  WS-NUM-PASOS              PIC 9(02) VALUE ZEROS.
       01  TABLA-PASOS.
           02 TAB-PASO               OCCURS 20 TIMES.
              03 TAB-PROGRAMA        PIC X(08).
              03 TAB-FRECUENCIA      PIC X(01).
              03 TAB-PARAMETRO       PIC X(04).
              03 TAB-DEPENDE         PIC X(08).
              03 TAB-OPCIONAL        PIC X(01).
              03 TAB-CODIGO          PIC X(01).
              03 TAB-RESULTADO       PIC X(01).
       01  PX                        PIC 9(02) VALUE ZEROS.
       01  DX                        PIC 9(02) VALUE ZEROS.

      * CALENDARIO DE HOY, RESUELTO UNA VEZ CON NO6CFECH
       01  RUT-FECHAS                PIC X(08) VALUE 'NO6CFECH'.
       COPY './COPYS/VARFECHAS.CPY'.
       01  WS-HOY-HABIL              PIC X(01) VALUE SPACES.
       01  WS-HOY-DIA-SEMANA         PIC X(03) VALUE SPACES.
       01  WS-HOY-PRIMER-HABIL       PIC X(01) VALUE SPACES.
       01  WS-HOY-ULTIMO-HABIL       PIC X(01) VALUE SPACES.
       01  WS-SIGUIENTE-HABIL        PIC 9(08) VALUE ZEROS.
       01  WS-PRIMER-HABIL           PIC 9(08) VALUE ZEROS.

      * DE DONDE ARRANCA LA CORRIDA DE HOY: EL PASO SIGUIENTE AL
      * ULTIMO QUE TERMINO BIEN, O EL QUE QUEDO INICIADO/FALLIDO
      * PERFORM VARYING CUANDO SE LLEGA A INFORMARLO)
       01  WS-PASO-FALLIDO           PIC 9(02) VALUE ZEROS.
       01  WS-TOT-EJECUTADOS         PIC 9(02) VALUE ZEROS.
       01  WS-TOT-OMITIDOS           PIC 9(02) VALUE ZEROS.
       01  WS-TOT-OPCIONALES-MAL     PIC 9(02) VALUE ZEROS.
       01  WS-TOT-ADVERTENCIAS       PIC 9(02) VALUE ZEROS.
      * CODIGO DE RETORNO DEL PASO, PARA LA BITACORA
       01  WS-CODIGO-PASO            PIC 9(02) VALUE ZEROS.
      * POR QUE NO CORRE EL PASO (EN BLANCO, SI CORRE)
       01  WS-MOTIVO                 PIC X(45) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
                       'CORRER'
               STOP RUN
           END-IF
           PERFORM 1500-CALENDARIO-DE-HOY
           PERFORM 2000-HALLAR-REINICIO
           PERFORM 3000-ABRIR-BITACORA
           MOVE 0 TO WS-FALLO
           ELSE
               DISPLAY 'PROCESO NOCTURNO COMPLETO, PASOS EJECUTADOS: '
                       WS-TOT-EJECUTADOS
                       ' OMITIDOS: ' WS-TOT-OMITIDOS
               IF WS-TOT-OPCIONALES-MAL > ZEROS
                   DISPLAY 'PASOS OPCIONALES QUE FALLARON: '
                           WS-TOT-OPCIONALES-MAL
               END-IF
               IF WS-TOT-ADVERTENCIAS > ZEROS
                   DISPLAY 'PASOS CON ADVERTENCIAS (VER RUNLOG): '
                           WS-TOT-ADVERTENCIAS
               END-IF
           END-IF
           STOP RUN.

       1010-LEER-PASO.
           READ PASOS AT END MOVE 1 TO SW-FDA-PASOS
                NOT AT END
                    IF RPAS-PROGRAMA > SPACES AND WS-NUM-PASOS < 20
                        ADD 1 TO WS-NUM-PASOS
                        MOVE RPAS-PROGRAMA
                          TO TAB-PROGRAMA(WS-NUM-PASOS)
                        MOVE RPAS-FRECUENCIA
                          TO TAB-FRECUENCIA(WS-NUM-PASOS)
                        MOVE RPAS-PARAMETRO
                          TO TAB-PARAMETRO(WS-NUM-PASOS)
                        MOVE RPAS-DEPENDE
                          TO TAB-DEPENDE(WS-NUM-PASOS)
                        MOVE RPAS-OPCIONAL
                          TO TAB-OPCIONAL(WS-NUM-PASOS)
                        MOVE RPAS-CODIGO
                          TO TAB-CODIGO(WS-NUM-PASOS)
                        MOVE SPACES
                          TO TAB-RESULTADO(WS-NUM-PASOS)
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * QUE ES HOY PARA EL CALENDARIO DEL TALLER: SI ES DIA HABIL, EL
      * DIA DE LA SEMANA, Y SI ES EL PRIMER O EL ULTIMO DIA HABIL DEL
      * MES (EL ULTIMO ES AQUEL CUYO SIGUIENTE DIA HABIL YA CAE EN
      * OTRO MES)
      *----------------------------------------------------------------*
       1500-CALENDARIO-DE-HOY.
           INITIALIZE WS-FECHAS
           MOVE 9            TO WS-FORMATO
           MOVE 'S'          TO WS-FUNCION-HABIL
           MOVE 1            TO WS-DIAS-HABILES
           MOVE WS-FECHA-HOY TO WS-FECHA-BASE
           CALL RUT-FECHAS USING WS-FECHAS
           MOVE WS-ES-HABIL              TO WS-HOY-HABIL
           MOVE WS-FORMATO-FECHA-DIA(1:3) TO WS-HOY-DIA-SEMANA
           MOVE WS-FECHA-RESULTADO       TO WS-SIGUIENTE-HABIL
           INITIALIZE WS-FECHAS
           MOVE 1            TO WS-FORMATO
           MOVE 'S'          TO WS-FUNCION-HABIL
           MOVE ZEROS        TO WS-DIAS-HABILES
           MOVE WS-FECHA-HOY TO WS-FECHA-BASE
           MOVE '01'         TO WS-FECHA-BASE(7:2)
           CALL RUT-FECHAS USING WS-FECHAS
           MOVE WS-FECHA-RESULTADO TO WS-PRIMER-HABIL
           MOVE 'N' TO WS-HOY-PRIMER-HABIL WS-HOY-ULTIMO-HABIL
           IF WS-HOY-HABIL = 'S'
               IF WS-PRIMER-HABIL = WS-FECHA-HOY
                   MOVE 'S' TO WS-HOY-PRIMER-HABIL
               END-IF
               IF WS-SIGUIENTE-HABIL(1:6) NOT = WS-FECHA-HOY(1:6)
                   MOVE 'S' TO WS-HOY-ULTIMO-HABIL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LEE EL CONTROL DE HOY: EL ULTIMO 'O' DICE HASTA DONDE LLEGO
      * LA CORRIDA ANTERIOR; UN 'I' O 'F' POSTERIOR DICE CUAL PASO
      * QUEDO A MEDIAS Y ES DE AHI DE DONDE SE RETOMA. UN PASO
      * OMITIDO ('X') O UN OPCIONAL QUE FALLO ('E') CUENTA COMO
      * TERMINADO. EL RESULTADO DE CADA PASO QUEDA EN LA TABLA PARA
      * LAS DEPENDENCIAS DE LOS QUE FALTAN
      *----------------------------------------------------------------*
       2000-HALLAR-REINICIO.
           MOVE ZEROS TO WS-ULTIMO-OK WS-PASO-PENDIENTE
           READ RUNCTRL AT END MOVE 1 TO SW-FDA-RUNCTRL
                NOT AT END
                    IF RRUN-FECHA = WS-FECHA-HOY
                        IF RRUN-PASO > ZEROS
                           AND RRUN-PASO NOT > WS-NUM-PASOS
                            MOVE RRUN-RESULTADO
                              TO TAB-RESULTADO(RRUN-PASO)
                        END-IF
                        EVALUATE RRUN-RESULTADO
                            WHEN 'O'
                            WHEN 'X'
                            WHEN 'E'
                                MOVE RRUN-PASO TO WS-ULTIMO-OK
                                MOVE 0 TO WS-HAY-PENDIENTE
                            WHEN OTHER
      *----------------------------------------------------------------*
      * EJECUTA EL PASO PX: DEJA EL 'I' ANTES DE LLAMAR (SI EL PASO
      * MUERE, ESE 'I' HUERFANO ES LA MARCA DE REINICIO), LLAMA AL
      * PROGRAMA Y DEJA 'O' AL VOLVER O 'F' SI EL CALL FALLA ('E' SI
      * EL PASO ES OPCIONAL, Y LA CADENA SIGUE). EL PASO CON CODIGO DE
      * RETORNO FALLA TAMBIEN CON 8 O MAS, Y CON 4 QUEDA 'O' CON LA
      * ADVERTENCIA EN LA BITACORA. SI HOY NO LE TOCA
      * O SU DEPENDENCIA NO TERMINO BIEN, DEJA 'X' Y EL MOTIVO
      *----------------------------------------------------------------*
       4000-EJECUTAR-PASO.
           MOVE TAB-PROGRAMA(PX) TO WS-PROGRAMA
           MOVE SPACES TO WS-MOTIVO
           PERFORM 4100-EVALUAR-FRECUENCIA
           IF WS-MOTIVO = SPACES AND TAB-DEPENDE(PX) > SPACES
               PERFORM 4200-EVALUAR-DEPENDENCIA
           END-IF
           IF WS-MOTIVO NOT = SPACES
               PERFORM 4050-OMITIR-PASO
           ELSE
               PERFORM 4060-CORRER-PASO
           END-IF.

       4050-OMITIR-PASO.
           DISPLAY 'PASO ' PX ': ' WS-PROGRAMA ' OMITIDO'
           MOVE 'X' TO RRUN-RESULTADO TAB-RESULTADO(PX)
           PERFORM 4010-GRABAR-CONTROL
           PERFORM 4030-LINEA-BITACORA
           ADD 1 TO WS-TOT-OMITIDOS.

       4060-CORRER-PASO.
           DISPLAY 'PASO ' PX ': ' WS-PROGRAMA
           MOVE 'I' TO RRUN-RESULTADO
           PERFORM 4010-GRABAR-CONTROL
           PERFORM 4030-LINEA-BITACORA
           MOVE 0 TO WS-FALLO
           MOVE 0 TO RETURN-CODE
           CALL WS-PROGRAMA
               ON EXCEPTION
                   MOVE 1 TO WS-FALLO
           END-CALL
           IF WS-FALLO = 0 AND TAB-CODIGO(PX) = 'R'
               PERFORM 4070-CODIGO-DEL-PASO
           END-IF
           EVALUATE TRUE
               WHEN WS-FALLO = 1 AND TAB-OPCIONAL(PX) = 'S'
                   MOVE 0 TO WS-FALLO
                   MOVE 'E' TO RRUN-RESULTADO TAB-RESULTADO(PX)
                   MOVE 'PASO OPCIONAL, LA CADENA SIGUE' TO WS-MOTIVO
                   PERFORM 4010-GRABAR-CONTROL
                   PERFORM 4030-LINEA-BITACORA
                   ADD 1 TO WS-TOT-OPCIONALES-MAL
                   DISPLAY 'FALLO EL PASO OPCIONAL ' PX
                           ' (' WS-PROGRAMA ')'
               WHEN WS-FALLO = 1
                   MOVE PX TO WS-PASO-FALLIDO
                   MOVE 'F' TO RRUN-RESULTADO TAB-RESULTADO(PX)
                   PERFORM 4010-GRABAR-CONTROL
                   PERFORM 4030-LINEA-BITACORA
                   DISPLAY 'FALLO EL PASO ' PX ' (' WS-PROGRAMA ')'
               WHEN OTHER
                   CANCEL WS-PROGRAMA
                   MOVE 'O' TO RRUN-RESULTADO TAB-RESULTADO(PX)
                   PERFORM 4010-GRABAR-CONTROL
                   PERFORM 4030-LINEA-BITACORA
                   ADD 1 TO WS-TOT-EJECUTADOS
           END-EVALUATE.

      * EL PASO VOLVIO: 8 O MAS ES FALLO, 4 ES ADVERTENCIA
       4070-CODIGO-DEL-PASO.
           IF RETURN-CODE > 99
               MOVE 99 TO WS-CODIGO-PASO
           ELSE
               MOVE RETURN-CODE TO WS-CODIGO-PASO
           END-IF
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-CODIGO-PASO NOT < 8
                   CANCEL WS-PROGRAMA
                   MOVE 1 TO WS-FALLO
                   STRING 'EL PASO DEVOLVIO CODIGO ' WS-CODIGO-PASO
                          DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-CODIGO-PASO NOT < 4
                   ADD 1 TO WS-TOT-ADVERTENCIAS
                   STRING 'TERMINO CON ADVERTENCIAS, CODIGO '
                          WS-CODIGO-PASO
                          DELIMITED BY SIZE INTO WS-MOTIVO
           END-EVALUATE.

       4010-GRABAR-CONTROL.
           ACCEPT WS-HORA FROM TIME
           MOVE SPACES TO REG-IMPRESOR
           STRING 'PASO ' PX ' ' WS-PROGRAMA
                  ' ' WS-HORA-EDI ' '
                  RRUN-RESULTADO ' '
                  WS-MOTIVO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR.

      *----------------------------------------------------------------*
      * LE TOCA HOY AL PASO PX SEGUN SU FRECUENCIA? SI NO, DEJA EL
      * MOTIVO
      *----------------------------------------------------------------*
       4100-EVALUAR-FRECUENCIA.
           EVALUATE TAB-FRECUENCIA(PX)
               WHEN SPACE
               WHEN 'D'
                   CONTINUE
               WHEN 'H'
                   IF WS-HOY-HABIL NOT = 'S'
                       MOVE 'HOY NO ES DIA HABIL' TO WS-MOTIVO
                   END-IF
               WHEN 'P'
                   IF WS-HOY-PRIMER-HABIL NOT = 'S'
                       MOVE 'HOY NO ES EL PRIMER DIA HABIL DEL MES'
                         TO WS-MOTIVO
                   END-IF
               WHEN 'U'
                   IF WS-HOY-ULTIMO-HABIL NOT = 'S'
                       MOVE 'HOY NO ES EL ULTIMO DIA HABIL DEL MES'
                         TO WS-MOTIVO
                   END-IF
               WHEN 'S'
                   IF TAB-PARAMETRO(PX)(1:3) NOT = WS-HOY-DIA-SEMANA
                       STRING 'CORRE LOS ' TAB-PARAMETRO(PX)(1:3)
                              ', HOY ES ' WS-HOY-DIA-SEMANA
                              DELIMITED BY SIZE INTO WS-MOTIVO
                   END-IF
               WHEN 'A'
                   IF TAB-PARAMETRO(PX) NOT = WS-FECHA-HOY(5:4)
                       STRING 'CORRE CADA ANO EL (MMDD) '
                              TAB-PARAMETRO(PX)
                              DELIMITED BY SIZE INTO WS-MOTIVO
                   END-IF
               WHEN OTHER
                   STRING 'FRECUENCIA ' TAB-FRECUENCIA(PX)
                          ' INVALIDA EN PASOS'
                          DELIMITED BY SIZE INTO WS-MOTIVO
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EL PASO DEL QUE DEPENDE DEBE ESTAR ANTES EN LA LISTA Y HABER
      * TERMINADO BIEN ESTA NOCHE
      *----------------------------------------------------------------*
       4200-EVALUAR-DEPENDENCIA.
           PERFORM VARYING DX FROM 1 BY 1
                   UNTIL DX NOT < PX
                      OR TAB-PROGRAMA(DX) = TAB-DEPENDE(PX)
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN DX NOT < PX
                   STRING 'DEPENDE DE ' TAB-DEPENDE(PX)
                          ' QUE NO ESTA ANTES EN PASOS'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN TAB-RESULTADO(DX) NOT = 'O'
                   STRING 'NO TERMINO BIEN EL PASO ' DX
                          ' (' TAB-DEPENDE(PX) ')'
                          DELIMITED BY SIZE INTO WS-MOTIVO
           END-EVALUATE.

       5000-CERRAR-BITACORA.
           MOVE SPACES TO REG-IMPRESOR
           IF WS-FALLO = 1
