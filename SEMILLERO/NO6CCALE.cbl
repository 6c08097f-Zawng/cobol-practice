      * MOD: 01-SEP-26 - SEGUNDA SEDE (CAPILLA SAN JOSE): EL CALENDARIO*
      *      SE GENERA POR SEDE Y LAS CONSULTAS/MODIFICACIONES PIDEN   *
      *      LA SEDE, PARA QUE LA CAPILLA NO BLOQUEE LA IGLESIA        *
      * MOD: 15-OCT-26 - EL HORARIO FIJO DE MISAS NO SE PRE-MARCA EN   *
      *      LOS DIAS CUYO TIEMPO LITURGICO PROHIBE LAS MISAS (REGLAS  *
      *      DE NO5CFEST, P.EJ. EL TRIDUO PASCUAL)                     *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CALENDARIO LITURGICO Y REGLAS DE CADA TIEMPO (DE NO5CFEST)
           SELECT LITURGIA ASSIGN TO './FILES/SANMIGUEL/LITURGIA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
           SELECT REGLALIT ASSIGN TO './FILES/SANMIGUEL/REGLALIT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/HORARIO.cpy'.

       FD  LITURGIA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/LITURGIA.cpy'.

       FD  REGLALIT LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/REGLALIT.cpy'.

       WORKING-STORAGE SECTION.
      *                           UTILIDADES                           *
       01  WS-ENTER                 PIC X(01) VALUE SPACES.
       01  WS-DOW                   PIC 9(01) VALUE ZEROS.
       01  WS-ESTADO-GEN            PIC A(01) VALUE SPACES.

      * TRAMOS DEL CALENDARIO LITURGICO Y TIEMPOS EN QUE LAS MISAS
      * (SERVICIO 6) ESTAN PROHIBIDAS: ESOS DIAS EL HORARIO FIJO NO SE
      * PRE-MARCA
       01  SW-FDA-LITURGIA          PIC 9 VALUE ZEROS.
       01  SW-FDA-REGLALIT          PIC 9 VALUE ZEROS.
       01  WS-NUM-TRAMOS            PIC 9(03) VALUE ZEROS.
       01  TABLA-TRAMOS.
           02 TAB-TRAMO             OCCURS 1 TO 100 TIMES
                                    DEPENDING ON WS-NUM-TRAMOS.
              03 TAB-TRA-DESDE      PIC 9(08).
              03 TAB-TRA-HASTA      PIC 9(08).
              03 TAB-TRA-TIEMPO     PIC X(02).
       01  TX                       PIC 9(03) VALUE ZEROS.
       01  WS-NUM-SIN-MISA          PIC 9(02) VALUE ZEROS.
       01  TABLA-SIN-MISA.
           02 TAB-SIN-MISA          OCCURS 1 TO 10 TIMES
                                    DEPENDING ON WS-NUM-SIN-MISA.
              03 TAB-SMI-TIEMPO     PIC X(02).
       01  SX                       PIC 9(02) VALUE ZEROS.
       01  WS-TIEMPO-DIA            PIC X(02) VALUE SPACES.
       01  WS-MISA-PROHIBIDA        PIC X(01) VALUE 'N'.
           88 SW-MISA-PROHIBIDA     VALUE 'S'.

      * NOMBRES DE LOS DIAS, EN LA MISMA CONVENCION DE NO6CFECH
      * (1=DOMINGO ... 7=SABADO)
       01  WS-TABLA-DIAS.
           IF SI-CREAR
             PERFORM 999-SOLICITAR-ANOS
             PERFORM 1000-4-4-CARGAR-HORARIOS
             PERFORM 1000-4-5-CARGAR-TIEMPOS
             OPEN OUTPUT DATOSCAL
             PERFORM 1000-1-1-GENERAR-INFORMACION
             CLOSE DATOSCAL
           MOVE D            TO WS-FECHA-INTEGRABLE(7:2)
           COMPUTE WS-JULIANO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           COMPUTE WS-DOW = FUNCTION MOD(WS-JULIANO, 7) + 1
           PERFORM 1000-1-1-4-HALLA-TIEMPO.

      *----------------------------------------------------------------*
      * TIEMPO LITURGICO DEL DIA Y SI EN EL ESTAN PROHIBIDAS LAS MISAS
      * (SIN CALENDARIO LITURGICO O SIN REGLA, NO SE RESTRINGE)
      *----------------------------------------------------------------*
       1000-1-1-4-HALLA-TIEMPO.
           MOVE SPACES TO WS-TIEMPO-DIA
           MOVE 'N'    TO WS-MISA-PROHIBIDA
           PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > WS-NUM-TRAMOS OR WS-TIEMPO-DIA > SPACES
               IF TAB-TRA-DESDE(TX) <= WS-FECHA-INTEGRABLE
                  AND TAB-TRA-HASTA(TX) >= WS-FECHA-INTEGRABLE
                   MOVE TAB-TRA-TIEMPO(TX) TO WS-TIEMPO-DIA
               END-IF
           END-PERFORM
           IF WS-TIEMPO-DIA > SPACES
               PERFORM VARYING SX FROM 1 BY 1
                       UNTIL SX > WS-NUM-SIN-MISA
                   IF TAB-SMI-TIEMPO(SX) = WS-TIEMPO-DIA
                       MOVE 'S' TO WS-MISA-PROHIBIDA
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------*
      * EL CUPO NACE INHABILITADO SI CAE EN UNA ENTRADA DEL HORARIO
       1000-1-1-3-ESTADO-INICIAL.
           MOVE SPACES TO WS-ESTADO-GEN
      * EL HORARIO FIJO SEMANAL (MISAS RECURRENTES) APLICA SOLO A LA
      * IGLESIA PRINCIPAL; LA CAPILLA NACE TODA LIBRE. EN LOS DIAS DE
      * UN TIEMPO QUE PROHIBE LAS MISAS EL HORARIO NO SE APLICA
           IF WS-SEDE-GEN = 1 AND NOT SW-MISA-PROHIBIDA
               PERFORM VARYING HX FROM 1 BY 1
                       UNTIL HX > WS-NUM-HORARIOS
                   IF TAB-HOR-DIA(HX) = WS-DOW AND TAB-HOR-HORA(HX) = H
                            END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CARGA LOS TRAMOS DEL CALENDARIO LITURGICO Y LOS TIEMPOS CON LA
      * REGLA 'P' (PROHIBIDO) PARA LAS MISAS; SIN ARCHIVOS, NADA
      *----------------------------------------------------------------*
       1000-4-5-CARGAR-TIEMPOS.
           MOVE ZEROS TO WS-NUM-TRAMOS
           MOVE 0 TO SW-FDA-LITURGIA
           OPEN INPUT LITURGIA
           IF VAR-ESTADO = '00'
               PERFORM 1000-4-5-1-LEER-TRAMO UNTIL SW-FDA-LITURGIA = 1
               CLOSE LITURGIA
           END-IF
           MOVE ZEROS TO WS-NUM-SIN-MISA
           MOVE 0 TO SW-FDA-REGLALIT
           OPEN INPUT REGLALIT
           IF VAR-ESTADO = '00'
               PERFORM 1000-4-5-2-LEER-REGLA UNTIL SW-FDA-REGLALIT = 1
               CLOSE REGLALIT
           END-IF.

       1000-4-5-1-LEER-TRAMO.
           READ LITURGIA AT END MOVE 1 TO SW-FDA-LITURGIA
                         NOT AT END
                             IF WS-NUM-TRAMOS < 100
                                 ADD 1 TO WS-NUM-TRAMOS
                                 MOVE RLIT-DESDE
                                   TO TAB-TRA-DESDE(WS-NUM-TRAMOS)
                                 MOVE RLIT-HASTA
                                   TO TAB-TRA-HASTA(WS-NUM-TRAMOS)
                                 MOVE RLIT-TIEMPO
                                   TO TAB-TRA-TIEMPO(WS-NUM-TRAMOS)
                             END-IF
           END-READ.

       1000-4-5-2-LEER-REGLA.
           READ REGLALIT AT END MOVE 1 TO SW-FDA-REGLALIT
                         NOT AT END
                             IF RRLI-COD-SERVICIO = 6
                                AND RRLI-PROHIBIDO
                                AND WS-NUM-SIN-MISA < 10
                                 ADD 1 TO WS-NUM-SIN-MISA
                                 MOVE RRLI-TIEMPO
                                   TO TAB-SMI-TIEMPO(WS-NUM-SIN-MISA)
                             END-IF
           END-READ.

       999-SOLICITAR-DURACION.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'DURACION DEL SERVICIO EN HORAS (1/15)'
