      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Vacaciones por empleado: la causacion mensual abona 1.25 dias
      * a cada empleado activo desde su fecha de ingreso (el mes de
      * ingreso en proporcion a los dias trabajados, y en su primera
      * causacion lo que se le debe desde que ingreso), la
      * solicitud descuenta los dias habiles del rango pedido
      * (validados contra los festivos via NO6CFECH) y el reporte
      * muestra el saldo por departamento.
      * Cada movimiento queda en VACMOV.data ('A' abono mensual, 'T'
      * dias tomados) y la corrida de NOMINA muestra en el
      * desprendible los dias de vacaciones pagados del periodo.
       01  WS-PERIODO-CAUSADO     PIC X VALUE "N".
           88 PERIODO-CAUSADO     VALUE "S".
       01  WS-TOT-CAUSADOS        PIC 9(04) VALUE ZEROES.
      * LA CAUSACION CORRE DESDE LA FECHA DE INGRESO: NADA ANTES DE
      * INGRESAR, EL MES DE INGRESO EN PROPORCION (MES COMERCIAL DE
      * 30 DIAS) Y, SI EL EMPLEADO AUN NO TIENE ABONOS PORQUE LO
      * DIGITARON DESPUES DE INGRESAR, LOS MESES QUE SE LE DEBEN.
      * SIN FECHA DE INGRESO (CEROS) SE ABONA EL MES COMPLETO
       01  WS-PER-PARTES.
           05 WS-PER-ANO          PIC 9(4).
           05 WS-PER-MES          PIC 9(2).
       01  WS-ING-PARTES.
           05 WS-ING-ANO          PIC 9(4).
           05 WS-ING-MES          PIC 9(2).
           05 WS-ING-DIA          PIC 9(2).
       01  WS-MESES-CAUSA         PIC S9(5) VALUE ZEROES.
       01  WS-DIAS-ABONO          PIC 9(3)V99 VALUE ZEROES.
       01  WS-TOT-AL-DIA          PIC 9(04) VALUE ZEROES.
       01  WS-NUM-CON-ABONO       PIC 9(04) VALUE ZEROES.
       01  TABLA-CON-ABONO.
           05 TAB-CON-ABONO       PIC 9(6) OCCURS 1 TO 3000 TIMES
                                  DEPENDING ON WS-NUM-CON-ABONO.
       01  AB                     PIC 9(04) VALUE ZEROES.
       01  WS-TIENE-ABONOS        PIC X VALUE "N".
           88 TIENE-ABONOS        VALUE "S".

      * SOLICITUD: DIAS HABILES DEL RANGO (NO6CFECH DICE CUALES SON
      * HABILES CONTRA EL ARCHIVO DE FESTIVOS) Y SALDO DEL EMPLEADO
           ELSE
               PERFORM 2022-CAUSAR-ACTIVOS
               DISPLAY "Empleados causados: " WS-TOT-CAUSADOS
               DISPLAY "Causados desde el ingreso (primera vez): "
                       WS-TOT-AL-DIA
           END-IF.

       2021-VALIDAR-PERIODO.
           MOVE "N" TO WS-PERIODO-CAUSADO
           MOVE ZEROES TO WS-NUM-CON-ABONO
           MOVE "0" TO FIN-VACMOV
           OPEN INPUT VACMOV-ARCHIVO
           IF VAR-ESTADO-VAC = "00" OR VAR-ESTADO-VAC = "05"
                   IF RVAC-PERIODO = WS-PERIODO AND RVAC-TIPO = "A"
                       MOVE "S" TO WS-PERIODO-CAUSADO
                   END-IF
                   IF RVAC-TIPO = "A"
                       PERFORM 2021-2-MARCA-CON-ABONO
                   END-IF
           END-READ.

      * EMPLEADOS QUE YA TIENEN ALGUN ABONO EN VACMOV
       2021-2-MARCA-CON-ABONO.
           MOVE RVAC-ID TO WS-ID
           PERFORM 2024-BUSCA-CON-ABONO
           IF NOT TIENE-ABONOS AND WS-NUM-CON-ABONO < 3000
               ADD 1 TO WS-NUM-CON-ABONO
               MOVE RVAC-ID TO TAB-CON-ABONO(WS-NUM-CON-ABONO)
           END-IF.

       2022-CAUSAR-ACTIVOS.
           MOVE ZEROES TO WS-TOT-CAUSADOS WS-TOT-AL-DIA
           MOVE WS-PERIODO TO WS-PER-PARTES
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "

       2022-2-CAUSA-UNO.
           IF EMPLEADOS-ESTADO NOT = "R"
               PERFORM 2023-DIAS-A-CAUSAR
               IF WS-DIAS-ABONO > ZEROES
                   MOVE SPACES       TO REG-VACMOV
                   MOVE EMPLEADOS-ID TO RVAC-ID
                   MOVE WS-PERIODO   TO RVAC-PERIODO
                   MOVE "A"          TO RVAC-TIPO
                   MOVE WS-DIAS-ABONO TO RVAC-DIAS
                   MOVE ZEROES       TO RVAC-DESDE RVAC-HASTA
                   WRITE REG-VACMOV
                   ADD 1 TO WS-TOT-CAUSADOS
               END-IF
           END-IF
           PERFORM 2022-1-LEE-EMPLEADO.

       2023-DIAS-A-CAUSAR.
           MOVE WS-DIAS-MES TO WS-DIAS-ABONO
           IF EMPLEADOS-FECHA-INGRESO NOT = ZEROES
               MOVE EMPLEADOS-FECHA-INGRESO TO WS-ING-PARTES
               COMPUTE WS-MESES-CAUSA =
                       (WS-PER-ANO * 12 + WS-PER-MES)
                     - (WS-ING-ANO * 12 + WS-ING-MES)
               IF WS-MESES-CAUSA < ZEROES
                   MOVE ZEROES TO WS-DIAS-ABONO
               ELSE
                   MOVE EMPLEADOS-ID TO WS-ID
                   PERFORM 2024-BUSCA-CON-ABONO
                   IF WS-MESES-CAUSA = ZEROES OR NOT TIENE-ABONOS
                       IF WS-ING-DIA > 30
                           MOVE 30 TO WS-ING-DIA
                       END-IF
                       COMPUTE WS-DIAS-ABONO ROUNDED =
                               WS-DIAS-MES * WS-MESES-CAUSA
                             + WS-DIAS-MES * (31 - WS-ING-DIA) / 30
                           ON SIZE ERROR MOVE 999.99 TO WS-DIAS-ABONO
                       END-COMPUTE
                       IF NOT TIENE-ABONOS AND WS-MESES-CAUSA > ZEROES
                           ADD 1 TO WS-TOT-AL-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2024-BUSCA-CON-ABONO.
           MOVE "N" TO WS-TIENE-ABONOS
           PERFORM VARYING AB FROM 1 BY 1
                   UNTIL AB > WS-NUM-CON-ABONO OR TIENE-ABONOS
               IF TAB-CON-ABONO(AB) = WS-ID
                   MOVE "S" TO WS-TIENE-ABONOS
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * SOLICITUD: CUENTA LOS DIAS HABILES DEL RANGO (NO6CFECH
      * CONSULTA EL ARCHIVO DE FESTIVOS DIA POR DIA), VERIFICA EL
               AT END MOVE "1" TO FIN-VACMOV
               NOT AT END
                   IF RVAC-ID = WS-ID
                       EVALUATE RVAC-TIPO
                           WHEN "A"
                               ADD RVAC-DIAS TO WS-SALDO-DIAS
                           WHEN "X"
                               CONTINUE
                           WHEN OTHER
                               SUBTRACT RVAC-DIAS FROM WS-SALDO-DIAS
                       END-EVALUATE
                   END-IF
           END-READ.

