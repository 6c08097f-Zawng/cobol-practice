      *            fecha de retiro) para no destruir registros que la
      *            ley obliga a conservar, y entra REINTEGRAR para
      *            los reenganches
      * 15-10-26 - al retirar se recuerda correr LIQFINAL para la
      *            liquidacion definitiva
      * 15-10-26 - se muestra y se modifica la fecha de ingreso
      * 15-10-26 - se muestra y se modifica el fondo de cesantias,
      *            validado contra el catalogo de FONDOS
      ******************************************************************

      *----------------------------------------------------------------*
       ASSIGN TO "../GENERADOS/CARGOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-CAR.
      * CATALOGO DE FONDOS DE CESANTIAS (LO MANTIENE FONDOS)
       SELECT OPTIONAL FONDOS-ARCHIVO
       ASSIGN TO "../GENERADOS/FONDOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-FON.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
       FD CARGOS-ARCHIVO.
       COPY '../COPYS/CARGOS.cpy'.

       FD FONDOS-ARCHIVO.
       COPY '../COPYS/FONDOS.cpy'.

       WORKING-STORAGE SECTION.
       77  LEE-TODO               PIC X(1) VALUE "0".
       77  WS-OPC                 PIC 9(1) VALUE ZERO.
       01  FIN-CARGOS             PIC X VALUE "0".
       77  WS-CARGO-HALLADO       PIC X VALUE "N".
       77  WS-RANGO-OK            PIC X VALUE "N".
      * VALIDACION DE LA FECHA DE INGRESO
       77  WS-INGRESO-OK          PIC X VALUE "N".
       01  INGRESO-PARTES.
           05 ING-ANO             PIC 9(4).
           05 ING-MES             PIC 9(2).
           05 ING-DIA             PIC 9(2).
       77  WS-DIAS-DEL-MES        PIC 9(2) VALUE ZERO.
       77  WS-RESTO               PIC 9(4) VALUE ZERO.
       77  WS-COCIENTE            PIC 9(4) VALUE ZERO.
      * VALIDACION DEL FONDO DE CESANTIAS CONTRA EL CATALOGO
       01  VAR-ESTADO-FON         PIC X(02) VALUE SPACES.
       01  FIN-FONDOS             PIC X VALUE "0".
       77  WS-FONDO-HALLADO       PIC X VALUE "N".
       77  WS-FONDO-OK            PIC X VALUE "N".

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
       "DIRECCION: " EMPLEADOS-DIRECCION
       "SALARIO: "   EMPLEADOS-SALARIO
       "CUENTA: "    EMPLEADOS-CUENTA-BANCO
       "CARGO: "     EMPLEADOS-CARGO
       "INGRESO: "   EMPLEADOS-FECHA-INGRESO
       "FONDO: "     EMPLEADOS-FONDO-CESANTIAS.
       IF EMPLEADOS-ESTADO = "R"
           DISPLAY "ESTADO: RETIRADO DESDE " EMPLEADOS-FECHA-RETIRO
       ELSE
           ACCEPT EMPLEADOS-CUENTA-BANCO
           DISPLAY "Cargo (0 = sin cargo): " WITH NO ADVANCING
           ACCEPT EMPLEADOS-CARGO
           DISPLAY "Fecha de ingreso (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT EMPLEADOS-FECHA-INGRESO
           MOVE "N" TO WS-INGRESO-OK
           PERFORM 2032-VALIDA-INGRESO UNTIL WS-INGRESO-OK = "S"
           DISPLAY "Fondo de cesantias (0 = sin fondo): "
                   WITH NO ADVANCING
           ACCEPT EMPLEADOS-FONDO-CESANTIAS
           MOVE "N" TO WS-FONDO-OK
           PERFORM 2033-VALIDA-FONDO UNTIL WS-FONDO-OK = "S"
      * EL SALARIO DEBE CAER EN EL RANGO DEL CARGO, O CONFIRMARSE
      * EXPRESAMENTE
           MOVE "N" TO WS-RANGO-OK
           PERFORM 2090-VALIDA-RANGO-CARGO UNTIL WS-RANGO-OK = "S".

      *----------------------------------------------------------------*
      * LA FECHA DE INGRESO DEBE SER UNA FECHA REAL DEL CALENDARIO Y
      * NO POSTERIOR A HOY; EN CEROS QUEDA COMO DESCONOCIDA
      *----------------------------------------------------------------*
       2032-VALIDA-INGRESO.
           MOVE "S" TO WS-INGRESO-OK
           IF EMPLEADOS-FECHA-INGRESO NOT = ZEROES
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE EMPLEADOS-FECHA-INGRESO TO INGRESO-PARTES
               MOVE 31 TO WS-DIAS-DEL-MES
               EVALUATE ING-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DIAS-DEL-MES
                   WHEN 2
                       DIVIDE ING-ANO BY 4 GIVING WS-COCIENTE
                              REMAINDER WS-RESTO
                       END-DIVIDE
                       IF WS-RESTO = ZEROES
                           MOVE 29 TO WS-DIAS-DEL-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-DEL-MES
                       END-IF
               END-EVALUATE
               IF ING-ANO < 1901 OR ING-MES < 1 OR ING-MES > 12
                  OR ING-DIA < 1 OR ING-DIA > WS-DIAS-DEL-MES
                  OR EMPLEADOS-FECHA-INGRESO > WS-FECHA-HOY
                   MOVE "N" TO WS-INGRESO-OK
                   DISPLAY "Fecha de ingreso invalida, digite "
                           "AAAAMMDD: " WITH NO ADVANCING
                   ACCEPT EMPLEADOS-FECHA-INGRESO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EL FONDO DE CESANTIAS DEBE ESTAR EN EL CATALOGO; EN CERO QUEDA
      * SIN FONDO, Y SIN CATALOGO NO HAY CONTRA QUE VALIDAR
      *----------------------------------------------------------------*
       2033-VALIDA-FONDO.
           MOVE "S" TO WS-FONDO-OK
           IF EMPLEADOS-FONDO-CESANTIAS > ZERO
               MOVE "N" TO WS-FONDO-HALLADO
               MOVE "0" TO FIN-FONDOS
               OPEN INPUT FONDOS-ARCHIVO
               IF VAR-ESTADO-FON = "00"
                   PERFORM 2034-LEE-FONDO
                       UNTIL FIN-FONDOS = "1" OR WS-FONDO-HALLADO = "S"
                   CLOSE FONDOS-ARCHIVO
                   IF WS-FONDO-HALLADO = "N"
                       MOVE "N" TO WS-FONDO-OK
                       DISPLAY "El fondo no esta en el catalogo, "
                               "digite otro (0 = sin fondo): "
                               WITH NO ADVANCING
                       ACCEPT EMPLEADOS-FONDO-CESANTIAS
                   END-IF
               END-IF
               IF VAR-ESTADO-FON = "05"
                   CLOSE FONDOS-ARCHIVO
               END-IF
           END-IF.

       2034-LEE-FONDO.
           READ FONDOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-FONDOS
               NOT AT END
                   IF FONDO-CODIGO = EMPLEADOS-FONDO-CESANTIAS
                       MOVE "S" TO WS-FONDO-HALLADO
           END-READ.

      *----------------------------------------------------------------*
      * EL SALARIO FUERA DEL RANGO DEL CARGO SE RECHAZA, SALVO QUE EL
      * OPERADOR LO CONFIRME EXPRESAMENTE; SIN CARGO O SIN CATALOGO
                                   DISPLAY "No se pudo retirar"
                               NOT INVALID KEY
                                   DISPLAY "Empleado retirado"
                                   DISPLAY "Recuerde correr LIQFINAL "
                                           "para su liquidacion"
                           END-REWRITE
                       ELSE
                           DISPLAY "Operacion cancelada"
