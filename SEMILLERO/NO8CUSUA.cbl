      * OBJETIVO: MANTENIMIENTO DEL MAESTRO DE USUARIOS DEL TALLER
      * (USUARIO, CLAVE Y ROL), CONTRA EL QUE NO0C0003 VALIDA EL
      * INGRESO Y LOS PROGRAMAS DE NEGOCIO DECIDEN QUE OPCIONES
      * SENSIBLES DEJAR PASAR. CADA USUARIO LLEVA ADEMAS LA CEDULA
      * DEL EMPLEADO DE NOMINA AL QUE CORRESPONDE, PARA PAGARLE LOS
      * INCENTIVOS QUE CAUSA EN EL TALLER. LAS ALTAS, LOS DESBLOQUEOS
      * Y LAS ASIGNACIONES DE EMPLEADO QUEDAN EN LA BITACORA DE
      * CAMBIOS (NO8CCAMB); LA CLAVE NUNCA SE REGISTRA
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO8CUSUA.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-USU             PIC X(02) VALUE SPACES.
      * ESTADO DEL REWRITE DEL USUARIO HALLADO (EL CLOSE PISA EL DE
      * WS-ESTADO-USU); EN BLANCO SI NO SE HALLO
       01  WS-ESTADO-GRABA           PIC X(02) VALUE SPACES.
       01  SW-FDA-USUARIOS           PIC 9 VALUE ZEROS.
       01  WS-OPC                    PIC 9 VALUE ZEROS.
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  WS-CLAVE                  PIC X(10) VALUE SPACES.
       01  WS-ROL                    PIC X(01) VALUE SPACES.
           88 ROL-VALIDO             VALUE 'A' 'S' 'C'.
       01  WS-EMPLEADO               PIC 9(06) VALUE ZEROS.
       01  WS-ANT-FALLIDOS           PIC 9(02) VALUE ZEROS.
       01  WS-ENCONTRAR              PIC A VALUE SPACES.
           88 SW-SI-ENCONTRO         VALUE 'S'.
           88 SW-NO-ENCONTRO         VALUE 'N'.
       01  LI                        PIC 9(02) VALUE ZEROS.

      * BITACORA DE CAMBIOS DE LOS MAESTROS
       01  RUT-NO8CCAMB              PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 6
           STOP RUN.

       MENU-PRINCIPAL.
                   '2. ADICIONAR USUARIO'   LINE 06 POSITION 30
                   '3. LISTAR USUARIOS'     LINE 07 POSITION 30
                   '4. DESBLOQUEAR USUARIO' LINE 08 POSITION 30
                   '5. ASIGNAR EMPLEADO'    LINE 09 POSITION 30
                   '6. SALIR'               LINE 10 POSITION 30
                   'QUE OPCION DESEA?: '    LINE 11 POSITION 30
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 7
               ACCEPT WS-OPC LINE 11 POSITION 50
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 2 PERFORM 2-ADICIONAR-USUARIO
               WHEN 3 PERFORM 3-LISTAR-USUARIOS
               WHEN 4 PERFORM 4-DESBLOQUEAR-USUARIO
               WHEN 5 PERFORM 5-ASIGNAR-EMPLEADO
           END-EVALUATE.

       1-CREAR-ARCHIVO.
               PERFORM UNTIL ROL-VALIDO
                   ACCEPT WS-ROL            LINE 14 POSITION 39
               END-PERFORM
               DISPLAY 'EMPLEADO DE NOMINA (0 = NINGUNO):'
                                            LINE 15 POSITION 01
               MOVE ZEROS TO WS-EMPLEADO
               ACCEPT WS-EMPLEADO           LINE 15 POSITION 39
               MOVE WS-NOMBRE TO RUSU-NOMBRE
               MOVE WS-CLAVE  TO RUSU-CLAVE
               MOVE WS-ROL    TO RUSU-ROL
               MOVE WS-EMPLEADO TO RUSU-EMPLEADO
      * EL USUARIO NUEVO NACE CON FECHA DE CLAVE EN CEROS: NO0C0003
      * LE OBLIGA EL CAMBIO DE CLAVE EN EL PRIMER INGRESO
               MOVE ZEROS     TO RUSU-FECHA-CLAVE
               END-IF
               IF WS-ESTADO-USU = '00' OR WS-ESTADO-USU = '05'
                   WRITE REG-USUARIO
                   MOVE WS-ESTADO-USU TO WS-ESTADO-GRABA
                   CLOSE USUARIOS
               ELSE
                   MOVE WS-ESTADO-USU TO WS-ESTADO-GRABA
               END-IF
      * LA BITACORA SOLO REGISTRA EL ALTA QUE QUEDO GRABADA
               IF WS-ESTADO-GRABA = '00'
                   INITIALIZE NOCOCAMB
                   MOVE 'USUARIOS'  TO CCAM-E-ARCHIVO
                   MOVE WS-NOMBRE   TO CCAM-E-CLAVE
                   MOVE 'ROL'       TO CCAM-E-CAMPO
                   MOVE WS-ROL      TO CCAM-E-DESPUES
                   CALL RUT-NO8CCAMB USING NOCOCAMB
                   MOVE 'EMPLEADO'  TO CCAM-E-CAMPO
                   MOVE WS-EMPLEADO TO CCAM-E-DESPUES
                   CALL RUT-NO8CCAMB USING NOCOCAMB
                   DISPLAY 'USUARIO REGISTRADO, OPRIMA ENTER'
                                            LINE 18 POSITION 01
                   ACCEPT WS-ENTER          LINE 18 POSITION 36
               ELSE
                   DISPLAY 'ERROR GRABANDO EL USUARIO:'
                                            LINE 18 POSITION 01
                           WS-ESTADO-GRABA  LINE 18 POSITION 28
                   ACCEPT WS-ENTER          LINE 18 POSITION 36
               END-IF
           END-IF.

       3-LISTAR-USUARIOS.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'USUARIO     ROL                EMPLEADO'
                                            LINE 02 POSITION 01
           MOVE 3 TO LI
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN INPUT USUARIOS
                NOT AT END
                    DISPLAY RUSU-NOMBRE     LINE LI POSITION 01
                    DISPLAY RUSU-ROL        LINE LI POSITION 13
                    EVALUATE RUSU-BLOQUEADO
                        WHEN 'B'
                          DISPLAY 'BLOQUEADO' LINE LI POSITION 17
                        WHEN 'I'
                          DISPLAY 'INACTIVO'  LINE LI POSITION 17
                        WHEN 'R'
                          DISPLAY 'REVOCADO'  LINE LI POSITION 17
                    END-EVALUATE
                    IF RUSU-EMPLEADO > ZEROS
                        DISPLAY RUSU-EMPLEADO
                                            LINE LI POSITION 32
                    END-IF
                    ADD 1 TO LI
           END-READ.

      *----------------------------------------------------------------*
      * DESBLOQUEO DEL ADMINISTRADOR: LIMPIA LA MARCA DE BLOQUEO
      * (INTENTOS, INACTIVIDAD O REVOCACION) Y EL CONTADOR DE
      * INTENTOS FALLIDOS DEL USUARIO
      *----------------------------------------------------------------*
       4-DESBLOQUEAR-USUARIO.
           DISPLAY 'USUARIO A DESBLOQUEAR:' LINE 12 POSITION 01
               ACCEPT WS-NOMBRE             LINE 12 POSITION 25
           END-PERFORM
           SET SW-NO-ENCONTRO TO TRUE
           MOVE SPACES TO WS-ESTADO-GRABA
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN I-O USUARIOS
           IF WS-ESTADO-USU = '00'
                   UNTIL SW-FDA-USUARIOS = 1
               CLOSE USUARIOS
           END-IF
           EVALUATE TRUE
               WHEN SW-SI-ENCONTRO
                   DISPLAY 'USUARIO DESBLOQUEADO, OPRIMA ENTER'
                                            LINE 14 POSITION 01
                   ACCEPT WS-ENTER          LINE 14 POSITION 38
               WHEN WS-ESTADO-GRABA NOT = SPACES
                   PERFORM 8-ERROR-GRABANDO
               WHEN OTHER
                   DISPLAY 'USUARIO INEXISTENTE, OPRIMA ENTER'
                                            LINE 14 POSITION 01
                   ACCEPT WS-ENTER          LINE 14 POSITION 38
           END-EVALUATE.

       4-1-BUSCA-Y-DESBLOQUEA.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF RUSU-NOMBRE = WS-NOMBRE
      * LOS VALORES ANTERIORES SE TOMAN ANTES DE CAMBIAR EL REGISTRO;
      * LA BITACORA SOLO SE ESCRIBE SI EL REWRITE QUEDO GRABADO
                        INITIALIZE NOCOCAMB
                        MOVE 'USUARIOS'     TO CCAM-E-ARCHIVO
                        MOVE WS-NOMBRE      TO CCAM-E-CLAVE
                        MOVE 'BLOQUEADO'    TO CCAM-E-CAMPO
                        MOVE RUSU-BLOQUEADO TO CCAM-E-ANTES
                        MOVE RUSU-FALLIDOS  TO WS-ANT-FALLIDOS
                        MOVE ZEROS TO RUSU-FALLIDOS
                        MOVE SPACE TO RUSU-BLOQUEADO
                        REWRITE REG-USUARIO END-REWRITE
                        MOVE WS-ESTADO-USU TO WS-ESTADO-GRABA
                        IF WS-ESTADO-USU = '00'
                            CALL RUT-NO8CCAMB USING NOCOCAMB
                            MOVE 'FALLIDOS'      TO CCAM-E-CAMPO
                            MOVE WS-ANT-FALLIDOS TO CCAM-E-ANTES
                            MOVE RUSU-FALLIDOS   TO CCAM-E-DESPUES
                            CALL RUT-NO8CCAMB USING NOCOCAMB
                            SET SW-SI-ENCONTRO TO TRUE
                        END-IF
                        MOVE 1 TO SW-FDA-USUARIOS
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CEDULA DEL EMPLEADO DE NOMINA DE UN USUARIO YA CREADO (LOS
      * QUE VIENEN DE ANTES QUEDAN EN CEROS HASTA QUE SE LES ASIGNE)
      *----------------------------------------------------------------*
       5-ASIGNAR-EMPLEADO.
           DISPLAY 'USUARIO:'               LINE 12 POSITION 01
           MOVE SPACES TO WS-NOMBRE
           PERFORM UNTIL WS-NOMBRE > SPACES
               ACCEPT WS-NOMBRE             LINE 12 POSITION 12
           END-PERFORM
           DISPLAY 'EMPLEADO DE NOMINA (0 = NINGUNO):'
                                            LINE 13 POSITION 01
           MOVE ZEROS TO WS-EMPLEADO
           ACCEPT WS-EMPLEADO               LINE 13 POSITION 39
           SET SW-NO-ENCONTRO TO TRUE
           MOVE SPACES TO WS-ESTADO-GRABA
           MOVE 0 TO SW-FDA-USUARIOS
           OPEN I-O USUARIOS
           IF WS-ESTADO-USU = '00'
               PERFORM 5-1-BUSCA-Y-ASIGNA
                   UNTIL SW-FDA-USUARIOS = 1
               CLOSE USUARIOS
           END-IF
           EVALUATE TRUE
               WHEN SW-SI-ENCONTRO
                   DISPLAY 'EMPLEADO ASIGNADO, OPRIMA ENTER'
                                            LINE 14 POSITION 01
                   ACCEPT WS-ENTER          LINE 14 POSITION 38
               WHEN WS-ESTADO-GRABA NOT = SPACES
                   PERFORM 8-ERROR-GRABANDO
               WHEN OTHER
                   DISPLAY 'USUARIO INEXISTENTE, OPRIMA ENTER'
                                            LINE 14 POSITION 01
                   ACCEPT WS-ENTER          LINE 14 POSITION 38
           END-EVALUATE.

       5-1-BUSCA-Y-ASIGNA.
           READ USUARIOS AT END MOVE 1 TO SW-FDA-USUARIOS
                NOT AT END
                    IF RUSU-NOMBRE = WS-NOMBRE
                        INITIALIZE NOCOCAMB
                        MOVE 'USUARIOS'    TO CCAM-E-ARCHIVO
                        MOVE WS-NOMBRE     TO CCAM-E-CLAVE
                        MOVE 'EMPLEADO'    TO CCAM-E-CAMPO
                        MOVE RUSU-EMPLEADO TO CCAM-E-ANTES
                        MOVE WS-EMPLEADO   TO CCAM-E-DESPUES
                        MOVE WS-EMPLEADO TO RUSU-EMPLEADO
                        REWRITE REG-USUARIO END-REWRITE
                        MOVE WS-ESTADO-USU TO WS-ESTADO-GRABA
                        IF WS-ESTADO-USU = '00'
                            CALL RUT-NO8CCAMB USING NOCOCAMB
                            SET SW-SI-ENCONTRO TO TRUE
                        END-IF
                        MOVE 1 TO SW-FDA-USUARIOS
                    END-IF
           END-READ.

      * EL USUARIO SE HALLO PERO EL REWRITE NO QUEDO GRABADO
       8-ERROR-GRABANDO.
           DISPLAY 'ERROR GRABANDO EL USUARIO:'
                                            LINE 14 POSITION 01
                   WS-ESTADO-GRABA          LINE 14 POSITION 28
           ACCEPT WS-ENTER                  LINE 14 POSITION 38.

       9-BUSCAR-USUARIO.
           SET SW-NO-ENCONTRO TO TRUE
           MOVE 0 TO SW-FDA-USUARIOS
