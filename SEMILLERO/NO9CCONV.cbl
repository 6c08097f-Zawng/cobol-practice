      *                           IDENTIFICATION                       *
      * OBJETIVO: CONVERSION POR UNICA VEZ DE LOS ARCHIVOS DE LARGO
      * FIJO CUYOS REGISTROS CRECIERON EN ESTA ENTREGA: USUARIOS (21
      * O 32 A 38), TRANSDIV Y TRANSHIS (73 U 85 A 86), SANMSERV (61 A
      * 62), SANMHIST (65 A 66), DATOSCAL (9 A 10), ESPERA (40 A 41),
      * POSICION (11 A 20), DIFERENCIAS (46 O 49 A 50), PRESTAMOS (115,
      * 219, 268 O 285 A 307), COTIZACIONES (115 A 153), RESPUESTAS (41
      * A 42), DONACIONES (38 A 51), DENOMPOS (13 A 14), CAJONES (81 A
      * 82), SOLICRED (306 A 313) Y CUENTAS (29 A 50).
      * EN UN ARCHIVO DE LARGO FIJO EL LAYOUT
      * NUEVO DESALINEA TODA LECTURA DEL ARCHIVO VIEJO DESPUES DEL
      * PRIMER REGISTRO, ASI QUE CADA ARCHIVO SE RELEE CON SU LAYOUT
      * VIEJO Y SE REESCRIBE CON EL NUEVO (CAMPOS NUEVOS EN BLANCO/
      * CEROS O EN SU VALOR POR DEFECTO) EN <NOMBRE>.NEW; EL OPERADOR
      * RENOMBRA CADA .NEW SOBRE EL ORIGINAL UNA VEZ CUADREN LOS
      * CONTADORES. TRANSHIS SALE SECUENCIAL; DESPUES DE RENOMBRARLO
      * SE PASA POR NO9CINDX, QUE LO REORGANIZA COMO INDEXADO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO9CCONV.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT US2VIEJO ASSIGN TO '../FILES/USUARIOS/USUARIOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT USUNUEVO ASSIGN TO '../FILES/USUARIOS/USUARIOS.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT PR2VIEJO ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT PR3VIEJO ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT PR4VIEJO ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT PRENUEVO ASSIGN TO './FILES/CREDITO/PRESTAMOS.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
      * DONACIONES DE LA PARROQUIA, VIEJO Y NUEVO
           SELECT DONVIEJO ASSIGN TO './FILES/SANMIGUEL/DONACIONES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT DONNUEVO
           ASSIGN TO './FILES/SANMIGUEL/DONACIONES.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
      * TRANSDIV, TRANSHIS Y DIFERENCIAS YA CONVERTIDOS (SIN SUCURSAL)
           SELECT TR2VIEJO ASSIGN TO './FILES/MONEY/TRANSDIV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT TH2VIEJO ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT DI2VIEJO ASSIGN TO './FILES/MONEY/DIFERENCIAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
      * BILLETES POR DENOMINACION, VIEJO Y NUEVO
           SELECT DENVIEJO ASSIGN TO './FILES/MONEY/DENOMPOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT DENNUEVO ASSIGN TO './FILES/MONEY/DENOMPOS.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
      * CAJONES DE LOS CAJEROS, VIEJO Y NUEVO
           SELECT CJNVIEJO ASSIGN TO './FILES/MONEY/CAJONES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT CJNNUEVO ASSIGN TO './FILES/MONEY/CAJONES.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
      * SOLICITUDES DE CREDITO, VIEJO Y NUEVO
           SELECT SOLVIEJO ASSIGN TO './FILES/CREDITO/SOLICRED'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT SOLNUEVO ASSIGN TO './FILES/CREDITO/SOLICRED.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.
      * PLAN DE CUENTAS, VIEJO Y NUEVO
           SELECT CUEVIEJO ASSIGN TO '../FILES/CONTAB/CUENTAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-VIE.
           SELECT CUENUEVO ASSIGN TO '../FILES/CONTAB/CUENTAS.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-NUE.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           02 VUSU-CLAVE             PIC X(10).
           02 VUSU-ROL               PIC X(01).

      * USUARIOS VIEJO (32): SIN LA CEDULA DEL EMPLEADO DE NOMINA
       FD  US2VIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-US2VIEJO.
           02 XUSU-DATOS             PIC X(32).

       FD  USUNUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/USUARIOS.cpy'.
           02 VTHI-NUMERO            PIC 9(06).
           02 VTHI-CAJERO            PIC X(10).

      * TRANSHIS NUEVO (86), TODAVIA SECUENCIAL: EL INDEXADO LO ARMA
      * NO9CINDX A PARTIR DE ESTE ARCHIVO
       FD  THINUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-THINUEVO.
           02 NTHI-FECHA             PIC X(11).
           02 NTHI-HORA              PIC X(08).
           02 NTHI-OPERA             PIC X(01).
           02 NTHI-DIVISA            PIC X(03).
           02 NTHI-FORMA-PAGO        PIC 9(01).
           02 NTHI-CANTIDAD          PIC 9(07).
           02 NTHI-VALOR             PIC 9(12)V99.
           02 NTHI-CLIENTE-DOC       PIC X(12).
           02 NTHI-NUMERO            PIC 9(06).
           02 NTHI-CAJERO            PIC X(10).
           02 NTHI-UTILIDAD          PIC S9(10)V99.
           02 NTHI-SUCURSAL          PIC 9(01).

      * SANMSERV VIEJO (61): SIN LA SEDE
       FD  SERVIEJO LABEL RECORD STANDARD
           02 NDIF-MOTIVO            PIC 9(01).
           02 NDIF-CAJERO            PIC X(10).
           02 NDIF-DENOM             PIC 9(03).
           02 NDIF-SUCURSAL          PIC 9(01).

      * PRESTAMOS VIEJO (115): SIN DESEMBOLSO, MORA, CADENA DE
      * RESTRUCTURACION, CODEUDOR, TASA PACTADA NI FECHA DE ESTADO
           02 VPRE-CUOTAS-PAGADAS    PIC 9(03).
           02 VPRE-ESTADO            PIC A(01).

      * PRESTAMOS VIEJO (219): SIN IDENTIFICACION DEL DEUDOR NI DEL
      * CODEUDOR
       FD  PR2VIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PR2VIEJO.
           02 XPRE-DATOS             PIC X(219).

      * PRESTAMOS VIEJO (268): SIN TIPO DE TASA NI DATOS DE
      * REPRECIACION
       FD  PR3VIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PR3VIEJO.
           02 YPRE-DATOS             PIC X(268).

      * PRESTAMOS VIEJO (285): SIN DATOS DEL SEGURO DE VIDA DEUDORES
       FD  PR4VIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PR4VIEJO.
           02 ZPRE-DATOS             PIC X(285).

       FD  PRENUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.
           02 NRES-HORA              PIC X(08).
           02 NRES-VERIFICACION      PIC X(01).

      * DONACIONES VIEJO (38): SIN EL DOCUMENTO DEL DONANTE
       FD  DONVIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DONVIEJO.
           02 VDON-FECHA             PIC X(10).
           02 VDON-TIPO              PIC 9(01).
           02 VDON-DONANTE           PIC X(20).
           02 VDON-VALOR             PIC 9(07).

       FD  DONNUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/DONACION.cpy'.

      * TRANSDIV VIEJO (85): CON UTILIDAD, SIN LA SUCURSAL
       FD  TR2VIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TR2VIEJO.
           02 XTRA-DATOS             PIC X(73).
           02 XTRA-UTILIDAD          PIC S9(10)V99.

      * TRANSHIS VIEJO (85): CON UTILIDAD, SIN LA SUCURSAL
       FD  TH2VIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TH2VIEJO.
           02 XTHI-DATOS             PIC X(73).
           02 XTHI-UTILIDAD          PIC S9(10)V99.

      * DIFERENCIAS VIEJO (49): CON EL CORTE, SIN LA SUCURSAL
       FD  DI2VIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DI2VIEJO.
           02 XDIF-DATOS             PIC X(49).

      * DENOMPOS VIEJO (13): SIN LA SUCURSAL
       FD  DENVIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DENVIEJO.
           02 VDEN-DIVISA            PIC X(03).
           02 VDEN-DENOM             PIC 9(03).
           02 VDEN-CANTIDAD          PIC 9(07).

       FD  DENNUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-DENNUEVO.
           02 NDEN-DIVISA            PIC X(03).
           02 NDEN-DENOM             PIC 9(03).
           02 NDEN-CANTIDAD          PIC 9(07).
           02 NDEN-SUCURSAL          PIC 9(01).

      * CAJONES VIEJO (81): SIN LA SUCURSAL
       FD  CJNVIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CJNVIEJO.
           02 VCJN-DATOS             PIC X(81).

       FD  CJNNUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CAJONES.cpy'.

      * SOLICRED VIEJO (306): SIN DATOS DEL SEGURO DE VIDA DEUDORES
       FD  SOLVIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SOLVIEJO.
           02 VSOL-DATOS             PIC X(306).

       FD  SOLNUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SOLICRED.cpy'.

      * CUENTAS VIEJO (29): SIN CLASE NI GRUPO DE LOS ESTADOS
       FD  CUEVIEJO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CUEVIEJO.
           02 VCUE-DATOS             PIC X(29).

       FD  CUENUEVO LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CUENTAS.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-VIE             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-NUE             PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           PERFORM 1000-MENU UNTIL WS-OPC = 25
           GOBACK.

       1000-MENU.
           DISPLAY ' '
           DISPLAY 'CONVERSION DE ARCHIVOS CON REGISTRO CRECIDO'
           DISPLAY ' 1. USUARIOS     (21 A 38)'
           DISPLAY ' 2. TRANSDIV     (73 A 86)'
           DISPLAY ' 3. TRANSHIS     (73 A 86)'
           DISPLAY ' 4. SANMSERV     (61 A 62)'
           DISPLAY ' 5. SANMHIST     (65 A 66)'
           DISPLAY ' 6. DATOSCAL     (9 A 10)'
           DISPLAY ' 7. ESPERA       (40 A 41)'
           DISPLAY ' 8. POSICION     (11 A 20)'
           DISPLAY ' 9. DIFERENCIAS  (46 A 50)'
           DISPLAY '10. PRESTAMOS    (115 A 307)'
           DISPLAY '11. COTIZACIONES (115 A 153)'
           DISPLAY '12. RESPUESTAS   (41 A 42)'
           DISPLAY '13. DONACIONES   (38 A 51)'
           DISPLAY '14. TRANSDIV     (85 A 86)'
           DISPLAY '15. TRANSHIS     (85 A 86)'
           DISPLAY '16. DIFERENCIAS  (49 A 50)'
           DISPLAY '17. DENOMPOS     (13 A 14)'
           DISPLAY '18. CAJONES      (81 A 82)'
           DISPLAY '19. PRESTAMOS    (219 A 307)'
           DISPLAY '20. PRESTAMOS    (268 A 307)'
           DISPLAY '21. PRESTAMOS    (285 A 307)'
           DISPLAY '22. SOLICRED     (306 A 313)'
           DISPLAY '23. USUARIOS     (32 A 38)'
           DISPLAY '24. CUENTAS      (29 A 50)'
           DISPLAY '25. SALIR'
           DISPLAY 'OPCION: ' WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 10 PERFORM 2900-CONVERTIR-PRESTAMOS
               WHEN 11 PERFORM 3000-CONVERTIR-COTIZACIONES
               WHEN 12 PERFORM 3100-CONVERTIR-RESPUESTAS
               WHEN 13 PERFORM 3200-CONVERTIR-DONACIONES
               WHEN 14 PERFORM 3300-CONVERTIR-TRANSDIV-SUC
               WHEN 15 PERFORM 3400-CONVERTIR-TRANSHIS-SUC
               WHEN 16 PERFORM 3500-CONVERTIR-DIFERENCIAS-SUC
               WHEN 17 PERFORM 3600-CONVERTIR-DENOMPOS
               WHEN 18 PERFORM 3700-CONVERTIR-CAJONES
               WHEN 19 PERFORM 3800-CONVERTIR-PRESTAMOS-DEU
               WHEN 20 PERFORM 3900-CONVERTIR-PRESTAMOS-TAS
               WHEN 21 PERFORM 4000-CONVERTIR-PRESTAMOS-SEG
               WHEN 22 PERFORM 4100-CONVERTIR-SOLICRED
               WHEN 23 PERFORM 4200-CONVERTIR-USUARIOS-EMP
               WHEN 24 PERFORM 4300-CONVERTIR-CUENTAS
               WHEN 25 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

                    MOVE WS-FEC-SIS  TO RUSU-FECHA-CLAVE
                    MOVE ZEROS       TO RUSU-FALLIDOS
                    MOVE SPACE       TO RUSU-BLOQUEADO
                    MOVE ZEROS       TO RUSU-EMPLEADO
                    WRITE REG-USUARIO
                    ADD 1 TO WS-GRABADOS
           END-READ.
                    MOVE VTRA-NUMERO      TO RTRA-NUMERO
                    MOVE VTRA-CAJERO      TO RTRA-CAJERO
                    MOVE ZEROS            TO RTRA-UTILIDAD
                    MOVE ZEROS            TO RTRA-SUCURSAL
                    WRITE REG-TRANSDIV
                    ADD 1 TO WS-GRABADOS
           END-READ.
           READ THIVIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE VTHI-FECHA       TO NTHI-FECHA
                    MOVE VTHI-HORA        TO NTHI-HORA
                    MOVE VTHI-OPERA       TO NTHI-OPERA
                    MOVE VTHI-DIVISA      TO NTHI-DIVISA
                    MOVE VTHI-FORMA-PAGO  TO NTHI-FORMA-PAGO
                    MOVE VTHI-CANTIDAD    TO NTHI-CANTIDAD
                    MOVE VTHI-VALOR       TO NTHI-VALOR
                    MOVE VTHI-CLIENTE-DOC TO NTHI-CLIENTE-DOC
                    MOVE VTHI-NUMERO      TO NTHI-NUMERO
                    MOVE VTHI-CAJERO      TO NTHI-CAJERO
                    MOVE ZEROS            TO NTHI-UTILIDAD
                    MOVE ZEROS            TO NTHI-SUCURSAL
                    WRITE REG-THINUEVO
                    ADD 1 TO WS-GRABADOS
           END-READ.

                    MOVE VDIF-MOTIVO     TO NDIF-MOTIVO
                    MOVE VDIF-CAJERO     TO NDIF-CAJERO
                    MOVE ZEROS           TO NDIF-DENOM
                    MOVE ZEROS           TO NDIF-SUCURSAL
                    WRITE REG-DIFNUEVO
                    ADD 1 TO WS-GRABADOS
           END-READ.
                    MOVE ZEROS               TO RPRE-CODEU-TELEFONO
                    MOVE ZEROS               TO RPRE-TASA-MES
                    MOVE VPRE-FECHA-ACEPTA   TO RPRE-FECHA-ESTADO
                    MOVE SPACES              TO RPRE-DEUDOR-DOC
                                                RPRE-DEUDOR-NOMBRE
                                                RPRE-CODEU-DOC
                    PERFORM 3920-TASA-FIJA
                    PERFORM 4020-SIN-SEGURO
                    WRITE REG-PRESTAMO
                    ADD 1 TO WS-GRABADOS
           END-READ.
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * LAS DONACIONES VIEJAS QUEDAN ANONIMAS (DOCUMENTO EN BLANCO);
      * LAS QUE DEBAN CERTIFICARSE SE IDENTIFICAN EN NO3CDONA
       3200-CONVERTIR-DONACIONES.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT DONVIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR DONACIONES: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT DONNUEVO
               PERFORM 3210-PASAR-DONACION UNTIL SW-FDA-VIEJO = 1
               CLOSE DONVIEJO DONNUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3210-PASAR-DONACION.
           READ DONVIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE VDON-FECHA       TO RDON-FECHA
                    MOVE VDON-TIPO        TO RDON-TIPO
                    MOVE VDON-DONANTE     TO RDON-DONANTE
                    MOVE VDON-VALOR       TO RDON-VALOR
                    MOVE SPACES           TO RDON-TIPO-DOC RDON-NUM-DOC
                    WRITE REG-DONACION
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * TODO LO REGISTRADO ANTES DE LOS LIBROS POR SUCURSAL SE HIZO EN
      * LA PRINCIPAL: LA SUCURSAL QUEDA EN CERO
       3300-CONVERTIR-TRANSDIV-SUC.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT TR2VIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR TRANSDIV: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT TRANUEVO
               PERFORM 3310-PASAR-TRANSACCION UNTIL SW-FDA-VIEJO = 1
               CLOSE TR2VIEJO TRANUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3310-PASAR-TRANSACCION.
           READ TR2VIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE XTRA-DATOS       TO REG-TRANSDIV(1:73)
                    MOVE XTRA-UTILIDAD    TO RTRA-UTILIDAD
                    MOVE ZEROS            TO RTRA-SUCURSAL
                    WRITE REG-TRANSDIV
                    ADD 1 TO WS-GRABADOS
           END-READ.

       3400-CONVERTIR-TRANSHIS-SUC.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT TH2VIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR TRANSHIS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT THINUEVO
               PERFORM 3410-PASAR-HISTORIA UNTIL SW-FDA-VIEJO = 1
               CLOSE TH2VIEJO THINUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3410-PASAR-HISTORIA.
           READ TH2VIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE XTHI-DATOS       TO REG-THINUEVO(1:73)
                    MOVE XTHI-UTILIDAD    TO NTHI-UTILIDAD
                    MOVE ZEROS            TO NTHI-SUCURSAL
                    WRITE REG-THINUEVO
                    ADD 1 TO WS-GRABADOS
           END-READ.

       3500-CONVERTIR-DIFERENCIAS-SUC.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT DI2VIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR DIFERENCIAS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT DIFNUEVO
               PERFORM 3510-PASAR-DIFERENCIA UNTIL SW-FDA-VIEJO = 1
               CLOSE DI2VIEJO DIFNUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3510-PASAR-DIFERENCIA.
           READ DI2VIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE XDIF-DATOS      TO REG-DIFNUEVO(1:49)
                    MOVE ZEROS           TO NDIF-SUCURSAL
                    WRITE REG-DIFNUEVO
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * LOS BILLETES GUARDADOS ANTES ERAN LOS DE LA PRINCIPAL
       3600-CONVERTIR-DENOMPOS.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT DENVIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR DENOMPOS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT DENNUEVO
               PERFORM 3610-PASAR-DENOMINACION UNTIL SW-FDA-VIEJO = 1
               CLOSE DENVIEJO DENNUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3610-PASAR-DENOMINACION.
           READ DENVIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE VDEN-DIVISA     TO NDEN-DIVISA
                    MOVE VDEN-DENOM      TO NDEN-DENOM
                    MOVE VDEN-CANTIDAD   TO NDEN-CANTIDAD
                    MOVE ZEROS           TO NDEN-SUCURSAL
                    WRITE REG-DENNUEVO
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * LOS CAJONES ABIERTOS ANTES ERAN TODOS DE LA PRINCIPAL
       3700-CONVERTIR-CAJONES.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT CJNVIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CAJONES: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT CJNNUEVO
               PERFORM 3710-PASAR-CAJON UNTIL SW-FDA-VIEJO = 1
               CLOSE CJNVIEJO CJNNUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3710-PASAR-CAJON.
           READ CJNVIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE VCJN-DATOS      TO REG-CAJON(1:81)
                    MOVE ZEROS           TO RCJN-SUCURSAL
                    WRITE REG-CAJON
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * LOS PRESTAMOS VIEJOS QUEDAN SIN IDENTIFICACION; SE COMPLETA EN
      * EL MAESTRO ANTES DEL PRIMER REPORTE A CENTRALES
       3800-CONVERTIR-PRESTAMOS-DEU.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT PR2VIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PRESTAMOS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT PRENUEVO
               PERFORM 3810-PASAR-PRESTAMO-DEU UNTIL SW-FDA-VIEJO = 1
               CLOSE PR2VIEJO PRENUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3810-PASAR-PRESTAMO-DEU.
           READ PR2VIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE XPRE-DATOS          TO REG-PRESTAMO(1:219)
                    MOVE SPACES              TO RPRE-DEUDOR-DOC
                                                RPRE-DEUDOR-NOMBRE
                                                RPRE-CODEU-DOC
                    PERFORM 3920-TASA-FIJA
                    PERFORM 4020-SIN-SEGURO
                    WRITE REG-PRESTAMO
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * LOS PRESTAMOS VIEJOS SON TODOS DE TASA FIJA
       3900-CONVERTIR-PRESTAMOS-TAS.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT PR3VIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PRESTAMOS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT PRENUEVO
               PERFORM 3910-PASAR-PRESTAMO-TAS UNTIL SW-FDA-VIEJO = 1
               CLOSE PR3VIEJO PRENUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       3910-PASAR-PRESTAMO-TAS.
           READ PR3VIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE YPRE-DATOS          TO REG-PRESTAMO(1:268)
                    PERFORM 3920-TASA-FIJA
                    PERFORM 4020-SIN-SEGURO
                    WRITE REG-PRESTAMO
                    ADD 1 TO WS-GRABADOS
           END-READ.

       3920-TASA-FIJA.
           MOVE 'F'                 TO RPRE-TIPO-TASA
           MOVE ZEROS               TO RPRE-SPREAD
                                       RPRE-FREC-REPRECIO
                                       RPRE-FECHA-REPRECIO.

      * LOS PRESTAMOS VIEJOS QUEDAN SIN SEGURO; LA PRIMA DE LOS QUE SI
      * LO TIENEN SE COMPLETA EN EL MAESTRO ANTES DEL PRIMER BORDERO
       4000-CONVERTIR-PRESTAMOS-SEG.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT PR4VIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PRESTAMOS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT PRENUEVO
               PERFORM 4010-PASAR-PRESTAMO-SEG UNTIL SW-FDA-VIEJO = 1
               CLOSE PR4VIEJO PRENUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       4010-PASAR-PRESTAMO-SEG.
           READ PR4VIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE ZPRE-DATOS          TO REG-PRESTAMO(1:285)
                    PERFORM 4020-SIN-SEGURO
                    WRITE REG-PRESTAMO
                    ADD 1 TO WS-GRABADOS
           END-READ.

       4020-SIN-SEGURO.
           MOVE ZEROS               TO RPRE-DEUDOR-EDAD
                                       RPRE-SEG-TASA
                                       RPRE-SEG-MES.

      * LAS SOLICITUDES VIEJAS QUEDAN SIN EDAD NI TASA DE SEGURO
       4100-CONVERTIR-SOLICRED.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT SOLVIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR SOLICRED: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT SOLNUEVO
               PERFORM 4110-PASAR-SOLICITUD UNTIL SW-FDA-VIEJO = 1
               CLOSE SOLVIEJO SOLNUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       4110-PASAR-SOLICITUD.
           READ SOLVIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE VSOL-DATOS          TO REG-SOLICITUD(1:306)
                    MOVE ZEROS               TO RSOL-DEUDOR-EDAD
                                                RSOL-SEG-TASA
                    WRITE REG-SOLICITUD
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * LOS USUARIOS QUEDAN SIN EMPLEADO DE NOMINA; SE LES ASIGNA
      * DESPUES EN NO8CUSUA
       4200-CONVERTIR-USUARIOS-EMP.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT US2VIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR USUARIOS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT USUNUEVO
               PERFORM 4210-PASAR-USUARIO-EMP UNTIL SW-FDA-VIEJO = 1
               CLOSE US2VIEJO USUNUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       4210-PASAR-USUARIO-EMP.
           READ US2VIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE XUSU-DATOS          TO REG-USUARIO(1:32)
                    MOVE ZEROS               TO RUSU-EMPLEADO
                    WRITE REG-USUARIO
                    ADD 1 TO WS-GRABADOS
           END-READ.

      * LA CLASE SALE DEL PRIMER DIGITO DEL CODIGO (1 ACTIVO, 2 PASIVO,
      * 3 PATRIMONIO, 4 INGRESO, 5 A 7 GASTO, LO DEMAS DE ORDEN) Y EL
      * GRUPO QUEDA CON EL NOMBRE DE LA CLASE; SE AFINAN DESPUES EN
      * NO9CMAYO
       4300-CONVERTIR-CUENTAS.
           MOVE ZEROS TO WS-LEIDOS WS-GRABADOS
           MOVE 0 TO SW-FDA-VIEJO
           OPEN INPUT CUEVIEJO
           IF WS-ESTADO-VIE NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CUENTAS: ' WS-ESTADO-VIE
           ELSE
               OPEN OUTPUT CUENUEVO
               PERFORM 4310-PASAR-CUENTA UNTIL SW-FDA-VIEJO = 1
               CLOSE CUEVIEJO CUENUEVO
               PERFORM 9000-RESUMEN
           END-IF.

       4310-PASAR-CUENTA.
           READ CUEVIEJO AT END MOVE 1 TO SW-FDA-VIEJO
                NOT AT END
                    ADD 1 TO WS-LEIDOS
                    MOVE VCUE-DATOS          TO REG-CUENTA(1:29)
                    EVALUATE RCUE-CODIGO(1:1)
                        WHEN '1'
                            MOVE 'A'          TO RCUE-CLASE
                            MOVE 'ACTIVOS'    TO RCUE-GRUPO
                        WHEN '2'
                            MOVE 'P'          TO RCUE-CLASE
                            MOVE 'PASIVOS'    TO RCUE-GRUPO
                        WHEN '3'
                            MOVE 'T'          TO RCUE-CLASE
                            MOVE 'PATRIMONIO' TO RCUE-GRUPO
                        WHEN '4'
                            MOVE 'I'          TO RCUE-CLASE
                            MOVE 'INGRESOS'   TO RCUE-GRUPO
                        WHEN '5' THRU '7'
                            MOVE 'G'          TO RCUE-CLASE
                            MOVE 'GASTOS'     TO RCUE-GRUPO
                        WHEN OTHER
                            MOVE 'O'          TO RCUE-CLASE
                            MOVE 'ORDEN'      TO RCUE-GRUPO
                    END-EVALUATE
                    WRITE REG-CUENTA
                    ADD 1 TO WS-GRABADOS
           END-READ.

       END PROGRAM NO9CCONV.
