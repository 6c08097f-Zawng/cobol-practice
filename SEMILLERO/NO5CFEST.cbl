      * AAAAMMDD POR REGISTRO, CARGADAS ANO POR ANO), QUE ALIMENTA
      * LAS FUNCIONES DE DIAS HABILES DE NO6CFECH: LA PARROQUIA NO
      * RESERVA SOBRE FESTIVOS Y LAS CUOTAS DE CREDITO SE CORREN AL
      * SIGUIENTE DIA HABIL. DE LA MISMA PASCUA SE ARMA EL CALENDARIO
      * LITURGICO DEL ANO (LITURGIA) Y AQUI SE MANTIENEN LAS REGLAS DE
      * CADA TIEMPO POR SERVICIO (REGLALIT) QUE APLICA LA RESERVA
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO5CFEST.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CALENDARIO LITURGICO POR ANO Y REGLAS DE CADA TIEMPO, QUE
      * APLICAN NO1CSANM, NO2CSOLI Y NO6CCALE
           SELECT LITURGIA ASSIGN TO './FILES/SANMIGUEL/LITURGIA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
           SELECT REGLALIT ASSIGN TO './FILES/SANMIGUEL/REGLALIT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CALENDARIO LITURGICO IMPRESO DEL ANO
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/TIEMPOS'
           FILE STATUS IS VAR-ESTADO.

      *----------------------------------------------------------------*
      *                           DATA                                 *
       01  REG-FESTIVO.
           02 RFES-FECHA              PIC 9(08).

       FD  LITURGIA LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/LITURGIA.cpy'.

       FD  REGLALIT LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/REGLALIT.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPC                  PIC 9(01) VALUE ZEROS.
       01  WS-ENTER                PIC A(01) VALUE SPACES.
       01  GX                      PIC 9(02) VALUE ZEROS.
       01  WS-TOT-GRABADOS         PIC 9(02) VALUE ZEROS.

      * CALENDARIO LITURGICO: TRAMOS DEL ANO ARMADOS DESDE LA PASCUA
      * (RESIDUO 0 DEL CALENDARIO INTEGRADO ENTRE 7 ES DOMINGO)
       01  WS-INT-INICIO           PIC 9(07) VALUE ZEROS.
       01  WS-INT-BAUTISMO         PIC 9(07) VALUE ZEROS.
       01  WS-INT-ADVIENTO         PIC 9(07) VALUE ZEROS.
       01  WS-INT-NAVIDAD          PIC 9(07) VALUE ZEROS.
       01  WS-TIE-INT-INI          PIC 9(07) VALUE ZEROS.
       01  WS-TIE-INT-FIN          PIC 9(07) VALUE ZEROS.
       01  WS-TIE-CODIGO           PIC X(02) VALUE SPACES.
       01  WS-TIE-NOMBRE           PIC X(20) VALUE SPACES.
       01  WS-NUM-TIEMPOS          PIC 9(02) VALUE ZEROS.
       01  TABLA-TIEMPOS.
           02 TAB-TIE              OCCURS 9 TIMES.
              03 TAB-TIE-DESDE     PIC 9(08).
              03 TAB-TIE-HASTA     PIC 9(08).
              03 TAB-TIE-DIAS      PIC 9(03).
              03 TAB-TIE-CODIGO    PIC X(02).
              03 TAB-TIE-NOMBRE    PIC X(20).
       01  TX                      PIC 9(02) VALUE ZEROS.
       01  SW-FDA-LITURGIA         PIC 9 VALUE ZEROS.

      * REGLAS DE CADA TIEMPO POR SERVICIO
       01  WS-TIEMPO               PIC X(02) VALUE SPACES.
           88 WS-TIEMPO-VALIDO     VALUE 'AD' 'NA' 'TO' 'CU' 'SS'
                                         'TP' 'PA'.
       01  WS-SERVICIO             PIC 9(01) VALUE ZEROS.
       01  WS-REGLA                PIC X(01) VALUE SPACES.
           88 WS-REGLA-VALIDA      VALUE 'P' 'A' 'T' 'L'.
       01  WS-VALOR                PIC 9(07) VALUE ZEROS.
       01  SW-FDA-REGLALIT         PIC 9 VALUE ZEROS.
       01  SW-REGLA-HALLADA        PIC 9 VALUE ZEROS.
       01  WS-NUM-REGLAS           PIC 9(02) VALUE ZEROS.
       01  TABLA-REGLAS.
           02 TAB-REG              OCCURS 60 TIMES.
              03 TAB-REG-TIEMPO    PIC X(02).
              03 TAB-REG-SERVICIO  PIC 9(01).
              03 TAB-REG-REGLA     PIC X(01).
              03 TAB-REG-VALOR     PIC 9(07).
       01  RX                      PIC 9(02) VALUE ZEROS.
       01  WS-REGLAS-TRAMO         PIC 9(02) VALUE ZEROS.
       01  TABLA-NOM-SERVICIOS-VALORES.
           02 FILLER               PIC X(18) VALUE 'BAUTIZO'.
           02 FILLER               PIC X(18) VALUE 'PRIMERA COMUNION'.
           02 FILLER               PIC X(18) VALUE 'CONFIRMACION'.
           02 FILLER               PIC X(18) VALUE 'MATRIMONIO'.
           02 FILLER               PIC X(18) VALUE 'FUNERALES'.
           02 FILLER               PIC X(18) VALUE 'MISAS'.
       01  TABLA-NOM-SERVICIOS REDEFINES TABLA-NOM-SERVICIOS-VALORES.
           02 NOM-SERVICIO         PIC X(18) OCCURS 6 TIMES.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.
       01  WS-FEC-AUX              PIC 9(08) VALUE ZEROS.
       01  WS-FEC-AUX-EDI          PIC X(10) VALUE SPACES.

      * RENGLONES DEL CALENDARIO LITURGICO IMPRESO
       01  REG-LIT-ENC-01.
           02 FILLER               PIC X(80) VALUE ALL '*'.

       01  REG-LIT-ENC-02.
           02 FILLER               PIC X(22) VALUE SPACES.
           02 FILLER               PIC X(30)
              VALUE 'PARROQUIA SAN MIGUEL - TIEMPOS'.
           02 FILLER               PIC X(20)
              VALUE ' LITURGICOS DEL ANO '.
           02 RLEN-ANO             PIC 9(04).
           02 FILLER               PIC X(04) VALUE SPACES.

       01  REG-LIT-ENC-03.
           02 FILLER               PIC X(22) VALUE SPACES.
           02 FILLER               PIC X(20)
              VALUE 'DOMINGO DE PASCUA: '.
           02 RLEN-PASCUA          PIC X(10).
           02 FILLER               PIC X(28) VALUE SPACES.

       01  REG-LIT-TITULOS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 FILLER               PIC X(22) VALUE 'TIEMPO LITURGICO'.
           02 FILLER               PIC X(13) VALUE 'DESDE'.
           02 FILLER               PIC X(13) VALUE 'HASTA'.
           02 FILLER               PIC X(30) VALUE 'DIAS'.

       01  REG-LIT-TRAMO.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RLTR-NOMBRE          PIC X(20).
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RLTR-DESDE           PIC X(10).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 RLTR-HASTA           PIC X(10).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 RLTR-DIAS            PIC ZZ9.
           02 FILLER               PIC X(27) VALUE SPACES.

       01  REG-LIT-REGLA.
           02 FILLER               PIC X(06) VALUE SPACES.
           02 RLRE-SERVICIO        PIC X(18).
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RLRE-REGLA           PIC X(30).
           02 RLRE-VALOR           PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           02 FILLER               PIC X(14) VALUE SPACES.

      * SALIDA
       01  REG-SAL-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1-MENU-PRINCIPAL UNTIL WS-OPC = 7
           STOP RUN.

       1-MENU-PRINCIPAL.
                   '3. LISTAR UN ANO      ' LINE 10 POSITION 10
                   '4. GENERAR ANO COMPLETO'
                                            LINE 11 POSITION 10
                   '5. CALENDARIO LITURGICO'
                                            LINE 12 POSITION 10
                   '6. REGLAS POR TIEMPO  ' LINE 13 POSITION 10
                   '7. SALIR              ' LINE 14 POSITION 10
                   'OPCION ) '              LINE 16 POSITION 20
           MOVE ZEROS TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 8
               ACCEPT WS-OPC               LINE 16 POSITION 30
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-1-CREA-ARCHIVO
               WHEN 2 PERFORM 1-2-ADICIONA-FESTIVO
               WHEN 3 PERFORM 1-3-LISTA-ANO
               WHEN 4 PERFORM 1-4-GENERA-ANO
               WHEN 5 PERFORM 1-5-CALENDARIO-LITURGICO
               WHEN 6 PERFORM 1-6-REGLAS-TIEMPO
           END-EVALUATE.

       1-1-CREA-ARCHIVO.
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CALENDARIO LITURGICO DEL ANO, ARMADO DESDE LA MISMA PASCUA DE
      * LOS FESTIVOS MOVILES. SE MUESTRA, SE GRABA EN LITURGIA (UNA
      * SOLA VEZ POR ANO) Y SE PUEDE IMPRIMIR CON LAS REGLAS DE CADA
      * TIEMPO PARA LA CARTELERA DE LA OFICINA
      *----------------------------------------------------------------*
       1-5-CALENDARIO-LITURGICO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CALENDARIO LITURGICO DEL ANO'
                                       LINE 06 POSITION 26
           DISPLAY 'ANO (AAAA):'       LINE 07 POSITION 01
           MOVE ZEROS TO WS-ANO
           PERFORM UNTIL WS-ANO > 2000
               ACCEPT WS-ANO           LINE 07 POSITION 14
           END-PERFORM
           PERFORM 1-4-1-CALCULA-PASCUA
           PERFORM 1-5-1-ARMA-TIEMPOS
           PERFORM 1-5-2-MUESTRA-TIEMPOS
           PERFORM 1-5-3-BUSCAR-ANO
           IF SW-YA-EXISTE = 1
               DISPLAY 'ESE ANO YA ESTA GRABADO EN EL CALENDARIO'
                                       LINE 21 POSITION 01
           ELSE
               DISPLAY 'GRABAR ESTE CALENDARIO? (S/N):'
                                       LINE 21 POSITION 01
               MOVE SPACES TO WS-SEGURO
               PERFORM UNTIL SI-SEGURO OR NO-SEGURO
                   ACCEPT WS-SEGURO    LINE 21 POSITION 33
               END-PERFORM
               IF SI-SEGURO
                   PERFORM 1-5-4-GRABA-TIEMPOS
               END-IF
           END-IF
           DISPLAY 'IMPRIMIR EL CALENDARIO DEL ANO? (S/N):'
                                       LINE 22 POSITION 01
           MOVE SPACES TO WS-SEGURO
           PERFORM UNTIL SI-SEGURO OR NO-SEGURO
               ACCEPT WS-SEGURO        LINE 22 POSITION 41
           END-PERFORM
           IF SI-SEGURO
               PERFORM 1-5-5-IMPRIME-CALENDARIO
               DISPLAY 'CALENDARIO ENVIADO AL SPOOL, OPRIMA ENTER'
                                       LINE 24 POSITION 01
               ACCEPT WS-ENTER         LINE 24 POSITION 45
           END-IF.

      *----------------------------------------------------------------*
      * TRAMOS DEL ANO CIVIL: NAVIDAD HASTA EL BAUTISMO DEL SENOR
      * (PRIMER DOMINGO DESPUES DEL 6 DE ENERO), ORDINARIO, CUARESMA
      * DESDE EL MIERCOLES DE CENIZA (PASCUA - 46), SEMANA SANTA DESDE
      * EL DOMINGO DE RAMOS, TRIDUO DE JUEVES A SABADO SANTO, PASCUA
      * HASTA PENTECOSTES (PASCUA + 49), ORDINARIO, ADVIENTO DESDE EL
      * CUARTO DOMINGO ANTES DE NAVIDAD Y NAVIDAD HASTA FIN DE ANO
      *----------------------------------------------------------------*
       1-5-1-ARMA-TIEMPOS.
           MOVE ZEROS TO WS-NUM-TIEMPOS
           MOVE WS-ANO TO WS-GEN-FECHA(1:4)
           MOVE 0101   TO WS-GEN-FECHA(5:4)
           COMPUTE WS-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(WS-GEN-FECHA)
           COMPUTE WS-GEN-INT = WS-INT-INICIO + 5
           COMPUTE WS-GEN-DOW = FUNCTION MOD(WS-GEN-INT, 7)
           COMPUTE WS-INT-BAUTISMO = WS-GEN-INT + 7 - WS-GEN-DOW
           MOVE 1224   TO WS-GEN-FECHA(5:4)
           COMPUTE WS-GEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-GEN-FECHA)
           COMPUTE WS-INT-NAVIDAD = WS-GEN-INT + 1
           COMPUTE WS-GEN-DOW = FUNCTION MOD(WS-GEN-INT, 7)
           COMPUTE WS-INT-ADVIENTO = WS-GEN-INT - WS-GEN-DOW - 21
           MOVE WS-INT-INICIO   TO WS-TIE-INT-INI
           MOVE WS-INT-BAUTISMO TO WS-TIE-INT-FIN
           MOVE 'NA'            TO WS-TIE-CODIGO
           MOVE 'NAVIDAD'       TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           COMPUTE WS-TIE-INT-INI = WS-INT-BAUTISMO + 1
           COMPUTE WS-TIE-INT-FIN = WS-INT-PASCUA - 47
           MOVE 'TO'            TO WS-TIE-CODIGO
           MOVE 'TIEMPO ORDINARIO' TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           COMPUTE WS-TIE-INT-INI = WS-INT-PASCUA - 46
           COMPUTE WS-TIE-INT-FIN = WS-INT-PASCUA - 8
           MOVE 'CU'            TO WS-TIE-CODIGO
           MOVE 'CUARESMA'      TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           COMPUTE WS-TIE-INT-INI = WS-INT-PASCUA - 7
           COMPUTE WS-TIE-INT-FIN = WS-INT-PASCUA - 4
           MOVE 'SS'            TO WS-TIE-CODIGO
           MOVE 'SEMANA SANTA'  TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           COMPUTE WS-TIE-INT-INI = WS-INT-PASCUA - 3
           COMPUTE WS-TIE-INT-FIN = WS-INT-PASCUA - 1
           MOVE 'TP'            TO WS-TIE-CODIGO
           MOVE 'TRIDUO PASCUAL' TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           MOVE WS-INT-PASCUA   TO WS-TIE-INT-INI
           COMPUTE WS-TIE-INT-FIN = WS-INT-PASCUA + 49
           MOVE 'PA'            TO WS-TIE-CODIGO
           MOVE 'PASCUA'        TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           COMPUTE WS-TIE-INT-INI = WS-INT-PASCUA + 50
           COMPUTE WS-TIE-INT-FIN = WS-INT-ADVIENTO - 1
           MOVE 'TO'            TO WS-TIE-CODIGO
           MOVE 'TIEMPO ORDINARIO' TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           MOVE WS-INT-ADVIENTO TO WS-TIE-INT-INI
           COMPUTE WS-TIE-INT-FIN = WS-INT-NAVIDAD - 1
           MOVE 'AD'            TO WS-TIE-CODIGO
           MOVE 'ADVIENTO'      TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO
           MOVE WS-INT-NAVIDAD  TO WS-TIE-INT-INI
           COMPUTE WS-TIE-INT-FIN = WS-INT-NAVIDAD + 6
           MOVE 'NA'            TO WS-TIE-CODIGO
           MOVE 'NAVIDAD'       TO WS-TIE-NOMBRE
           PERFORM 1-5-1-1-AGREGA-TIEMPO.

       1-5-1-1-AGREGA-TIEMPO.
           ADD 1 TO WS-NUM-TIEMPOS
           COMPUTE TAB-TIE-DESDE(WS-NUM-TIEMPOS) =
                   FUNCTION DATE-OF-INTEGER(WS-TIE-INT-INI)
           COMPUTE TAB-TIE-HASTA(WS-NUM-TIEMPOS) =
                   FUNCTION DATE-OF-INTEGER(WS-TIE-INT-FIN)
           COMPUTE TAB-TIE-DIAS(WS-NUM-TIEMPOS) =
                   WS-TIE-INT-FIN - WS-TIE-INT-INI + 1
           MOVE WS-TIE-CODIGO TO TAB-TIE-CODIGO(WS-NUM-TIEMPOS)
           MOVE WS-TIE-NOMBRE TO TAB-TIE-NOMBRE(WS-NUM-TIEMPOS).

       1-5-2-MUESTRA-TIEMPOS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'TIEMPOS LITURGICOS DEL ANO'
                                       LINE 05 POSITION 26
                   WS-ANO              LINE 05 POSITION 53
           DISPLAY 'DOMINGO DE PASCUA:' LINE 06 POSITION 26
                   WS-PASCUA-FECHA     LINE 06 POSITION 45
           DISPLAY 'TIEMPO                DESDE      HASTA      DIAS'
                                       LINE 08 POSITION 05
           MOVE 9 TO LI
           PERFORM VARYING TX FROM 1 BY 1
                   UNTIL TX > WS-NUM-TIEMPOS
               DISPLAY TAB-TIE-NOMBRE(TX) LINE LI POSITION 05
                       TAB-TIE-DESDE(TX)  LINE LI POSITION 27
                       TAB-TIE-HASTA(TX)  LINE LI POSITION 38
                       TAB-TIE-DIAS(TX)   LINE LI POSITION 49
               ADD 1 TO LI
           END-PERFORM.

       1-5-3-BUSCAR-ANO.
           MOVE 0 TO SW-YA-EXISTE
           MOVE 0 TO SW-FDA-LITURGIA
           OPEN INPUT LITURGIA
           IF VAR-ESTADO = '00'
               PERFORM 1-5-3-1-LEER-LITURGIA
                   UNTIL SW-FDA-LITURGIA = 1 OR SW-YA-EXISTE = 1
               CLOSE LITURGIA
           END-IF.

       1-5-3-1-LEER-LITURGIA.
           READ LITURGIA AT END MOVE 1 TO SW-FDA-LITURGIA
                NOT AT END
                    IF RLIT-ANO = WS-ANO
                        MOVE 1 TO SW-YA-EXISTE
                    END-IF
           END-READ.

       1-5-4-GRABA-TIEMPOS.
           OPEN EXTEND LITURGIA
      * SI EL ARCHIVO DEL CALENDARIO LITURGICO NO EXISTE, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT LITURGIA
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               PERFORM 1-5-4-1-GRABA-TRAMO
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > WS-NUM-TIEMPOS
               CLOSE LITURGIA
               DISPLAY 'CALENDARIO GRABADO'
                                       LINE 21 POSITION 40
           END-IF.

       1-5-4-1-GRABA-TRAMO.
           MOVE WS-ANO             TO RLIT-ANO
           MOVE TAB-TIE-DESDE(TX)  TO RLIT-DESDE
           MOVE TAB-TIE-HASTA(TX)  TO RLIT-HASTA
           MOVE TAB-TIE-CODIGO(TX) TO RLIT-TIEMPO
           MOVE TAB-TIE-NOMBRE(TX) TO RLIT-NOMBRE
           WRITE REG-LITURGIA END-WRITE.

      *----------------------------------------------------------------*
      * CALENDARIO IMPRESO: CADA TRAMO CON LAS REGLAS QUE RIGEN EN EL
      * (LAS REGLAS 'L' NO SE IMPRIMEN), Y SE ENTREGA AL SPOOL
      *----------------------------------------------------------------*
       1-5-5-IMPRIME-CALENDARIO.
           PERFORM 1-5-6-CARGA-REGLAS
           OPEN OUTPUT IMPRESOR
           MOVE WS-ANO          TO RLEN-ANO
           MOVE WS-PASCUA-FECHA TO WS-FEC-AUX
           PERFORM 1-5-9-EDITA-FECHA
           MOVE WS-FEC-AUX-EDI  TO RLEN-PASCUA
           WRITE REG-IMPRESOR FROM REG-LIT-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-IMPRESOR FROM REG-LIT-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-LIT-ENC-03 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-LIT-ENC-01 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-LIT-TITULOS AFTER 2 END-WRITE
           PERFORM 1-5-7-IMPRIME-TRAMO
               VARYING TX FROM 1 BY 1
               UNTIL TX > WS-NUM-TIEMPOS
           CLOSE IMPRESOR
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'TIEMPOS'                     TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/TIEMPOS'   TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       1-5-6-CARGA-REGLAS.
           MOVE ZEROS TO WS-NUM-REGLAS
           MOVE 0 TO SW-FDA-REGLALIT
           OPEN INPUT REGLALIT
           IF VAR-ESTADO = '00'
               PERFORM 1-5-6-1-LEER-REGLA UNTIL SW-FDA-REGLALIT = 1
               CLOSE REGLALIT
           END-IF.

       1-5-6-1-LEER-REGLA.
           READ REGLALIT AT END MOVE 1 TO SW-FDA-REGLALIT
                NOT AT END
                    IF WS-NUM-REGLAS < 60
                        ADD 1 TO WS-NUM-REGLAS
                        MOVE RRLI-TIEMPO
                          TO TAB-REG-TIEMPO(WS-NUM-REGLAS)
                        MOVE RRLI-COD-SERVICIO
                          TO TAB-REG-SERVICIO(WS-NUM-REGLAS)
                        MOVE RRLI-REGLA
                          TO TAB-REG-REGLA(WS-NUM-REGLAS)
                        MOVE RRLI-VALOR
                          TO TAB-REG-VALOR(WS-NUM-REGLAS)
                    END-IF
           END-READ.

       1-5-7-IMPRIME-TRAMO.
           MOVE TAB-TIE-NOMBRE(TX) TO RLTR-NOMBRE
           MOVE TAB-TIE-DESDE(TX)  TO WS-FEC-AUX
           PERFORM 1-5-9-EDITA-FECHA
           MOVE WS-FEC-AUX-EDI     TO RLTR-DESDE
           MOVE TAB-TIE-HASTA(TX)  TO WS-FEC-AUX
           PERFORM 1-5-9-EDITA-FECHA
           MOVE WS-FEC-AUX-EDI     TO RLTR-HASTA
           MOVE TAB-TIE-DIAS(TX)   TO RLTR-DIAS
           WRITE REG-IMPRESOR FROM REG-LIT-TRAMO AFTER 2 END-WRITE
           MOVE ZEROS TO WS-REGLAS-TRAMO
           PERFORM 1-5-8-IMPRIME-REGLA
               VARYING RX FROM 1 BY 1
               UNTIL RX > WS-NUM-REGLAS
           IF WS-REGLAS-TRAMO = ZEROS
               MOVE SPACES TO RLRE-SERVICIO
               MOVE 'SIN RESTRICCIONES' TO RLRE-REGLA
               MOVE ZEROS  TO RLRE-VALOR
               WRITE REG-IMPRESOR FROM REG-LIT-REGLA AFTER 1 END-WRITE
           END-IF.

       1-5-8-IMPRIME-REGLA.
           IF TAB-REG-TIEMPO(RX) = TAB-TIE-CODIGO(TX)
              AND TAB-REG-REGLA(RX) NOT = 'L'
               ADD 1 TO WS-REGLAS-TRAMO
               MOVE NOM-SERVICIO(TAB-REG-SERVICIO(RX))
                 TO RLRE-SERVICIO
               MOVE ZEROS TO RLRE-VALOR
               EVALUATE TAB-REG-REGLA(RX)
                   WHEN 'P'
                       MOVE 'PROHIBIDO' TO RLRE-REGLA
                   WHEN 'A'
                       MOVE 'CON AUTORIZACION DEL PARROCO'
                         TO RLRE-REGLA
                   WHEN 'T'
                       MOVE 'TARIFA DEL TIEMPO' TO RLRE-REGLA
                       MOVE TAB-REG-VALOR(RX)   TO RLRE-VALOR
               END-EVALUATE
               WRITE REG-IMPRESOR FROM REG-LIT-REGLA AFTER 1 END-WRITE
           END-IF.

      * AAAAMMDD A DD/MM/AAAA PARA EL IMPRESO
       1-5-9-EDITA-FECHA.
           MOVE WS-FEC-AUX(7:2) TO WS-FEC-AUX-EDI(1:2)
           MOVE '/'             TO WS-FEC-AUX-EDI(3:1)
           MOVE WS-FEC-AUX(5:2) TO WS-FEC-AUX-EDI(4:2)
           MOVE '/'             TO WS-FEC-AUX-EDI(6:1)
           MOVE WS-FEC-AUX(1:4) TO WS-FEC-AUX-EDI(7:4).

      *----------------------------------------------------------------*
      * REGLA DE UN TIEMPO LITURGICO PARA UN SERVICIO: SI YA EXISTE SE
      * REEMPLAZA, SI NO SE AGREGA. 'L' DEJA EL SERVICIO LIBRE
      *----------------------------------------------------------------*
       1-6-REGLAS-TIEMPO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'REGLAS POR TIEMPO LITURGICO'
                                       LINE 05 POSITION 27
           DISPLAY 'TIEMPOS  : AD ADVIENTO  NA NAVIDAD  TO ORDINARIO  CU
      -            ' CUARESMA'         LINE 06 POSITION 01
           DISPLAY '           SS SEMANA SANTA  TP TRIDUO PASCUAL  PA PA
      -            'SCUA'              LINE 07 POSITION 01
           DISPLAY 'SERVICIOS: 1 BAUTIZO  2 PRIMERA COMUNION  3 CONFIRMA
      -            'CION'              LINE 08 POSITION 01
           DISPLAY '           4 MATRIMONIO  5 FUNERALES  6 MISAS'
                                       LINE 09 POSITION 01
           DISPLAY 'REGLAS   : P PROHIBIDO  A AUTORIZACION DEL PARROCO'
                                       LINE 10 POSITION 01
           DISPLAY '           T TARIFA DISTINTA  L LIBRE'
                                       LINE 11 POSITION 01
           DISPLAY 'TIEMPO   :'        LINE 13 POSITION 01
           MOVE SPACES TO WS-TIEMPO
           PERFORM UNTIL WS-TIEMPO-VALIDO
               ACCEPT WS-TIEMPO        LINE 13 POSITION 12
           END-PERFORM
           DISPLAY 'SERVICIO :'        LINE 14 POSITION 01
           MOVE ZEROS TO WS-SERVICIO
           PERFORM UNTIL WS-SERVICIO > 0 AND < 7
               ACCEPT WS-SERVICIO      LINE 14 POSITION 12
           END-PERFORM
           DISPLAY 'REGLA    :'        LINE 15 POSITION 01
           MOVE SPACES TO WS-REGLA
           PERFORM UNTIL WS-REGLA-VALIDA
               ACCEPT WS-REGLA         LINE 15 POSITION 12
           END-PERFORM
           MOVE ZEROS TO WS-VALOR
           IF WS-REGLA = 'T'
               DISPLAY 'TARIFA   :'    LINE 16 POSITION 01
               PERFORM UNTIL WS-VALOR > ZEROS
                   ACCEPT WS-VALOR     LINE 16 POSITION 12
               END-PERFORM
           END-IF
           PERFORM 1-6-1-GRABA-REGLA
           DISPLAY 'REGLA GRABADA, OPRIMA ENTER'
                                       LINE 24 POSITION 01
           ACCEPT WS-ENTER             LINE 24 POSITION 30.

       1-6-1-GRABA-REGLA.
           MOVE 0 TO SW-REGLA-HALLADA
           MOVE 0 TO SW-FDA-REGLALIT
           OPEN I-O REGLALIT
           IF VAR-ESTADO = '00'
               PERFORM 1-6-2-BUSCA-REGLA
                   UNTIL SW-FDA-REGLALIT = 1 OR SW-REGLA-HALLADA = 1
               IF SW-REGLA-HALLADA = 1
                   MOVE WS-REGLA TO RRLI-REGLA
                   MOVE WS-VALOR TO RRLI-VALOR
                   REWRITE REG-REGLALIT END-REWRITE
               END-IF
               CLOSE REGLALIT
           END-IF
           IF SW-REGLA-HALLADA = 0
               MOVE WS-TIEMPO   TO RRLI-TIEMPO
               MOVE WS-SERVICIO TO RRLI-COD-SERVICIO
               MOVE WS-REGLA    TO RRLI-REGLA
               MOVE WS-VALOR    TO RRLI-VALOR
               OPEN EXTEND REGLALIT
      * SI EL ARCHIVO DE REGLAS NO EXISTE TODAVIA, SE CREA AQUI
               IF VAR-ESTADO = '35'
                   OPEN OUTPUT REGLALIT
               END-IF
               IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
                   WRITE REG-REGLALIT END-WRITE
                   CLOSE REGLALIT
               END-IF
           END-IF.

       1-6-2-BUSCA-REGLA.
           READ REGLALIT AT END MOVE 1 TO SW-FDA-REGLALIT
                NOT AT END
                    IF RRLI-TIEMPO = WS-TIEMPO
                       AND RRLI-COD-SERVICIO = WS-SERVICIO
                        MOVE 1 TO SW-REGLA-HALLADA
                    END-IF
           END-READ.

       999-ENCABEZADO-PAN.
           DISPLAY CLEAR-SCREEN
      * TOMAR FECHA DEL SISTEMA Y MODIFICAR EL FORMATO SOLICITADO
