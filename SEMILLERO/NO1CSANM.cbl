           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CALENDARIO LITURGICO Y REGLAS DE CADA TIEMPO POR SERVICIO
      * (LOS MANTIENE NO5CFEST)
           SELECT LITURGIA ASSIGN TO './FILES/SANMIGUEL/LITURGIA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
           SELECT REGLALIT ASSIGN TO './FILES/SANMIGUEL/REGLALIT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * LISTA DE ESPERA DE CUPOS OCUPADOS DEL CALENDARIO
           SELECT ESPERA ASSIGN TO './FILES/SANMIGUEL/ESPERA'
           ORGANIZATION IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * COLUMBARIO (COMPARTIDO CON NO2CNICH): NICHO ASIGNADO DESDE LA
      * RESERVA DEL FUNERAL Y ABONOS DE CONTRATOS PARA EL CIERRE
           SELECT NICHOS ASSIGN TO './FILES/SANMIGUEL/NICHOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
           SELECT CONTNICH ASSIGN TO './FILES/SANMIGUEL/CONTNICH'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
           SELECT ABONICHO ASSIGN TO './FILES/SANMIGUEL/ABONICHO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * NOTAS MARGINALES DE LAS PARTIDAS DE BAUTISMO (CONFIRMACION Y
      * MATRIMONIO POSTERIORES, PROPIOS O NOTIFICADOS)
           SELECT NOTAMARG ASSIGN TO './FILES/SANMIGUEL/NOTAMARG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * EGRESOS DE LA PARROQUIA (COMPARTIDO CON NO3CEGRE), QUE EL
      * CIERRE DE MES RESTA DEL INGRESO
           SELECT EGRESOS ASSIGN TO './FILES/SANMIGUEL/EGRESOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CEREMONIAS COMUNITARIAS DE BAUTISMO/CONFIRMACION (ENCABEZADO)
      * Y LOS PARTICIPANTES INSCRITOS EN CADA UNA
           SELECT CEREMONI ASSIGN TO './FILES/SANMIGUEL/CEREMONI'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
           SELECT PARTICIP ASSIGN TO './FILES/SANMIGUEL/PARTICIP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TARIFAS.cpy'.

       FD  LITURGIA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/LITURGIA.cpy'.

       FD  REGLALIT LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/REGLALIT.cpy'.

       FD  ESPERA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERIODO.cpy'.

       FD  NICHOS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/NICHO.cpy'.

       FD  CONTNICH LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CONTNICH.cpy'.

       FD  ABONICHO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/ABONICHO.cpy'.

       FD  NOTAMARG LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/NOTAMARG.cpy'.

       FD  EGRESOS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/EGRESO.cpy'.

       FD  CEREMONI LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CEREMONI.cpy'.

       FD  PARTICIP LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PARTICIP.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-OPC                  PIC 9(02) VALUE ZEROS.
       01  WS-SER                  PIC 9(01) VALUE ZEROS.
       01  WS-TARIFA-VIGENTE       PIC 9(08) VALUE ZEROS.
       01  WS-TARIFA-VALOR         PIC 9(07) VALUE ZEROS.

      * TIEMPO LITURGICO DE LA FECHA DEL EVENTO Y REGLA DEL SERVICIO
      * EN ESE TIEMPO (SIN CALENDARIO O SIN REGLA, NO SE RESTRINGE)
       01  SW-FDA-LITURGIA         PIC 9 VALUE ZEROS.
       01  SW-FDA-REGLALIT         PIC 9 VALUE ZEROS.
       01  WS-LIT-FECHA            PIC 9(08) VALUE ZEROS.
       01  WS-LIT-TIEMPO           PIC X(02) VALUE SPACES.
       01  WS-LIT-NOMBRE           PIC X(20) VALUE SPACES.
       01  WS-LIT-REGLA            PIC X(01) VALUE SPACES.
       01  WS-LIT-VALOR            PIC 9(07) VALUE ZEROS.
       01  WS-LIT-TARIFA           PIC 9(07) VALUE ZEROS.
       01  WS-LIT-PERMITE          PIC X(01) VALUE 'S'.
           88 SW-LIT-PERMITE       VALUE 'S'.

      * DURACION EN HORAS POR TIPO DE SERVICIO: EL SERVICIO OCUPA
      * TODOS LOS CUPOS CONSECUTIVOS DESDE LA HORA INICIAL
       01  WS-DURACION-SER         PIC 9(02) VALUE ZEROS.
       01  WS-SAC-PADRINO          PIC X(30) VALUE SPACES.
       01  WS-SAC-MADRINA          PIC X(30) VALUE SPACES.

      * NOTAS MARGINALES: LA PERSONA CONFIRMADA O CASADA, SU PARTIDA
      * DE BAUTISMO (NUESTRA O DE OTRA PARROQUIA) Y LA NOTA MANUAL
       01  SW-FDA-NOTAMARG         PIC 9 VALUE ZEROS.
       01  WS-NOT-PERSONA          PIC X(30) VALUE SPACES.
       01  WS-NOT-CONYUGE          PIC X(30) VALUE SPACES.
       01  WS-NOT-BAU-LIBRO        PIC 9(02) VALUE ZEROS.
       01  WS-NOT-BAU-FOLIO        PIC 9(03) VALUE ZEROS.
       01  WS-NOT-BAU-ACTA         PIC 9(05) VALUE ZEROS.
       01  WS-NOT-PARROQUIA        PIC X(30) VALUE SPACES.
       01  WS-NOT-SACRAMENTO       PIC 9(01) VALUE ZEROS.
           88 NOT-SACRA-VALIDO     VALUE 3 4.
       01  WS-NOT-FECHA            PIC X(10) VALUE SPACES.
       01  WS-NOT-REF-LIBRO        PIC 9(02) VALUE ZEROS.
       01  WS-NOT-REF-FOLIO        PIC 9(03) VALUE ZEROS.
       01  WS-NOT-REF-ACTA         PIC 9(05) VALUE ZEROS.
       01  WS-NOT-ES-ESTA          PIC A(01) VALUE SPACES.
           88 SI-ES-ESTA           VALUE 'S' 's'.
           88 NO-ES-ESTA           VALUE 'N' 'n'.
       01  WS-NOT-IMPRESAS         PIC 9(03) VALUE ZEROS.

      * REQUISITO DEL CURSILLO PREMATRIMONIAL EN LA ADICION DE UN
      * MATRIMONIO: SE BUSCA LA PAREJA (POR TELEFONO) EN EL ARCHIVO
      * QUE MANTIENE NO2CCURS; SIN CURSO, LA RESERVA SOLO SIGUE SI EL
           02 FILLER               PIC X(08) VALUE SPACES.
           02 RSAL-AGE-MAX         PIC ZZZZ9 VALUE ZEROS.

      * COLUMBARIO: NICHO ASIGNADO AL FUNERAL RECIEN RESERVADO Y
      * ABONOS DE CONTRATOS DE NICHO QUE ENTRAN AL CIERRE DE MES
       01  SW-FDA-NICHOS           PIC 9 VALUE ZEROS.
       01  SW-FDA-CONTNICH         PIC 9 VALUE ZEROS.
       01  SW-FDA-ABONICHO         PIC 9 VALUE ZEROS.
       01  WS-NCH-ASIGNA           PIC A(01) VALUE SPACES.
           88 SI-ASIGNA-NICHO      VALUE 'S' 's'.
           88 NO-ASIGNA-NICHO      VALUE 'N' 'n'.
       01  WS-NCH-CODIGO           PIC 9(04) VALUE ZEROS.
       01  WS-NCH-LIBRES           PIC 9(04) VALUE ZEROS.
       01  WS-NCH-VALIDO           PIC 9 VALUE ZEROS.
       01  WS-NCH-CONTRATO         PIC 9(04) VALUE ZEROS.
       01  WS-NCH-MODALIDAD        PIC A(01) VALUE SPACES.
           88 NCH-VENTA            VALUE 'V'.
           88 NCH-ARRIENDO         VALUE 'A'.
       01  WS-NCH-PLAZO            PIC 9(02) VALUE ZEROS.
       01  WS-NCH-DIFUNTO          PIC X(30) VALUE SPACES.
       01  WS-NCH-VALOR            PIC 9(07) VALUE ZEROS.
       01  WS-NCH-FEC-INICIO       PIC 9(08) VALUE ZEROS.
       01  WS-NCH-FEC-VENCE        PIC 9(08) VALUE ZEROS.
       01  WS-TOT-ABO-NICHOS       PIC 9(09) VALUE ZEROS.

      * EGRESOS DEL PERIODO QUE SE CIERRA Y RESULTADO NETO DEL MES
      * (INGRESO TOTAL MENOS EGRESOS; PUEDE QUEDAR NEGATIVO)
       01  SW-FDA-EGRESOS          PIC 9 VALUE ZEROS.
       01  WS-TOT-EGRESOS          PIC 9(09) VALUE ZEROS.
       01  WS-RESULTADO-NETO       PIC S9(09) VALUE ZEROS.

      * CEREMONIAS COMUNITARIAS: CEREMONIA EN TRABAJO, CUPO, AJUSTE DEL
      * ENCABEZADO Y CONTADORES DE LA LISTA Y DEL ASIENTO EN LIBROS
       01  SW-FDA-CEREMONI         PIC 9 VALUE ZEROS.
       01  SW-FDA-PARTICIP         PIC 9 VALUE ZEROS.
       01  WS-CEM-NUMERO           PIC 9(04) VALUE ZEROS.
       01  WS-CEM-ULTIMO           PIC 9(04) VALUE ZEROS.
       01  WS-CEM-CUPO             PIC 9(03) VALUE ZEROS.
       01  WS-CEM-SEC              PIC 9(03) VALUE ZEROS.
       01  WS-CEM-DEUDORES         PIC 9(03) VALUE ZEROS.
       01  WS-CEM-REGISTRADOS      PIC 9(03) VALUE ZEROS.
       01  WS-CEM-HALLADA          PIC A(01) VALUE SPACES.
           88 SW-CEM-SI-HALLADA    VALUE 'S'.
           88 SW-CEM-NO-HALLADA    VALUE 'N'.
       01  WS-CEM-MOVIMIENTO       PIC A(01) VALUE SPACES.
           88 CEM-MOV-INSCRIBE     VALUE 'I'.
           88 CEM-MOV-RETIRA       VALUE 'C'.
           88 CEM-MOV-REALIZA      VALUE 'R'.
       01  WS-PAR-HALLADO          PIC A(01) VALUE SPACES.
           88 SW-PAR-SI-HALLADO    VALUE 'S'.
           88 SW-PAR-NO-HALLADO    VALUE 'N'.

      * LISTA DEL CELEBRANTE DE UNA CEREMONIA COMUNITARIA
       01  REG-SAL-CEM-01.
           02 FILLER               PIC X(05) VALUE 'NO.'.
           02 FILLER               PIC X(32) VALUE 'NOMBRE COMPLETO'.
           02 FILLER               PIC X(30) VALUE 'PADRES Y PADRINOS'.

       01  REG-SAL-CEM-02.
           02 RSAL-CEM-SEC         PIC ZZ9 BLANK WHEN ZERO.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RSAL-CEM-NOMBRE      PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RSAL-CEM-ROL         PIC X(09) VALUE SPACES.
           02 RSAL-CEM-PARTE       PIC X(30) VALUE SPACES.

      * LINEA DE TOTALES DEL CIERRE DE MES
       01  REG-SAL-TOT.
           02 FILLER               PIC X(30) VALUE SPACES.
           02 RSAL-TOT-ETIQUETA    PIC X(25) VALUE SPACES.
           02 RSAL-TOT-VALOR       PIC $$$,$$$,$$9 VALUE ZEROS.

       01  REG-SAL-NETO.
           02 FILLER               PIC X(30) VALUE SPACES.
           02 RSAL-NET-ETIQUETA    PIC X(25) VALUE SPACES.
           02 RSAL-NET-VALOR       PIC $$$,$$$,$$9- VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES: CADA IMPRESION SE ENTREGA TAMBIEN
      * A NO8CSPOL PARA PODER REIMPRIMIRLA DESPUES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       PROCEDURE DIVISION.
           PERFORM 0-IDENTIFICAR-OPERADOR
           PERFORM 0-4-VERIFICA-CONTROL
           PERFORM 1-MENU-PRINCIPAL UNTIL WS-OPC = 17
      * AL SALIR SE REFRESCA EL REGISTRO DE CONTROL, PARA QUE EL
      * NEGOCIO DIGITADO EN ESTA SESION NO DISPARE LA ALARMA DE LA
      * PROXIMA APERTURA
                   '8. REGISTRAR ABONO   ' LINE 15 POSITION 10
                   '9. DEPURAR VENCIDOS  ' LINE 08 POSITION 45
                   '10. CIERRE DE ANO    ' LINE 09 POSITION 45
                   '11. CONSTANC./NOTAS  ' LINE 10 POSITION 45
                   '12. AMONESTACIONES   ' LINE 11 POSITION 45
                   '13. INTENCIONES MISA ' LINE 12 POSITION 45
                   '14. NOVENARIO        ' LINE 13 POSITION 45
                   '15. REABRIR PERIODO  ' LINE 14 POSITION 45
                   '16. CEREMONIAS       ' LINE 15 POSITION 45
                   '17. SALIR            ' LINE 16 POSITION 45
                   'OPCION ) '             LINE 20 POSITION 10
           MOVE ZEROS TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 18
               ACCEPT WS-OPC               LINE 20 POSITION 20
           END-PERFORM
           EVALUATE WS-OPC
                       IF WS-OPCION-PERMITIDA = 1
                           PERFORM 1-10-CIERRE-ANO
                       END-IF
               WHEN 11 PERFORM 1-11-LIBROS
               WHEN 12 PERFORM 1-12-AMONESTACIONES
               WHEN 13 PERFORM 1-13-INTENCIONES
               WHEN 14 PERFORM 1-14-NOVENARIO
                       IF WS-OPCION-PERMITIDA = 1
                           PERFORM 1-15-REABRE-PERIODO
                       END-IF
               WHEN 16 PERFORM 1-16-CEREMONIAS
           END-EVALUATE.

       1-1-CREA-ARCHIVO.
               END-IF
      * RECURSOS AGENDABLES QUE LA FAMILIA TOMA CON EL SERVICIO
               PERFORM 1-2-14-CAPTURA-RECURSOS
      * EL FUNERAL PUEDE DEJAR ASIGNADO EL NICHO DEL COLUMBARIO
               IF WS-SER = 5
                   PERFORM 1-2-15-ASIGNA-NICHO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
               CLOSE RESERREC
           END-IF.

      *----------------------------------------------------------------*
      * NICHO DEL COLUMBARIO PARA EL FUNERAL RECIEN RESERVADO: SE
      * ESCOGE UN NICHO LIBRE Y SE GRABA EL CONTRATO (VENTA O
      * ARRIENDO) A NOMBRE DEL FELIGRES, ENLAZADO AL SERVICIO Y CON
      * INICIO EN LA FECHA DEL FUNERAL. LOS ABONOS Y LA RENOVACION
      * SE MANEJAN DESPUES EN NO2CNICH
      *----------------------------------------------------------------*
       1-2-15-ASIGNA-NICHO.
           DISPLAY 'ASIGNAR NICHO DEL COLUMBARIO? (S/N)'
                                                LINE 23 POSITION 01
           MOVE SPACES TO WS-NCH-ASIGNA
           PERFORM UNTIL SI-ASIGNA-NICHO OR NO-ASIGNA-NICHO
               ACCEPT WS-NCH-ASIGNA             LINE 23 POSITION 38
           END-PERFORM
           IF SI-ASIGNA-NICHO
               PERFORM 999-ENCABEZADO-PAN
               DISPLAY 'NICHO PARA EL FUNERAL No.' LINE 06 POSITION 22
                       ACON-CONSECUTIVO             LINE 06 POSITION 48
               DISPLAY 'NICHO  UBI.  TIPO'         LINE 07 POSITION 01
               MOVE 8 TO LI
               MOVE ZEROS TO WS-NCH-LIBRES
               MOVE 0 TO SW-FDA-NICHOS
               OPEN INPUT NICHOS
               IF VAR-ESTADO = '00'
                   PERFORM 1-2-15-1-LISTA-LIBRES
                       UNTIL SW-FDA-NICHOS = 1
                   CLOSE NICHOS
               END-IF
               IF WS-NCH-LIBRES = ZEROS
                   DISPLAY 'NO HAY NICHOS LIBRES EN EL COLUMBARIO'
                                                LINE 24 POSITION 20
                   ACCEPT WS-ENTER              LINE 24 POSITION 60
               ELSE
                   PERFORM 1-2-15-2-CAPTURA-NICHO
                   PERFORM 1-2-15-4-CAPTURA-CONTRATO
                   PERFORM 1-2-15-5-GRABAR-CONTRATO
                   DISPLAY 'NICHO ASIGNADO, CONTRATO No.'
                                                LINE 24 POSITION 15
                           WS-NCH-CONTRATO      LINE 24 POSITION 44
                   ACCEPT WS-ENTER              LINE 24 POSITION 50
               END-IF
           END-IF.

      * SE MUESTRAN HASTA 12 NICHOS LIBRES COMO GUIA; SE PUEDE ESCOGER
      * CUALQUIER OTRO LIBRE POR SU CODIGO
       1-2-15-1-LISTA-LIBRES.
           READ NICHOS AT END MOVE 1 TO SW-FDA-NICHOS
                NOT AT END
                    IF RNIC-ESTADO = 'L'
                        ADD 1 TO WS-NCH-LIBRES
                        IF LI < 20
                            DISPLAY RNIC-CODIGO   LINE LI POSITION 01
                                    RNIC-PABELLON LINE LI POSITION 08
                                    RNIC-FILA     LINE LI POSITION 09
                                    RNIC-COLUMNA  LINE LI POSITION 11
                                    RNIC-TIPO     LINE LI POSITION 15
                            ADD 1 TO LI
                        END-IF
                    END-IF
           END-READ.

       1-2-15-2-CAPTURA-NICHO.
           DISPLAY 'NICHO ESCOGIDO :'           LINE 08 POSITION 30
           MOVE 0 TO WS-NCH-VALIDO
           PERFORM UNTIL WS-NCH-VALIDO = 1
               MOVE ZEROS TO WS-NCH-CODIGO
               ACCEPT WS-NCH-CODIGO             LINE 08 POSITION 47
               MOVE 0 TO SW-FDA-NICHOS
               OPEN INPUT NICHOS
               IF VAR-ESTADO = '00'
                   PERFORM 1-2-15-3-VALIDA-NICHO
                       UNTIL WS-NCH-VALIDO = 1 OR SW-FDA-NICHOS = 1
                   CLOSE NICHOS
               END-IF
               IF WS-NCH-VALIDO = 0
                   DISPLAY 'NICHO INEXISTENTE O NO LIBRE'
                                                LINE 09 POSITION 30
               ELSE
                   DISPLAY '                            '
                                                LINE 09 POSITION 30
               END-IF
           END-PERFORM.

       1-2-15-3-VALIDA-NICHO.
           READ NICHOS AT END MOVE 1 TO SW-FDA-NICHOS
                NOT AT END
                    IF RNIC-CODIGO = WS-NCH-CODIGO
                       AND RNIC-ESTADO = 'L'
                        MOVE 1 TO WS-NCH-VALIDO
                    END-IF
           END-READ.

      * EL CONTRATO EMPIEZA EL DIA DEL FUNERAL (ASER-FECHA DD/MM/AAAA
      * PASADA A AAAAMMDD); EL ARRIENDO VENCE AL CUMPLIR EL PLAZO EN
      * ANOS (UN 29 DE FEBRERO SE CORRE AL 28) Y LA VENTA NO VENCE
       1-2-15-4-CAPTURA-CONTRATO.
           MOVE ASER-FECHA(7:4) TO WS-NCH-FEC-INICIO(1:4)
           MOVE ASER-FECHA(4:2) TO WS-NCH-FEC-INICIO(5:2)
           MOVE ASER-FECHA(1:2) TO WS-NCH-FEC-INICIO(7:2)
           DISPLAY 'MODALIDAD V/A  :'           LINE 11 POSITION 30
           MOVE SPACES TO WS-NCH-MODALIDAD
           PERFORM UNTIL NCH-VENTA OR NCH-ARRIENDO
               ACCEPT WS-NCH-MODALIDAD          LINE 11 POSITION 47
           END-PERFORM
           MOVE ZEROS TO WS-NCH-PLAZO WS-NCH-FEC-VENCE
           IF NCH-ARRIENDO
               DISPLAY 'PLAZO EN ANOS  :'       LINE 12 POSITION 30
               PERFORM UNTIL WS-NCH-PLAZO > ZEROS
                   ACCEPT WS-NCH-PLAZO          LINE 12 POSITION 47
               END-PERFORM
               COMPUTE WS-NCH-FEC-VENCE =
                       WS-NCH-FEC-INICIO + WS-NCH-PLAZO * 10000
               IF WS-NCH-FEC-VENCE(5:4) = '0229'
                   MOVE '0228' TO WS-NCH-FEC-VENCE(5:4)
               END-IF
           END-IF
           DISPLAY 'DIFUNTO        :'           LINE 13 POSITION 30
           MOVE SPACES TO WS-NCH-DIFUNTO
           PERFORM UNTIL WS-NCH-DIFUNTO > SPACES
               ACCEPT WS-NCH-DIFUNTO            LINE 14 POSITION 30
           END-PERFORM
           DISPLAY 'VALOR CONTRATO :'           LINE 15 POSITION 30
           MOVE ZEROS TO WS-NCH-VALOR
           PERFORM UNTIL WS-NCH-VALOR > ZEROS
               ACCEPT WS-NCH-VALOR              LINE 15 POSITION 47
           END-PERFORM.

      *----------------------------------------------------------------*
      * GRABA EL CONTRATO CON EL SIGUIENTE NUMERO (EL MAYOR + 1, IGUAL
      * QUE NO2CNICH) Y DEJA EL NICHO VENDIDO O ARRENDADO
      *----------------------------------------------------------------*
       1-2-15-5-GRABAR-CONTRATO.
           MOVE ZEROS TO WS-NCH-CONTRATO
           MOVE 0 TO SW-FDA-CONTNICH
           OPEN INPUT CONTNICH
           IF VAR-ESTADO = '00'
               PERFORM 1-2-15-6-LEER-NUMERO UNTIL SW-FDA-CONTNICH = 1
               CLOSE CONTNICH
           END-IF
           ADD 1 TO WS-NCH-CONTRATO
           MOVE WS-NCH-CONTRATO   TO RCNI-NUM-CONTRATO
           MOVE WS-NCH-CODIGO     TO RCNI-NICHO
           MOVE WS-NCH-MODALIDAD  TO RCNI-MODALIDAD
           MOVE WS-TEL            TO RCNI-TELEFONO
           MOVE WS-NCH-DIFUNTO    TO RCNI-DIFUNTO
           MOVE WS-NCH-FEC-INICIO TO RCNI-FEC-INICIO
           MOVE WS-NCH-PLAZO      TO RCNI-PLAZO
           MOVE WS-NCH-FEC-VENCE  TO RCNI-FEC-VENCE
           MOVE WS-NCH-VALOR      TO RCNI-VALOR
           MOVE ACON-CONSECUTIVO  TO RCNI-NUM-SERVICIO
           MOVE 'V'               TO RCNI-ESTADO
           OPEN EXTEND CONTNICH
      * SI EL ARCHIVO DE CONTRATOS NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT CONTNICH
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-CONTNICH END-WRITE
               CLOSE CONTNICH
           END-IF
           MOVE 0 TO SW-FDA-NICHOS
           MOVE 0 TO WS-NCH-VALIDO
           OPEN I-O NICHOS
           IF VAR-ESTADO = '00'
               PERFORM 1-2-15-7-MARCA-NICHO
                   UNTIL WS-NCH-VALIDO = 1 OR SW-FDA-NICHOS = 1
               CLOSE NICHOS
           END-IF.

       1-2-15-6-LEER-NUMERO.
           READ CONTNICH AT END MOVE 1 TO SW-FDA-CONTNICH
                NOT AT END
                    IF RCNI-NUM-CONTRATO > WS-NCH-CONTRATO
                        MOVE RCNI-NUM-CONTRATO TO WS-NCH-CONTRATO
                    END-IF
           END-READ.

       1-2-15-7-MARCA-NICHO.
           READ NICHOS AT END MOVE 1 TO SW-FDA-NICHOS
                NOT AT END
                    IF RNIC-CODIGO = WS-NCH-CODIGO
                        MOVE 1 TO WS-NCH-VALIDO
                        MOVE WS-NCH-MODALIDAD TO RNIC-ESTADO
                        MOVE WS-NCH-CONTRATO  TO RNIC-CONTRATO
                        REWRITE REG-NICHO END-REWRITE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * AMONESTACIONES DEL MATRIMONIO RECIEN RESERVADO: LOS TRES
      * DOMINGOS ANTERIORES A LA BODA, EN DIAS JULIANOS (EL DIA 1 DEL
               WHEN OTHER
                   PERFORM 1-2-3-3-VALIDA-FESTIVO
                   IF WS-ES-FESTIVO NOT = 'S'
                       PERFORM 1-2-3-4-VALIDA-TIEMPO-LITURGICO
                       IF SW-LIT-PERMITE
                           PERFORM 1-2-3-2-BUSCA-FECHA-EN-CALENDARIO
                       END-IF
                   END-IF
           END-EVALUATE.

               ACCEPT WS-ENTER                       LINE 24 POSITION 55
           END-IF.

      *----------------------------------------------------------------*
      * REGLAS DEL TIEMPO LITURGICO (LITURGIA Y REGLALIT, DE NO5CFEST):
      * P = EL SERVICIO NO SE RESERVA EN ESE TIEMPO; A = SOLO CON LA
      * AUTORIZACION DEL PARROCO; T = EL TIEMPO TIENE TARIFA PROPIA,
      * QUE TOMA 1-2-5-CAPTURA-VALOR
      *----------------------------------------------------------------*
       1-2-3-4-VALIDA-TIEMPO-LITURGICO.
           MOVE 'S'    TO WS-LIT-PERMITE
           MOVE SPACES TO WS-LIT-TIEMPO WS-LIT-NOMBRE WS-LIT-REGLA
           MOVE ZEROS  TO WS-LIT-VALOR WS-LIT-TARIFA
           MOVE 20         TO WS-LIT-FECHA(1:2)
           MOVE WS-FEC-ANO TO WS-LIT-FECHA(3:2)
           MOVE WS-FEC-MES TO WS-LIT-FECHA(5:2)
           MOVE WS-FEC-DIA TO WS-LIT-FECHA(7:2)
           MOVE 0 TO SW-FDA-LITURGIA
           OPEN INPUT LITURGIA
           IF VAR-ESTADO = '00'
               PERFORM 1-2-3-4-1-LEER-LITURGIA
                   UNTIL SW-FDA-LITURGIA = 1 OR WS-LIT-TIEMPO > SPACES
               CLOSE LITURGIA
           END-IF
           IF WS-LIT-TIEMPO > SPACES
               MOVE 0 TO SW-FDA-REGLALIT
               OPEN INPUT REGLALIT
               IF VAR-ESTADO = '00'
                   PERFORM 1-2-3-4-2-LEER-REGLA
                       UNTIL SW-FDA-REGLALIT = 1
                          OR WS-LIT-REGLA > SPACES
                   CLOSE REGLALIT
               END-IF
           END-IF
           EVALUATE WS-LIT-REGLA
               WHEN 'P'
                   MOVE 'N' TO WS-LIT-PERMITE
                   DISPLAY 'ERROR, SERVICIO NO PERMITIDO EN'
                                                     LINE 24 POSITION 15
                           WS-LIT-NOMBRE             LINE 24 POSITION 47
                   ACCEPT WS-ENTER                   LINE 24 POSITION 68
               WHEN 'A'
                   DISPLAY 'EN'                      LINE 24 POSITION 01
                           WS-LIT-NOMBRE             LINE 24 POSITION 04
                           'REQUIERE AUTORIZACION DEL PARROCO.'
                                                     LINE 24 POSITION 25
                           'AUTORIZADO? (S/N)'       LINE 24 POSITION 60
                   MOVE SPACES TO WS-SEGURO
                   PERFORM UNTIL SI-SEGURO OR NO-SEGURO
                       ACCEPT WS-SEGURO              LINE 24 POSITION 78
                   END-PERFORM
                   IF NO-SEGURO
                       MOVE 'N' TO WS-LIT-PERMITE
                   END-IF
               WHEN 'T'
                   MOVE WS-LIT-VALOR TO WS-LIT-TARIFA
           END-EVALUATE.

       1-2-3-4-1-LEER-LITURGIA.
           READ LITURGIA AT END MOVE 1 TO SW-FDA-LITURGIA
                         NOT AT END
                             IF RLIT-DESDE <= WS-LIT-FECHA
                                AND RLIT-HASTA >= WS-LIT-FECHA
                                 MOVE RLIT-TIEMPO TO WS-LIT-TIEMPO
                                 MOVE RLIT-NOMBRE TO WS-LIT-NOMBRE
                             END-IF
           END-READ.

       1-2-3-4-2-LEER-REGLA.
           READ REGLALIT AT END MOVE 1 TO SW-FDA-REGLALIT
                         NOT AT END
                             IF RRLI-TIEMPO = WS-LIT-TIEMPO
                                AND RRLI-COD-SERVICIO = WS-SER
                                 MOVE RRLI-REGLA TO WS-LIT-REGLA
                                 MOVE RRLI-VALOR TO WS-LIT-VALOR
                             END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LA FECHA DEBE EXISTIR EN EL CALENDARIO GENERADO. SI EL
      * CALENDARIO NO SE HA CREADO TODAVIA, NO SE RESTRINGE (IGUAL QUE
                   WHEN 6 SET VAL-MIS TO TRUE
               END-EVALUATE
           END-IF
      * EL TIEMPO LITURGICO CON TARIFA PROPIA (REGLA 'T') LA IMPONE
           IF WS-LIT-TARIFA > ZEROS
               MOVE WS-LIT-TARIFA TO WS-VALORES
           END-IF
           MOVE WS-VALORES TO WS-MASCARA
           DISPLAY WS-MASCARA                       LINE 16 POSITION 25.

                   ALIB-FOLIO                    LINE 20 POSITION 41
                   'ACTA:'                       LINE 20 POSITION 47
                   ALIB-ACTA                     LINE 20 POSITION 53
           ACCEPT WS-ENTER                       LINE 20 POSITION 60
      * LA CONFIRMACION Y EL MATRIMONIO VAN AL MARGEN DEL BAUTISMO
           IF ASER-COD-SERVICIO = 3 OR ASER-COD-SERVICIO = 4
               PERFORM 1-3-5-5-NOTA-BAUTISMO
           END-IF.

       1-3-5-1-PARTES-MATRIMONIO.
           DISPLAY 'ESPOSO        :'             LINE 08 POSITION 01
               CLOSE SACRAREG
           END-IF.

      *----------------------------------------------------------------*
      * NOTA MARGINAL DEL SACRAMENTO RECIEN ASENTADO EN LA PARTIDA DE
      * BAUTISMO: EN EL MATRIMONIO SE ANOTA A CADA CONYUGE. SI EL
      * BAUTISMO ES NUESTRO SE ANOTA AQUI; SI NO, SE IMPRIME LA CARTA
      * DE NOTIFICACION PARA LA PARROQUIA QUE TIENE LA PARTIDA
      *----------------------------------------------------------------*
       1-3-5-5-NOTA-BAUTISMO.
           MOVE WS-SAC-NOMBRE   TO WS-NOT-PERSONA
           MOVE SPACES          TO WS-NOT-CONYUGE
           IF ASER-COD-SERVICIO = 4
               MOVE WS-SAC-NOMBRE-2 TO WS-NOT-CONYUGE
           END-IF
           PERFORM 1-3-5-6-ANOTA-PERSONA
           IF ASER-COD-SERVICIO = 4
               MOVE WS-SAC-NOMBRE-2 TO WS-NOT-PERSONA
               MOVE WS-SAC-NOMBRE   TO WS-NOT-CONYUGE
               PERFORM 1-3-5-6-ANOTA-PERSONA
           END-IF.

       1-3-5-6-ANOTA-PERSONA.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'NOTA MARGINAL EN EL BAUTISMO DE:'
                                             LINE 06 POSITION 01
                   WS-NOT-PERSONA            LINE 06 POSITION 34
      * SE BUSCA LA PARTIDA POR EL NOMBRE; ANTE UN HOMONIMO LA
      * SECRETARIA CONFIRMA CUAL ES Y SE SIGUE BUSCANDO SI NO LO ES
           SET SW-SAC-NO-HALLADO TO TRUE
           MOVE 0 TO SW-FDA-SACRAREG
           OPEN INPUT SACRAREG
           IF VAR-ESTADO = '00'
               PERFORM 1-3-5-6-1-BUSCA-PARTIDA
                   UNTIL SW-SAC-SI-HALLADO OR SW-FDA-SACRAREG = 1
               CLOSE SACRAREG
           END-IF
           IF SW-SAC-SI-HALLADO
               MOVE ASER-COD-SERVICIO       TO WS-NOT-SACRAMENTO
               MOVE ASER-FECHA              TO WS-NOT-FECHA
               MOVE 'PARROQUIA SAN MIGUEL'  TO WS-NOT-PARROQUIA
               MOVE ALIB-LIBRO              TO WS-NOT-REF-LIBRO
               MOVE ALIB-FOLIO              TO WS-NOT-REF-FOLIO
               MOVE ALIB-ACTA               TO WS-NOT-REF-ACTA
               MOVE 'A'                     TO RNOT-ORIGEN
               PERFORM 1-3-5-8-GRABAR-NOTA
               DISPLAY 'NOTA ANOTADA EN LA PARTIDA - LIBRO:'
                                             LINE 20 POSITION 01
                       WS-NOT-BAU-LIBRO      LINE 20 POSITION 37
                       'FOLIO:'              LINE 20 POSITION 40
                       WS-NOT-BAU-FOLIO      LINE 20 POSITION 47
                       'ACTA:'               LINE 20 POSITION 51
                       WS-NOT-BAU-ACTA       LINE 20 POSITION 57
               ACCEPT WS-ENTER               LINE 20 POSITION 64
           ELSE
               DISPLAY 'EL BAUTISMO NO ESTA EN NUESTROS LIBROS'
                                             LINE 16 POSITION 01
               DISPLAY 'PARROQUIA DEL BAUTISMO (VACIO SI NO HAY):'
                                             LINE 17 POSITION 01
               MOVE SPACES TO WS-NOT-PARROQUIA
               ACCEPT WS-NOT-PARROQUIA       LINE 17 POSITION 43
               IF WS-NOT-PARROQUIA > SPACES
                   DISPLAY 'LIBRO/FOLIO/ACTA ALLA (SI SE CONOCEN):'
                                             LINE 18 POSITION 01
                   MOVE ZEROS TO WS-NOT-BAU-LIBRO WS-NOT-BAU-FOLIO
                                 WS-NOT-BAU-ACTA
                   ACCEPT WS-NOT-BAU-LIBRO   LINE 18 POSITION 43
                   ACCEPT WS-NOT-BAU-FOLIO   LINE 18 POSITION 46
                   ACCEPT WS-NOT-BAU-ACTA    LINE 18 POSITION 50
                   PERFORM 1-3-5-9-CARTA-NOTIFICA
                   DISPLAY 'CARTA DE NOTIFICACION IMPRESA'
                                             LINE 20 POSITION 01
                   ACCEPT WS-ENTER           LINE 20 POSITION 32
               END-IF
           END-IF.

       1-3-5-6-1-BUSCA-PARTIDA.
           READ SACRAREG AT END MOVE 1 TO SW-FDA-SACRAREG
                NOT AT END
                    IF RSAC-COD-SERVICIO = 1
                       AND RSAC-NOMBRE = WS-NOT-PERSONA
                        PERFORM 1-3-5-7-CONFIRMA-PARTIDA
                    END-IF
           END-READ.

       1-3-5-7-CONFIRMA-PARTIDA.
           DISPLAY 'PARTIDA - LIBRO:'    LINE 08 POSITION 01
                   RSAC-LIBRO            LINE 08 POSITION 18
                   'FOLIO:'              LINE 08 POSITION 22
                   RSAC-FOLIO            LINE 08 POSITION 29
                   'ACTA:'               LINE 08 POSITION 34
                   RSAC-ACTA             LINE 08 POSITION 40
                   'FECHA:'              LINE 08 POSITION 47
                   RSAC-FECHA            LINE 08 POSITION 54
           DISPLAY 'PADRE  :'            LINE 09 POSITION 01
                   RSAC-PADRE            LINE 09 POSITION 10
           DISPLAY 'MADRE  :'            LINE 10 POSITION 01
                   RSAC-MADRE            LINE 10 POSITION 10
           DISPLAY 'ES ESTA SU PARTIDA DE BAUTISMO? (S/N)'
                                         LINE 12 POSITION 01
           MOVE SPACES TO WS-NOT-ES-ESTA
           PERFORM UNTIL SI-ES-ESTA OR NO-ES-ESTA
               ACCEPT WS-NOT-ES-ESTA     LINE 12 POSITION 40
           END-PERFORM
           IF SI-ES-ESTA
               SET SW-SAC-SI-HALLADO TO TRUE
               MOVE RSAC-LIBRO TO WS-NOT-BAU-LIBRO
               MOVE RSAC-FOLIO TO WS-NOT-BAU-FOLIO
               MOVE RSAC-ACTA  TO WS-NOT-BAU-ACTA
           END-IF.

      *----------------------------------------------------------------*
      * GRABA LA NOTA EN LA PARTIDA WS-NOT-BAU-xxx (EL ORIGEN YA VIENE
      * EN RNOT-ORIGEN), FECHADA HOY
      *----------------------------------------------------------------*
       1-3-5-8-GRABAR-NOTA.
           MOVE WS-NOT-BAU-LIBRO    TO RNOT-LIBRO
           MOVE WS-NOT-BAU-FOLIO    TO RNOT-FOLIO
           MOVE WS-NOT-BAU-ACTA     TO RNOT-ACTA
           MOVE WS-NOT-SACRAMENTO   TO RNOT-SACRAMENTO
           MOVE WS-NOT-FECHA        TO RNOT-FECHA
           MOVE WS-NOT-PERSONA      TO RNOT-NOMBRE
           MOVE WS-NOT-CONYUGE      TO RNOT-CONYUGE
           MOVE WS-NOT-PARROQUIA    TO RNOT-PARROQUIA
           MOVE WS-NOT-REF-LIBRO    TO RNOT-REF-LIBRO
           MOVE WS-NOT-REF-FOLIO    TO RNOT-REF-FOLIO
           MOVE WS-NOT-REF-ACTA     TO RNOT-REF-ACTA
           MOVE WS-FEC-EDI          TO RNOT-FEC-NOTA
           OPEN EXTEND NOTAMARG
      * SI EL ARCHIVO DE NOTAS NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT NOTAMARG
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-NOTAMARG END-WRITE
               CLOSE NOTAMARG
           END-IF.

      *----------------------------------------------------------------*
      * CARTA AL PARROCO QUE TIENE LA PARTIDA DE BAUTISMO, PARA QUE
      * ASIENTE LA NOTA MARGINAL DEL SACRAMENTO CELEBRADO AQUI
      *----------------------------------------------------------------*
       1-3-5-9-CARTA-NOTIFICA.
           OPEN OUTPUT IMPRESOR
           PERFORM 1-6-1-ENCABEZADO-IMP
           MOVE 'NOTIFICACION PARA NOTA MARGINAL DE BAUTISMO'
             TO RCONS-TEXTO
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 2 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           MOVE SPACES TO RCONS-TEXTO
           STRING 'SENOR PARROCO DE ' DELIMITED BY SIZE
                  WS-NOT-PARROQUIA    DELIMITED BY SIZE
                  INTO RCONS-TEXTO
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 2 END-WRITE
           MOVE SPACES TO RCONS-TEXTO
           STRING 'LE COMUNICAMOS QUE ' DELIMITED BY SIZE
                  WS-NOT-PERSONA        DELIMITED BY SIZE
                  INTO RCONS-TEXTO
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 2 END-WRITE
           IF WS-NOT-BAU-ACTA > ZEROS
               MOVE SPACES TO RCONS-TEXTO
               STRING 'BAUTIZADO(A) EN ESA PARROQUIA, LIBRO '
                                       DELIMITED BY SIZE
                      WS-NOT-BAU-LIBRO DELIMITED BY SIZE
                      ' FOLIO '        DELIMITED BY SIZE
                      WS-NOT-BAU-FOLIO DELIMITED BY SIZE
                      ' ACTA '         DELIMITED BY SIZE
                      WS-NOT-BAU-ACTA  DELIMITED BY SIZE
                      INTO RCONS-TEXTO
           ELSE
               MOVE 'BAUTIZADO(A) EN ESA PARROQUIA,' TO RCONS-TEXTO
           END-IF
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 1 END-WRITE
           MOVE SPACES TO RCONS-TEXTO
           IF ASER-COD-SERVICIO = 4
               STRING 'CONTRAJO MATRIMONIO CON ' DELIMITED BY SIZE
                      WS-NOT-CONYUGE DELIMITED BY '  '
                      INTO RCONS-TEXTO
           ELSE
               MOVE 'RECIBIO LA CONFIRMACION' TO RCONS-TEXTO
           END-IF
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 1 END-WRITE
           MOVE SPACES TO RCONS-TEXTO
           STRING 'EN LA PARROQUIA SAN MIGUEL EL DIA ' DELIMITED BY SIZE
                  ASER-FECHA       DELIMITED BY SIZE
                  INTO RCONS-TEXTO
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 1 END-WRITE
           MOVE SPACES TO RCONS-TEXTO
           STRING 'SEGUN CONSTA EN NUESTRO LIBRO ' DELIMITED BY SIZE
                  ALIB-LIBRO  DELIMITED BY SIZE
                  ' FOLIO '   DELIMITED BY SIZE
                  ALIB-FOLIO  DELIMITED BY SIZE
                  ' ACTA '    DELIMITED BY SIZE
                  ALIB-ACTA   DELIMITED BY SIZE
                  INTO RCONS-TEXTO
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 1 END-WRITE
           MOVE 'PARA QUE SE SIRVA ASENTAR LA NOTA MARGINAL.'
             TO RCONS-TEXTO
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 2 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 2 END-WRITE
           CLOSE IMPRESOR
           MOVE 'NOTIFICA' TO CSPO-E-TIPO
           PERFORM 1-6-4-ENTREGAR-AL-SPOOL.

       1-4-BORRA-SERVICIO.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'BORRADO: '         LINE 06 POSITION 01
               IF SI-SEGURO
                   MOVE 'C' TO ASER-ESTADO
                   REWRITE REG-SERVICIO END-REWRITE
      * EL PARTICIPANTE DE UNA CEREMONIA COMUNITARIA NO TIENE CUPO
      * PROPIO EN EL CALENDARIO: SE RETIRA DE LA LISTA Y DEVUELVE SU
      * LUGAR EN EL CUPO DE LA CEREMONIA
                   PERFORM 1-16-7-RETIRA-PARTICIPANTE
                   IF SW-PAR-NO-HALLADO
                       PERFORM 1-4-1-LIBERAR-CUPO-CALENDARIO
                   END-IF
                   PERFORM 1-4-3-PROCESA-DEVOLUCION
               END-IF
           ELSE
           PERFORM 1-7-3-ACUMULA-DONACIONES
           PERFORM 1-7-5-ACUMULA-ESTIPENDIOS
           PERFORM 1-7-6-ACUMULA-DEVOLUCIONES
           PERFORM 1-7-7-ACUMULA-NICHOS
           PERFORM 1-7-12-ACUMULA-EGRESOS
           PERFORM 1-7-4-IMPRIME-DONACIONES
           CLOSE IMPRESOR
           MOVE 'CIERREMES' TO CSPO-E-TIPO
      *----------------------------------------------------------------*
      * ASIENTOS DEL CIERRE: EL INGRESO DEL MES ENTRA A CAJA (1105)
      * CONTRA INGRESOS DE LA PARROQUIA (4105), Y LAS DEVOLUCIONES
      * PAGADAS SALEN DE CAJA CONTRA EL GASTO DE DEVOLUCIONES (5105);
      * LOS ABONOS DEL COLUMBARIO ENTRAN A CAJA CONTRA SU CUENTA (4110)
      * Y LOS EGRESOS PAGADOS SALEN DE CAJA CONTRA GASTOS (5110).
      * LAS CUENTAS SALEN DE LA REGLA DE CADA EVENTO EN REGLACON
      * (SERVICIO, DONACION, DEVOLUC, NICHOS, EGRESOS)
      *----------------------------------------------------------------*
       1-7-11-ASIENTA-LIBRO.
           INITIALIZE NOCOCONT
           MOVE 'SERVICIO'         TO CCON-E-EVENTO
           COMPUTE CCON-E-VALOR = WS-TOT-REA
                 + WS-TOT-ESTIPENDIOS + WS-TOT-DEV-RETENIDO
           PERFORM 1-7-11-1-LLAMA-CONTABLE
      * LAS DONACIONES TIENEN SU PROPIA REGLA
           INITIALIZE NOCOCONT
           MOVE 'DONACION'         TO CCON-E-EVENTO
           MOVE WS-TOT-DONACIONES  TO CCON-E-VALOR
           PERFORM 1-7-11-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE 'DEVOLUC'          TO CCON-E-EVENTO
           MOVE WS-TOT-DEV-DEVUELTO TO CCON-E-VALOR
           PERFORM 1-7-11-1-LLAMA-CONTABLE
      * LOS ABONOS DEL COLUMBARIO VAN A SU PROPIA CUENTA DE INGRESO
           INITIALIZE NOCOCONT
           MOVE 'NICHOS'           TO CCON-E-EVENTO
           MOVE WS-TOT-ABO-NICHOS  TO CCON-E-VALOR
           PERFORM 1-7-11-1-LLAMA-CONTABLE
      * LOS EGRESOS DEL MES VAN AL GASTO DE LA PARROQUIA
           INITIALIZE NOCOCONT
           MOVE 'EGRESOS'          TO CCON-E-EVENTO
           MOVE WS-TOT-EGRESOS     TO CCON-E-VALOR
           PERFORM 1-7-11-1-LLAMA-CONTABLE.

      *----------------------------------------------------------------*
      * SI NO HAY REGLA PARA EL EVENTO, O SI LA REGLA USA UNA CUENTA
      * QUE NO ESTA EN EL PLAN, EL ASIENTO NO SE HACE Y SE AVISA
      *----------------------------------------------------------------*
       1-7-11-1-LLAMA-CONTABLE.
           MOVE 'SANMIGUE'         TO CCON-E-ORIGEN
           MOVE WS-CIERRE-PERIODO  TO CCON-E-PERIODO
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = '00' AND CCON-R-CODRETO NOT = '01'
               DISPLAY 'ASIENTO RECHAZADO:'    LINE 22 POSITION 01
                       CCON-R-MENSAJE          LINE 23 POSITION 01
               ACCEPT WS-ENTER                 LINE 22 POSITION 20
           END-IF.

      *----------------------------------------------------------------*
      * DEJA EL REGISTRO DE CONTROL DEL PERIODO (CIERRE 'C' O
                    ADD RDEV-RETENIDO TO WS-TOT-DEV-RETENIDO
           END-READ.

      *----------------------------------------------------------------*
      * ABONOS A CONTRATOS DE NICHO DEL COLUMBARIO FECHADOS EN EL
      * PERIODO QUE SE CIERRA (RABN-FECHA DD/MM/AAAA)
      *----------------------------------------------------------------*
       1-7-7-ACUMULA-NICHOS.
           MOVE ZEROS TO WS-TOT-ABO-NICHOS
           MOVE 0 TO SW-FDA-ABONICHO
           OPEN INPUT ABONICHO
           IF VAR-ESTADO = '00'
               PERFORM 1-7-7-1-LEER-ABONICHO
                   UNTIL SW-FDA-ABONICHO = 1
               CLOSE ABONICHO
           END-IF.

       1-7-7-1-LEER-ABONICHO.
           READ ABONICHO AT END MOVE 1 TO SW-FDA-ABONICHO
                NOT AT END
                    IF RABN-FECHA(7:4) = WS-CIERRE-PERIODO(1:4)
                       AND RABN-FECHA(4:2) = WS-CIERRE-PERIODO(5:2)
                        ADD RABN-VALOR TO WS-TOT-ABO-NICHOS
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EGRESOS DE NO3CEGRE PAGADOS EN EL PERIODO QUE SE CIERRA
      * (REGR-FECHA DD/MM/AAAA)
      *----------------------------------------------------------------*
       1-7-12-ACUMULA-EGRESOS.
           MOVE ZEROS TO WS-TOT-EGRESOS
           MOVE 0 TO SW-FDA-EGRESOS
           OPEN INPUT EGRESOS
           IF VAR-ESTADO = '00'
               PERFORM 1-7-12-1-LEER-EGRESO
                   UNTIL SW-FDA-EGRESOS = 1
               CLOSE EGRESOS
           END-IF.

       1-7-12-1-LEER-EGRESO.
           READ EGRESOS AT END MOVE 1 TO SW-FDA-EGRESOS
                NOT AT END
                    IF REGR-FECHA(7:4) = WS-CIERRE-PERIODO(1:4)
                       AND REGR-FECHA(4:2) = WS-CIERRE-PERIODO(5:2)
                        ADD REGR-VALOR TO WS-TOT-EGRESOS
                    END-IF
           END-READ.

       1-7-4-IMPRIME-DONACIONES.
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 2 END-WRITE
           MOVE 'COLECTAS DOMINICALES:   '  TO RSAL-TOT-ETIQUETA
           MOVE 'ESTIPENDIOS DE MISAS:   '  TO RSAL-TOT-ETIQUETA
           MOVE WS-TOT-ESTIPENDIOS          TO RSAL-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-SAL-TOT AFTER 1 END-WRITE
           MOVE 'ABONOS COLUMBARIO:      '  TO RSAL-TOT-ETIQUETA
           MOVE WS-TOT-ABO-NICHOS           TO RSAL-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-SAL-TOT AFTER 1 END-WRITE
      * SECCION DE DEVOLUCIONES: LO DEVUELTO RESTA DEL INGRESO Y LO
      * RETENIDO COMO PENALIDAD SE QUEDA EN LA PARROQUIA
           MOVE 'DEVOLUCIONES PAGADAS:   '  TO RSAL-TOT-ETIQUETA
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           COMPUTE WS-TOT-INGRESO = WS-TOT-REA + WS-TOT-DONACIONES
                                  + WS-TOT-ESTIPENDIOS
                                  + WS-TOT-ABO-NICHOS
                                  + WS-TOT-DEV-RETENIDO
                                  - WS-TOT-DEV-DEVUELTO
           MOVE 'INGRESO TOTAL PARROQUIA:'  TO RSAL-TOT-ETIQUETA
           MOVE WS-TOT-INGRESO              TO RSAL-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-SAL-TOT AFTER 1 END-WRITE
      * SECCION DE EGRESOS: EL RESULTADO NETO DEL MES ES EL INGRESO
      * TOTAL MENOS LO PAGADO EN EGRESOS (EL DETALLE POR CATEGORIA LO
      * DA LA PAGINA DE PRESUPUESTO DE NO3CEGRE)
           MOVE 'EGRESOS DEL MES:        '  TO RSAL-TOT-ETIQUETA
           MOVE WS-TOT-EGRESOS              TO RSAL-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-SAL-TOT AFTER 2 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           COMPUTE WS-RESULTADO-NETO = WS-TOT-INGRESO - WS-TOT-EGRESOS
           MOVE 'RESULTADO NETO DEL MES: '  TO RSAL-NET-ETIQUETA
           MOVE WS-RESULTADO-NETO           TO RSAL-NET-VALOR
           WRITE REG-IMPRESOR FROM REG-SAL-NETO AFTER 1 END-WRITE.

      *----------------------------------------------------------------*
      * REGISTRO DE UN ABONO: SOLO SOBRE SERVICIOS PENDIENTES, Y SIN
               WHEN DEC-CANCELADO
                   MOVE 'C' TO ASER-ESTADO
                   REWRITE REG-SERVICIO END-REWRITE
      * EL PARTICIPANTE DE UNA CEREMONIA COMUNITARIA NO TIENE CUPO
      * PROPIO EN EL CALENDARIO: SE RETIRA DE LA LISTA Y DEVUELVE SU
      * LUGAR EN EL CUPO DE LA CEREMONIA
                   PERFORM 1-16-7-RETIRA-PARTICIPANTE
                   IF SW-PAR-NO-HALLADO
                       PERFORM 1-4-1-LIBERAR-CUPO-CALENDARIO
                   END-IF
                   PERFORM 1-4-3-PROCESA-DEVOLUCION
                   ADD 1 TO WS-TOT-DEPURADOS
           END-EVALUATE.
      * FOLIO CONSECUTIVO PROPIO PARA QUE CADA COPIA SEA RASTREABLE,
      * CON EL MEMBRETE DE LA PARROQUIA EN EL ARCHIVO DE IMPRESION
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      * LIBROS PARROQUIALES: EXPEDIR CONSTANCIAS Y ANOTAR AL MARGEN DE
      * UNA PARTIDA DE BAUTISMO LA NOTIFICACION QUE LLEGA DE OTRA
      * PARROQUIA (CONFIRMACION O MATRIMONIO CELEBRADO ALLA)
      *----------------------------------------------------------------*
       1-11-LIBROS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CONSTANCIAS Y NOTAS'     LINE 06 POSITION 31
                   '1. EXPEDIR CONSTANCIA  ' LINE 08 POSITION 10
                   '2. NOTA MARGINAL RECIBIDA'
                                             LINE 09 POSITION 10
                   '3. SALIR               ' LINE 10 POSITION 10
                   'OPCION ) '               LINE 12 POSITION 20
           MOVE ZEROS TO WS-OPC2
           PERFORM UNTIL WS-OPC2 > 0 AND < 4
               ACCEPT WS-OPC2               LINE 12 POSITION 30
           END-PERFORM
           EVALUATE WS-OPC2
               WHEN 1 PERFORM 1-11-CONSTANCIA
               WHEN 2 PERFORM 1-11-5-NOTA-RECIBIDA
           END-EVALUATE.

       1-11-CONSTANCIA.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'EXPEDICION DE CONSTANCIAS' LINE 06 POSITION 28
                      INTO RCONS-TEXTO
               WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 2 END-WRITE
           END-IF
      * LA PARTIDA DE BAUTISMO SALE CON TODAS SUS NOTAS MARGINALES
           IF SW-SAC-SI-HALLADO AND RSAC-COD-SERVICIO = 1
               PERFORM 1-11-6-IMPRIME-NOTAS
           END-IF
           MOVE 'SE EXPIDE A SOLICITUD DEL INTERESADO.'
             TO RCONS-TEXTO
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 2 END-WRITE
                   END-WRITE
           END-IF.

      *----------------------------------------------------------------*
      * NOTA MARGINAL RECIBIDA DE OTRA PARROQUIA: SE UBICA LA PARTIDA
      * DE BAUTISMO POR LIBRO/FOLIO/ACTA Y SE ANOTA EL SACRAMENTO QUE
      * NOTIFICAN, CON LA CITA DE SU PROPIO LIBRO
      *----------------------------------------------------------------*
       1-11-5-NOTA-RECIBIDA.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'NOTA MARGINAL RECIBIDA' LINE 06 POSITION 30
           DISPLAY 'PARTIDA DE BAUTISMO - LIBRO:' LINE 08 POSITION 01
                   'FOLIO:'                      LINE 08 POSITION 34
                   'ACTA:'                       LINE 08 POSITION 45
           MOVE ZEROS TO WS-NOT-BAU-LIBRO WS-NOT-BAU-FOLIO
                         WS-NOT-BAU-ACTA
           ACCEPT WS-NOT-BAU-LIBRO               LINE 08 POSITION 30
           ACCEPT WS-NOT-BAU-FOLIO               LINE 08 POSITION 41
           ACCEPT WS-NOT-BAU-ACTA                LINE 08 POSITION 51
           SET SW-SAC-NO-HALLADO TO TRUE
           MOVE 0 TO SW-FDA-SACRAREG
           OPEN INPUT SACRAREG
           IF VAR-ESTADO = '00'
               PERFORM 1-11-5-1-LEER-PARTIDA
                   UNTIL SW-SAC-SI-HALLADO OR SW-FDA-SACRAREG = 1
               CLOSE SACRAREG
           END-IF
           IF SW-SAC-NO-HALLADO
               DISPLAY 'NO EXISTE ESA PARTIDA DE BAUTISMO'
                                                 LINE 24 POSITION 20
               ACCEPT WS-ENTER                   LINE 24 POSITION 55
           ELSE
               MOVE RSAC-NOMBRE TO WS-NOT-PERSONA
               DISPLAY 'BAUTIZADO(A)  :'         LINE 09 POSITION 01
                       WS-NOT-PERSONA            LINE 09 POSITION 17
               PERFORM 1-11-5-2-CAPTURA-NOTA
               DISPLAY 'GRABAR LA NOTA MARGINAL? (S/N)'
                                                 LINE 20 POSITION 01
               MOVE SPACE TO WS-SEGURO
               PERFORM UNTIL SI-SEGURO OR NO-SEGURO
                   ACCEPT WS-SEGURO              LINE 20 POSITION 33
               END-PERFORM
               IF SI-SEGURO
                   MOVE 'M' TO RNOT-ORIGEN
                   PERFORM 1-3-5-8-GRABAR-NOTA
                   DISPLAY 'NOTA MARGINAL ANOTADA, OPRIMA ENTER'
                                                 LINE 24 POSITION 20
                   ACCEPT WS-ENTER               LINE 24 POSITION 57
               END-IF
           END-IF.

       1-11-5-1-LEER-PARTIDA.
           READ SACRAREG AT END MOVE 1 TO SW-FDA-SACRAREG
                NOT AT END
                    IF RSAC-COD-SERVICIO = 1
                       AND RSAC-LIBRO = WS-NOT-BAU-LIBRO
                       AND RSAC-FOLIO = WS-NOT-BAU-FOLIO
                       AND RSAC-ACTA  = WS-NOT-BAU-ACTA
                        SET SW-SAC-SI-HALLADO TO TRUE
                    END-IF
           END-READ.

       1-11-5-2-CAPTURA-NOTA.
           DISPLAY 'SACRAMENTO (3=CONFIRMACION, 4=MATRIMONIO):'
                                                 LINE 11 POSITION 01
           MOVE ZEROS TO WS-NOT-SACRAMENTO
           PERFORM UNTIL NOT-SACRA-VALIDO
               ACCEPT WS-NOT-SACRAMENTO          LINE 11 POSITION 44
           END-PERFORM
           DISPLAY 'FECHA (DD/MM/AAAA):'         LINE 12 POSITION 01
           MOVE SPACES TO WS-NOT-FECHA
           PERFORM UNTIL WS-NOT-FECHA > SPACES
               ACCEPT WS-NOT-FECHA               LINE 12 POSITION 21
           END-PERFORM
           MOVE SPACES TO WS-NOT-CONYUGE
           IF WS-NOT-SACRAMENTO = 4
               DISPLAY 'CONYUGE       :'         LINE 13 POSITION 01
               PERFORM UNTIL WS-NOT-CONYUGE > SPACES
                   ACCEPT WS-NOT-CONYUGE         LINE 13 POSITION 17
               END-PERFORM
           END-IF
           DISPLAY 'PARROQUIA     :'             LINE 14 POSITION 01
           MOVE SPACES TO WS-NOT-PARROQUIA
           PERFORM UNTIL WS-NOT-PARROQUIA > SPACES
               ACCEPT WS-NOT-PARROQUIA           LINE 14 POSITION 17
           END-PERFORM
           DISPLAY 'ALLA - LIBRO:'               LINE 15 POSITION 01
                   'FOLIO:'                      LINE 15 POSITION 19
                   'ACTA:'                       LINE 15 POSITION 30
           MOVE ZEROS TO WS-NOT-REF-LIBRO WS-NOT-REF-FOLIO
                         WS-NOT-REF-ACTA
           ACCEPT WS-NOT-REF-LIBRO               LINE 15 POSITION 15
           ACCEPT WS-NOT-REF-FOLIO               LINE 15 POSITION 26
           ACCEPT WS-NOT-REF-ACTA                LINE 15 POSITION 36.

      *----------------------------------------------------------------*
      * NOTAS MARGINALES DE LA PARTIDA DE BAUTISMO DE LA CONSTANCIA
      * (LIBRO/FOLIO/ACTA DEL ASIENTO YA HALLADO EN REG-SACRAREG)
      *----------------------------------------------------------------*
       1-11-6-IMPRIME-NOTAS.
           MOVE ZEROS TO WS-NOT-IMPRESAS
           MOVE 0 TO SW-FDA-NOTAMARG
           OPEN INPUT NOTAMARG
           IF VAR-ESTADO = '00'
               PERFORM 1-11-6-1-LEER-NOTA UNTIL SW-FDA-NOTAMARG = 1
               CLOSE NOTAMARG
           END-IF.

       1-11-6-1-LEER-NOTA.
           READ NOTAMARG AT END MOVE 1 TO SW-FDA-NOTAMARG
                NOT AT END
                    IF RNOT-LIBRO = RSAC-LIBRO
                       AND RNOT-FOLIO = RSAC-FOLIO
                       AND RNOT-ACTA  = RSAC-ACTA
                        PERFORM 1-11-6-2-IMPRIME-NOTA
                    END-IF
           END-READ.

       1-11-6-2-IMPRIME-NOTA.
           IF WS-NOT-IMPRESAS = ZEROS
               MOVE 'NOTAS MARGINALES:' TO RCONS-TEXTO
               WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 2 END-WRITE
           END-IF
           ADD 1 TO WS-NOT-IMPRESAS
           MOVE SPACES TO RCONS-TEXTO
           IF RNOT-SACRAMENTO = 4
               STRING '- CONTRAJO MATRIMONIO CON ' DELIMITED BY SIZE
                      RNOT-CONYUGE  DELIMITED BY '  '
                      ' EL '        DELIMITED BY SIZE
                      RNOT-FECHA    DELIMITED BY SIZE
                      INTO RCONS-TEXTO
           ELSE
               STRING '- RECIBIO LA CONFIRMACION EL ' DELIMITED BY SIZE
                      RNOT-FECHA    DELIMITED BY SIZE
                      INTO RCONS-TEXTO
           END-IF
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 1 END-WRITE
           MOVE SPACES TO RCONS-TEXTO
           IF RNOT-REF-ACTA > ZEROS
               STRING '  EN ' DELIMITED BY SIZE
                      RNOT-PARROQUIA DELIMITED BY '  '
                      ', LIBRO '     DELIMITED BY SIZE
                      RNOT-REF-LIBRO DELIMITED BY SIZE
                      ' FOLIO '      DELIMITED BY SIZE
                      RNOT-REF-FOLIO DELIMITED BY SIZE
                      ' ACTA '       DELIMITED BY SIZE
                      RNOT-REF-ACTA  DELIMITED BY SIZE
                      INTO RCONS-TEXTO
           ELSE
               STRING '  EN ' DELIMITED BY SIZE
                      RNOT-PARROQUIA DELIMITED BY SIZE
                      INTO RCONS-TEXTO
           END-IF
           WRITE REG-IMPRESOR FROM REG-CONS-TEXTO AFTER 1 END-WRITE.

      *----------------------------------------------------------------*
      * ADMINISTRACION DE AMONESTACIONES: MARCAR COMO LEIDA CADA
      * PROCLAMA DESPUES DE LA MISA DOMINICAL, Y LISTAR LAS QUE DEBEN
               ACCEPT WS-ENTER     LINE 23 POSITION 60
           END-IF.

      *----------------------------------------------------------------*
      * CEREMONIAS COMUNITARIAS DE BAUTISMO Y CONFIRMACION: UN
      * ENCABEZADO (FECHA, HORA, SEDE, CELEBRANTE Y CUPO) QUE OCUPA UN
      * SOLO CUPO DEL CALENDARIO, Y LOS PARTICIPANTES INSCRITOS, CADA
      * UNO CON SU PROPIO SERVICIO, VALOR Y ABONOS
      *----------------------------------------------------------------*
       1-16-CEREMONIAS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CEREMONIAS COMUNITARIAS'    LINE 06 POSITION 29
                   '1. PROGRAMAR CEREMONIA   '  LINE 08 POSITION 10
                   '2. INSCRIBIR PARTICIPANTE'  LINE 09 POSITION 10
                   '3. LISTA DEL CELEBRANTE  '  LINE 10 POSITION 10
                   '4. REALIZAR CEREMONIA    '  LINE 11 POSITION 10
                   '5. SALIR                 '  LINE 12 POSITION 10
                   'OPCION ) '                  LINE 14 POSITION 20
           MOVE ZEROS TO WS-OPC2
           PERFORM UNTIL WS-OPC2 > 0 AND < 6
               ACCEPT WS-OPC2                   LINE 14 POSITION 30
           END-PERFORM
           EVALUATE WS-OPC2
               WHEN 1 PERFORM 1-16-1-PROGRAMA-CEREMONIA
               WHEN 2 PERFORM 1-16-2-INSCRIBE-PARTICIPANTE
               WHEN 3 PERFORM 1-16-3-LISTA-CELEBRANTE
               WHEN 4 PERFORM 1-16-4-REALIZA-CEREMONIA
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LA CEREMONIA SE PROGRAMA COMO UNA RESERVA: SEDE, CELEBRANTE,
      * FECHA Y HORA CON LAS MISMAS VALIDACIONES (FESTIVO, TIEMPO
      * LITURGICO, CUPO Y AGENDA DEL CELEBRANTE). EL VALOR QUE PAGARA
      * CADA PARTICIPANTE SALE DE LA TARIFA EN VIGOR ESE DIA.
      *----------------------------------------------------------------*
       1-16-1-PROGRAMA-CEREMONIA.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'PROGRAMAR CEREMONIA'      LINE 06 POSITION 31
           DISPLAY '1. BAUTISMO        '      LINE 08 POSITION 01
           DISPLAY '3. CONFIRMACION    '      LINE 09 POSITION 01
           DISPLAY 'SACRAMENTO DE LA CEREMONIA?'
                                              LINE 11 POSITION 27
           MOVE ZEROS TO WS-SER
           PERFORM UNTIL WS-SER = 1 OR WS-SER = 3
               ACCEPT WS-SER                  LINE 11 POSITION 56
           END-PERFORM
           PERFORM 1-2-0-1-HALLA-DURACION
           PERFORM 1-2-0-2-CAPTURA-SEDE
           PERFORM 1-2-2-5-CAPTURA-CELEBRANTE
           SET SW-CUPO-OCUPADO TO TRUE
           PERFORM UNTIL SW-CUPO-LIBRE
               PERFORM 1-2-3-CAPTURA-FECHA
               PERFORM 1-2-4-CAPTURA-HORA
               PERFORM 1-2-4-1-VALIDA-DISPONIBILIDAD
               IF SW-CUPO-LIBRE
                   PERFORM 1-2-4-3-VALIDA-CELEBRANTE
               END-IF
           END-PERFORM
           PERFORM 1-2-5-CAPTURA-VALOR
           DISPLAY 'CUPO DE PARTICIPANTES:'   LINE 17 POSITION 01
           MOVE ZEROS TO WS-CEM-CUPO
           PERFORM UNTIL WS-CEM-CUPO > ZEROS
               ACCEPT WS-CEM-CUPO             LINE 17 POSITION 25
           END-PERFORM
           DISPLAY 'CONFIRMA LA CEREMONIA (S/N):'
                                              LINE 20 POSITION 29
           MOVE SPACES TO WS-SEGURO
           PERFORM UNTIL SI-SEGURO OR NO-SEGURO
               ACCEPT WS-SEGURO               LINE 20 POSITION 60
           END-PERFORM
           IF SI-SEGURO
               PERFORM 1-16-1-1-GRABAR-CEREMONIA
               PERFORM 1-2-9-3-OCUPAR-CUPO-CALENDARIO
               DISPLAY 'CEREMONIA PROGRAMADA CON EL NUMERO:'
                                              LINE 22 POSITION 15
                       WS-CEM-NUMERO          LINE 22 POSITION 51
               ACCEPT WS-ENTER                LINE 22 POSITION 57
           END-IF.

       1-16-1-1-GRABAR-CEREMONIA.
           MOVE ZEROS TO WS-CEM-ULTIMO
           MOVE 0 TO SW-FDA-CEREMONI
           OPEN INPUT CEREMONI
           IF VAR-ESTADO = '00'
               PERFORM 1-16-1-2-LEER-ULTIMA UNTIL SW-FDA-CEREMONI = 1
               CLOSE CEREMONI
           END-IF
           ADD 1 TO WS-CEM-ULTIMO GIVING WS-CEM-NUMERO
           MOVE WS-CEM-NUMERO    TO RCEM-NUMERO
           MOVE WS-SER           TO RCEM-COD-SERVICIO
           MOVE WS-FEC-DIA       TO WS-FEC-EDI-DIA
           MOVE WS-FEC-MES       TO WS-FEC-EDI-MES
           MOVE WS-FEC-ANO       TO WS-FEC-EDI-ANO
           MOVE 20               TO WS-FEC-EDI-SIG
           MOVE WS-FEC-EDI       TO RCEM-FECHA
           MOVE WS-HOR-HOR       TO RCEM-HORA(1:2)
           MOVE ':'              TO RCEM-HORA(3:1)
           MOVE WS-HOR-MIN       TO RCEM-HORA(4:2)
           MOVE WS-SEDE          TO RCEM-SEDE
           MOVE WS-CEL           TO RCEM-CELEBRANTE
           MOVE WS-CEM-CUPO      TO RCEM-CUPO
           MOVE ZEROS            TO RCEM-INSCRITOS
           MOVE WS-VALORES       TO RCEM-VALOR
           MOVE 'A'              TO RCEM-ESTADO
           OPEN EXTEND CEREMONI
      * SI EL ARCHIVO DE CEREMONIAS NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT CEREMONI
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-CEREMONIA END-WRITE
               CLOSE CEREMONI
           END-IF.

       1-16-1-2-LEER-ULTIMA.
           READ CEREMONI AT END MOVE 1 TO SW-FDA-CEREMONI
                NOT AT END
                    IF RCEM-NUMERO > WS-CEM-ULTIMO
                        MOVE RCEM-NUMERO TO WS-CEM-ULTIMO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * INSCRIPCION DE UN PARTICIPANTE: SE VALIDA EL CUPO QUE LE QUEDA
      * A LA CEREMONIA (NO EL CUPO DEL CALENDARIO, QUE YA ES SUYO) Y
      * EL NINO QUEDA CON SU PROPIO SERVICIO EN SANMSERV, A NOMBRE DEL
      * FELIGRES RESPONSABLE, PARA QUE PAGUE Y ABONE POR SEPARADO
      *----------------------------------------------------------------*
       1-16-2-INSCRIBE-PARTICIPANTE.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'INSCRIPCION EN CEREMONIA' LINE 06 POSITION 28
           PERFORM 1-16-5-CAPTURA-CEREMONIA
           EVALUATE TRUE
               WHEN SW-CEM-NO-HALLADA
                   DISPLAY 'CEREMONIA INEXISTENTE'
                                              LINE 24 POSITION 30
                   ACCEPT WS-ENTER            LINE 24 POSITION 52
               WHEN NOT RCEM-ABIERTA
                   DISPLAY 'LA CEREMONIA YA FUE REALIZADA'
                                              LINE 24 POSITION 25
                   ACCEPT WS-ENTER            LINE 24 POSITION 56
               WHEN RCEM-INSCRITOS NOT < RCEM-CUPO
                   DISPLAY 'LA CEREMONIA YA NO TIENE CUPO'
                                              LINE 24 POSITION 25
                   ACCEPT WS-ENTER            LINE 24 POSITION 56
               WHEN OTHER
                   PERFORM 1-16-2-1-CAPTURA-PARTICIPANTE
           END-EVALUATE.

       1-16-2-1-CAPTURA-PARTICIPANTE.
           MOVE RCEM-COD-SERVICIO TO WS-SER
           MOVE RCEM-FECHA(1:2)   TO WS-FEC-DIA
           MOVE RCEM-FECHA(4:2)   TO WS-FEC-MES
           MOVE RCEM-FECHA(9:2)   TO WS-FEC-ANO
           MOVE RCEM-HORA(1:2)    TO WS-HOR-HOR
           MOVE RCEM-HORA(4:2)    TO WS-HOR-MIN
           MOVE RCEM-SEDE         TO WS-SEDE
           MOVE RCEM-CELEBRANTE   TO WS-CEL
           MOVE RCEM-VALOR        TO WS-VALORES
           PERFORM 1-2-2-CAPTURA-TELEFONO
           PERFORM 1-2-2-1-BUSCAR-FELIGRES
           IF SW-FEL-SI-HALLADO
               MOVE RFEL-NOMBRE TO WS-NOM
               DISPLAY 'NOMBRE        :'      LINE 13 POSITION 01
                       WS-NOM                 LINE 13 POSITION 17
           ELSE
               PERFORM 1-2-1-CAPTURA-NOMBRE
               PERFORM 1-2-2-4-GRABAR-FELIGRES
           END-IF
           MOVE SPACES TO WS-SAC-NOMBRE   WS-SAC-NOMBRE-2
                          WS-SAC-PADRE    WS-SAC-MADRE
                          WS-SAC-PADRINO  WS-SAC-MADRINA
           DISPLAY 'NOMBRE COMPLETO:'         LINE 15 POSITION 01
           PERFORM UNTIL WS-SAC-NOMBRE > SPACES
               ACCEPT WS-SAC-NOMBRE           LINE 15 POSITION 18
           END-PERFORM
           DISPLAY 'PADRE         :'          LINE 16 POSITION 01
           ACCEPT WS-SAC-PADRE                LINE 16 POSITION 17
           DISPLAY 'MADRE         :'          LINE 17 POSITION 01
           ACCEPT WS-SAC-MADRE                LINE 17 POSITION 17
           DISPLAY 'PADRINO       :'          LINE 18 POSITION 01
           ACCEPT WS-SAC-PADRINO              LINE 18 POSITION 17
           DISPLAY 'MADRINA       :'          LINE 19 POSITION 01
           ACCEPT WS-SAC-MADRINA              LINE 19 POSITION 17
           MOVE 'N'        TO WS-AGR
           MOVE ZEROS      TO WS-VAL-AGR
           MOVE WS-VALORES TO WS-VAL-TOT
           DISPLAY 'VALOR A PAGAR :'          LINE 20 POSITION 01
           MOVE WS-VAL-TOT TO WS-MASCARA
           DISPLAY WS-MASCARA                 LINE 20 POSITION 17
           PERFORM 1-2-8-CAPTURA-TOMA-SER
           IF WS-SI-TOM
      * LA TABLA DE CELEBRANTES LA USA EL COMPROBANTE DE RESERVA
               PERFORM 1-2-2-6-CARGAR-CELEBRANTES
               OPEN I-O SERVICIO
               IF VAR-ESTADO = '00'
                   PERFORM 1-2-9-GRABAR-SERVICIO
                   MOVE ASER-NUM-SERVICIO TO WS-NUM-SER-AUX
                   CLOSE SERVICIO
                   PERFORM 1-16-2-2-GRABAR-PARTICIPANTE
                   SET CEM-MOV-INSCRIBE TO TRUE
                   PERFORM 1-16-6-AJUSTA-CEREMONIA
                   DISPLAY 'PARTICIPANTE INSCRITO CON EL SERVICIO:'
                                              LINE 22 POSITION 12
                           WS-NUM-SER-AUX     LINE 22 POSITION 51
                   ACCEPT WS-ENTER            LINE 22 POSITION 57
               ELSE
                   DISPLAY 'ERROR ABRIENDO EL ARCHIVO SERVICIOS'
                                              LINE 23 POSITION 10
                           VAR-ESTADO         LINE 24 POSITION 25
                   ACCEPT WS-ENTER            LINE 24 POSITION 30
               END-IF
           END-IF.

       1-16-2-2-GRABAR-PARTICIPANTE.
           MOVE WS-CEM-NUMERO     TO RPAR-CEREMONIA
           MOVE WS-NUM-SER-AUX    TO RPAR-NUM-SERVICIO
           MOVE WS-TEL            TO RPAR-TELEFONO
           MOVE WS-SAC-NOMBRE     TO RPAR-NOMBRE
           MOVE WS-SAC-PADRE      TO RPAR-PADRE
           MOVE WS-SAC-MADRE      TO RPAR-MADRE
           MOVE WS-SAC-PADRINO    TO RPAR-PADRINO
           MOVE WS-SAC-MADRINA    TO RPAR-MADRINA
           MOVE 'I'               TO RPAR-ESTADO
           OPEN EXTEND PARTICIP
      * SI EL ARCHIVO DE PARTICIPANTES NO EXISTE TODAVIA, SE CREA AQUI
           IF VAR-ESTADO = '35'
               OPEN OUTPUT PARTICIP
           END-IF
           IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
               WRITE REG-PARTICIPANTE END-WRITE
               CLOSE PARTICIP
           END-IF.

      *----------------------------------------------------------------*
      * LISTA DEL CELEBRANTE: DATOS DE LA CEREMONIA Y, POR CADA
      * PARTICIPANTE VIGENTE, SU NOMBRE, PADRES Y PADRINOS
      *----------------------------------------------------------------*
       1-16-3-LISTA-CELEBRANTE.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'LISTA DEL CELEBRANTE'     LINE 06 POSITION 30
           PERFORM 1-16-5-CAPTURA-CEREMONIA
           IF SW-CEM-SI-HALLADA
               PERFORM 1-16-3-1-IMPRIME-LISTA
           ELSE
               DISPLAY 'CEREMONIA INEXISTENTE'
                                              LINE 24 POSITION 30
               ACCEPT WS-ENTER                LINE 24 POSITION 52
           END-IF.

       1-16-3-1-IMPRIME-LISTA.
           MOVE SPACES TO WS-CEL-NOMBRE
           PERFORM 1-2-2-6-CARGAR-CELEBRANTES
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CELEBRANTES
               IF TAB-CEL-CODIGO(C) = RCEM-CELEBRANTE
                   MOVE TAB-CEL-NOMBRE(C) TO WS-CEL-NOMBRE
               END-IF
           END-PERFORM
           IF RCEM-COD-SERVICIO = 1
               MOVE 'BAUTISMO'     TO WS-SACRAMENTO
           ELSE
               MOVE 'CONFIRMACION' TO WS-SACRAMENTO
           END-IF
           OPEN OUTPUT IMPRESOR
           PERFORM 1-6-1-ENCABEZADO-IMP
           MOVE 'LISTA DEL CELEBRANTE' TO RCOM-DET-ETIQUETA
           MOVE SPACES                 TO RCOM-DET-VALOR
           STRING 'CEREMONIA ' DELIMITED BY SIZE
                  RCEM-NUMERO  DELIMITED BY SIZE
                  ' DE '       DELIMITED BY SIZE
                  WS-SACRAMENTO DELIMITED BY '  '
                  INTO RCOM-DET-VALOR
           WRITE REG-IMPRESOR FROM REG-COM-DET AFTER 2 END-WRITE
           MOVE 'FECHA Y HORA      :' TO RCOM-DET-ETIQUETA
           MOVE SPACES                TO RCOM-DET-VALOR
           STRING RCEM-FECHA DELIMITED BY SIZE
                  ' A LAS '  DELIMITED BY SIZE
                  RCEM-HORA  DELIMITED BY SIZE
                  INTO RCOM-DET-VALOR
           WRITE REG-IMPRESOR FROM REG-COM-DET AFTER 1 END-WRITE
           MOVE 'SEDE              :' TO RCOM-DET-ETIQUETA
           IF RCEM-SEDE = 2
               MOVE 'CAPILLA SAN JOSE'  TO RCOM-DET-VALOR
           ELSE
               MOVE 'IGLESIA PRINCIPAL' TO RCOM-DET-VALOR
           END-IF
           WRITE REG-IMPRESOR FROM REG-COM-DET AFTER 1 END-WRITE
           IF WS-CEL-NOMBRE > SPACES
               MOVE 'CELEBRANTE        :' TO RCOM-DET-ETIQUETA
               MOVE WS-CEL-NOMBRE         TO RCOM-DET-VALOR
               WRITE REG-IMPRESOR FROM REG-COM-DET AFTER 1 END-WRITE
           END-IF
           MOVE 'INSCRITOS         :' TO RCOM-DET-ETIQUETA
           MOVE SPACES                TO RCOM-DET-VALOR
           STRING RCEM-INSCRITOS DELIMITED BY SIZE
                  ' DE '         DELIMITED BY SIZE
                  RCEM-CUPO      DELIMITED BY SIZE
                  ' CUPOS'       DELIMITED BY SIZE
                  INTO RCOM-DET-VALOR
           WRITE REG-IMPRESOR FROM REG-COM-DET AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-CEM-01 AFTER 2 END-WRITE
           MOVE ZEROS TO WS-CEM-SEC
           MOVE 0 TO SW-FDA-PARTICIP
           OPEN INPUT PARTICIP
           IF VAR-ESTADO = '00'
               PERFORM 1-16-3-2-IMPRIME-PARTICIPANTE
                   UNTIL SW-FDA-PARTICIP = 1
               CLOSE PARTICIP
           END-IF
           CLOSE IMPRESOR
           MOVE 'CEREMONIA' TO CSPO-E-TIPO
           PERFORM 1-6-4-ENTREGAR-AL-SPOOL
           PERFORM 999-ENTER.

       1-16-3-2-IMPRIME-PARTICIPANTE.
           READ PARTICIP AT END MOVE 1 TO SW-FDA-PARTICIP
                NOT AT END
                    IF RPAR-CEREMONIA = WS-CEM-NUMERO
                       AND RPAR-ESTADO NOT = 'C'
                        PERFORM 1-16-3-3-LINEAS-PARTICIPANTE
                    END-IF
           END-READ.

       1-16-3-3-LINEAS-PARTICIPANTE.
           ADD 1 TO WS-CEM-SEC
           MOVE WS-CEM-SEC     TO RSAL-CEM-SEC
           MOVE RPAR-NOMBRE    TO RSAL-CEM-NOMBRE
           MOVE 'PADRE   :'    TO RSAL-CEM-ROL
           MOVE RPAR-PADRE     TO RSAL-CEM-PARTE
           WRITE REG-IMPRESOR FROM REG-SAL-CEM-02 AFTER 2 END-WRITE
           MOVE ZEROS          TO RSAL-CEM-SEC
           MOVE SPACES         TO RSAL-CEM-NOMBRE
           MOVE 'MADRE   :'    TO RSAL-CEM-ROL
           MOVE RPAR-MADRE     TO RSAL-CEM-PARTE
           WRITE REG-IMPRESOR FROM REG-SAL-CEM-02 AFTER 1 END-WRITE
           MOVE 'PADRINO :'    TO RSAL-CEM-ROL
           MOVE RPAR-PADRINO   TO RSAL-CEM-PARTE
           WRITE REG-IMPRESOR FROM REG-SAL-CEM-02 AFTER 1 END-WRITE
           MOVE 'MADRINA :'    TO RSAL-CEM-ROL
           MOVE RPAR-MADRINA   TO RSAL-CEM-PARTE
           WRITE REG-IMPRESOR FROM REG-SAL-CEM-02 AFTER 1 END-WRITE.

      *----------------------------------------------------------------*
      * REALIZACION DE LA CEREMONIA: NINGUN PARTICIPANTE PUEDE DEBER
      * SALDO (SE LISTAN LOS QUE DEBEN). SI TODOS ESTAN AL DIA, EN UNA
      * SOLA PASADA CADA NINO QUEDA ASENTADO EN EL LIBRO (SACRAREG) Y
      * SU SERVICIO PASA A REALIZADO; LA CONFIRMACION DEJA ADEMAS SU
      * NOTA MARGINAL EN EL BAUTISMO
      *----------------------------------------------------------------*
       1-16-4-REALIZA-CEREMONIA.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'REALIZAR CEREMONIA'       LINE 06 POSITION 31
           PERFORM 1-16-5-CAPTURA-CEREMONIA
           MOVE 0 TO WS-PER-CERRADO
           IF SW-CEM-SI-HALLADA
      * UNA CEREMONIA FECHADA EN UN PERIODO YA CERRADO NO SE TOCA
               MOVE RCEM-FECHA(7:4) TO WS-PER-CONSULTA(1:4)
               MOVE RCEM-FECHA(4:2) TO WS-PER-CONSULTA(5:2)
               PERFORM 1-7-9-CONSULTA-PERIODO
           END-IF
           EVALUATE TRUE
               WHEN SW-CEM-NO-HALLADA
                   DISPLAY 'CEREMONIA INEXISTENTE'
                                              LINE 24 POSITION 30
                   ACCEPT WS-ENTER            LINE 24 POSITION 52
               WHEN NOT RCEM-ABIERTA
                   DISPLAY 'LA CEREMONIA YA FUE REALIZADA'
                                              LINE 24 POSITION 25
                   ACCEPT WS-ENTER            LINE 24 POSITION 56
               WHEN WS-PER-CERRADO = 1
                   DISPLAY 'EL PERIODO DE LA CEREMONIA YA ESTA CERRADO'
                                              LINE 24 POSITION 18
                   ACCEPT WS-ENTER            LINE 24 POSITION 62
               WHEN OTHER
                   PERFORM 1-16-4-1-REVISA-SALDOS
                   IF WS-CEM-DEUDORES > ZEROS
                       DISPLAY 'NO SE PUEDE REALIZAR, HAY SALDOS'
                                              LINE 24 POSITION 20
                               'PENDIENTES'   LINE 24 POSITION 53
                       ACCEPT WS-ENTER        LINE 24 POSITION 65
                   ELSE
                       PERFORM 1-16-4-4-REGISTRA-TODOS
                   END-IF
           END-EVALUATE.

       1-16-4-1-REVISA-SALDOS.
           MOVE ZEROS TO WS-CEM-DEUDORES
           MOVE 11 TO LI
           MOVE 0 TO SW-FDA-PARTICIP
           OPEN INPUT SERVICIO
           OPEN INPUT PARTICIP
           IF VAR-ESTADO = '00'
               PERFORM 1-16-4-2-SALDO-PARTICIPANTE
                   UNTIL SW-FDA-PARTICIP = 1
               CLOSE PARTICIP
           END-IF
           CLOSE SERVICIO.

       1-16-4-2-SALDO-PARTICIPANTE.
           READ PARTICIP AT END MOVE 1 TO SW-FDA-PARTICIP
                NOT AT END
                    IF RPAR-CEREMONIA = WS-CEM-NUMERO
                       AND RPAR-ESTADO = 'I'
                        MOVE RPAR-NUM-SERVICIO TO WS-NUM-SER-AUX
                        PERFORM 1-3-2-BUSCAR-REGISTRO
                        IF SW-SI-ENCONTRO AND ASER-ESTADO = 'P'
                            PERFORM 1-8-1-CALCULA-ABONADO
                            COMPUTE WS-SALDO-PEND =
                                    ASER-VALOR - WS-TOT-ABONADO
                            IF WS-SALDO-PEND > ZEROS
                                PERFORM 1-16-4-3-MUESTRA-DEUDOR
                            END-IF
                        END-IF
                    END-IF
           END-READ.

       1-16-4-3-MUESTRA-DEUDOR.
           ADD 1 TO WS-CEM-DEUDORES
           IF WS-CEM-DEUDORES = 1
               DISPLAY 'PARTICIPANTES CON SALDO PENDIENTE:'
                                              LINE 10 POSITION 01
           END-IF
           IF LI < 23
               MOVE WS-SALDO-PEND TO WS-MASCARA
               DISPLAY RPAR-NOMBRE            LINE LI POSITION 01
                       ASER-NUM-SERVICIO      LINE LI POSITION 33
                       WS-MASCARA             LINE LI POSITION 40
               ADD 1 TO LI
           END-IF.

       1-16-4-4-REGISTRA-TODOS.
           MOVE ZEROS TO WS-CEM-REGISTRADOS
           MOVE 0 TO SW-FDA-PARTICIP
           OPEN I-O SERVICIO
           OPEN I-O PARTICIP
           IF VAR-ESTADO = '00'
               PERFORM 1-16-4-5-REGISTRA-PARTICIPANTE
                   UNTIL SW-FDA-PARTICIP = 1
               CLOSE PARTICIP
           END-IF
           CLOSE SERVICIO
           SET CEM-MOV-REALIZA TO TRUE
           PERFORM 1-16-6-AJUSTA-CEREMONIA
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CEREMONIA REALIZADA - ASIENTOS REGISTRADOS:'
                                              LINE 12 POSITION 10
                   WS-CEM-REGISTRADOS         LINE 12 POSITION 55
           ACCEPT WS-ENTER                    LINE 12 POSITION 60.

       1-16-4-5-REGISTRA-PARTICIPANTE.
           READ PARTICIP AT END MOVE 1 TO SW-FDA-PARTICIP
                NOT AT END
                    IF RPAR-CEREMONIA = WS-CEM-NUMERO
                       AND RPAR-ESTADO = 'I'
                        PERFORM 1-16-4-6-ASIENTA-PARTICIPANTE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EL SERVICIO QUE YA SE MARCO REALIZADO POR SEPARADO YA TIENE SU
      * ASIENTO; EL CANCELADO (DEPURACION) SALE DE LA LISTA
      *----------------------------------------------------------------*
       1-16-4-6-ASIENTA-PARTICIPANTE.
           MOVE RPAR-NUM-SERVICIO TO WS-NUM-SER-AUX
           PERFORM 1-3-2-BUSCAR-REGISTRO
           EVALUATE TRUE
               WHEN SW-NO-ENCONTRO
                   CONTINUE
               WHEN ASER-ESTADO = 'P'
                   MOVE RPAR-NOMBRE    TO WS-SAC-NOMBRE
                   MOVE SPACES         TO WS-SAC-NOMBRE-2
                   MOVE RPAR-PADRE     TO WS-SAC-PADRE
                   MOVE RPAR-MADRE     TO WS-SAC-MADRE
                   MOVE RPAR-PADRINO   TO WS-SAC-PADRINO
                   MOVE RPAR-MADRINA   TO WS-SAC-MADRINA
                   PERFORM 1-3-5-3-OBTIENE-ACTA
                   PERFORM 1-3-5-4-GRABAR-ASIENTO
                   MOVE 'R' TO ASER-ESTADO
                   REWRITE REG-SERVICIO END-REWRITE
                   MOVE 'R' TO RPAR-ESTADO
                   ADD 1 TO WS-CEM-REGISTRADOS
                   IF ASER-COD-SERVICIO = 3
                       PERFORM 1-3-5-5-NOTA-BAUTISMO
                   END-IF
               WHEN ASER-ESTADO = 'R'
                   MOVE 'R' TO RPAR-ESTADO
               WHEN OTHER
                   MOVE 'C' TO RPAR-ESTADO
           END-EVALUATE
           REWRITE REG-PARTICIPANTE END-REWRITE.

      *----------------------------------------------------------------*
      * CAPTURA EL NUMERO DE LA CEREMONIA, LA BUSCA Y MUESTRA SUS DATOS
      *----------------------------------------------------------------*
       1-16-5-CAPTURA-CEREMONIA.
           DISPLAY 'NUMERO DE CEREMONIA:'     LINE 07 POSITION 01
           MOVE ZEROS TO WS-CEM-NUMERO
           PERFORM UNTIL WS-CEM-NUMERO > ZEROS
               ACCEPT WS-CEM-NUMERO           LINE 07 POSITION 22
           END-PERFORM
           SET SW-CEM-NO-HALLADA TO TRUE
           MOVE 0 TO SW-FDA-CEREMONI
           OPEN INPUT CEREMONI
           IF VAR-ESTADO = '00'
               PERFORM 1-16-5-1-LEER-CEREMONIA
                   UNTIL SW-CEM-SI-HALLADA OR SW-FDA-CEREMONI = 1
               CLOSE CEREMONI
           END-IF
           IF SW-CEM-SI-HALLADA
               IF RCEM-COD-SERVICIO = 1
                   DISPLAY 'BAUTISMO'         LINE 08 POSITION 01
               ELSE
                   DISPLAY 'CONFIRMACION'     LINE 08 POSITION 01
               END-IF
               DISPLAY RCEM-FECHA             LINE 08 POSITION 15
                       RCEM-HORA              LINE 08 POSITION 27
                       'INSCRITOS:'           LINE 08 POSITION 35
                       RCEM-INSCRITOS         LINE 08 POSITION 46
                       'DE'                   LINE 08 POSITION 50
                       RCEM-CUPO              LINE 08 POSITION 53
           END-IF.

       1-16-5-1-LEER-CEREMONIA.
           READ CEREMONI AT END MOVE 1 TO SW-FDA-CEREMONI
                NOT AT END
                    IF RCEM-NUMERO = WS-CEM-NUMERO
                        SET SW-CEM-SI-HALLADA TO TRUE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * AJUSTA EL ENCABEZADO DE LA CEREMONIA WS-CEM-NUMERO SEGUN EL
      * MOVIMIENTO: INSCRIPCION, RETIRO O CEREMONIA REALIZADA
      *----------------------------------------------------------------*
       1-16-6-AJUSTA-CEREMONIA.
           SET SW-CEM-NO-HALLADA TO TRUE
           MOVE 0 TO SW-FDA-CEREMONI
           OPEN I-O CEREMONI
           IF VAR-ESTADO = '00'
               PERFORM 1-16-6-1-LEER-Y-AJUSTA
                   UNTIL SW-CEM-SI-HALLADA OR SW-FDA-CEREMONI = 1
               CLOSE CEREMONI
           END-IF.

       1-16-6-1-LEER-Y-AJUSTA.
           READ CEREMONI AT END MOVE 1 TO SW-FDA-CEREMONI
                NOT AT END
                    IF RCEM-NUMERO = WS-CEM-NUMERO
                        SET SW-CEM-SI-HALLADA TO TRUE
                        EVALUATE TRUE
                            WHEN CEM-MOV-INSCRIBE
                                ADD 1 TO RCEM-INSCRITOS
                            WHEN CEM-MOV-RETIRA
                                IF RCEM-INSCRITOS > ZEROS
                                    SUBTRACT 1 FROM RCEM-INSCRITOS
                                END-IF
                            WHEN CEM-MOV-REALIZA
                                MOVE 'R' TO RCEM-ESTADO
                        END-EVALUATE
                        REWRITE REG-CEREMONIA END-REWRITE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * SI EL SERVICIO CANCELADO ES EL DE UN PARTICIPANTE INSCRITO EN
      * UNA CEREMONIA, LO RETIRA DE LA LISTA Y LIBERA SU LUGAR
      *----------------------------------------------------------------*
       1-16-7-RETIRA-PARTICIPANTE.
           SET SW-PAR-NO-HALLADO TO TRUE
           MOVE 0 TO SW-FDA-PARTICIP
           OPEN I-O PARTICIP
           IF VAR-ESTADO = '00'
               PERFORM 1-16-7-1-BUSCA-PARTICIPANTE
                   UNTIL SW-PAR-SI-HALLADO OR SW-FDA-PARTICIP = 1
               CLOSE PARTICIP
           END-IF
           IF SW-PAR-SI-HALLADO
               SET CEM-MOV-RETIRA TO TRUE
               PERFORM 1-16-6-AJUSTA-CEREMONIA
           END-IF.

       1-16-7-1-BUSCA-PARTICIPANTE.
           READ PARTICIP AT END MOVE 1 TO SW-FDA-PARTICIP
                NOT AT END
                    IF RPAR-NUM-SERVICIO = ASER-NUM-SERVICIO
                       AND RPAR-ESTADO = 'I'
                        SET SW-PAR-SI-HALLADO TO TRUE
                        MOVE RPAR-CEREMONIA TO WS-CEM-NUMERO
                        MOVE 'C' TO RPAR-ESTADO
                        REWRITE REG-PARTICIPANTE END-REWRITE
                    END-IF
           END-READ.

       999-ENTER.
           DISPLAY 'IMPRESION REALIZADA CON EXITO'
                       LINE 24 POSITION 27
