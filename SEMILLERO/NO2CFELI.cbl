      * OBJETIVO: MANTENIMIENTO DEL MAESTRO DE FELIGRESES DE LA
      * PARROQUIA (CLIENTES FRECUENTES), CON EL TELEFONO COMO LLAVE,
      * PARA QUE LA SECRETARIA NO TENGA QUE REDIGITAR EL NOMBRE DE LA
      * MISMA FAMILIA EN CADA RESERVA DE NO1CSANM. TAMBIEN LLEVA EL
      * CENSO PARROQUIAL (LOS MIEMBROS DE CADA HOGAR Y SUS SACRAMENTOS)
      * Y SACA EL REPORTE PASTORAL DE SACRAMENTOS PENDIENTES POR SECTOR
      * LAS ALTAS Y LAS MODIFICACIONES DEL NOMBRE O LA DIRECCION QUEDAN
      * EN LA BITACORA DE CAMBIOS (NO8CCAMB) CON EL VALOR ANTERIOR
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CFELI.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * CENSO PARROQUIAL, UN REGISTRO POR MIEMBRO DEL HOGAR
           SELECT CENSO ASSIGN TO './FILES/SANMIGUEL/CENSO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * LIBROS PARROQUIALES (SOLO LECTURA, PARA CRUZAR EL CENSO)
           SELECT SACRAREG ASSIGN TO './FILES/SANMIGUEL/SACRAREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VAR-ESTADO.
      * ESTADO DE CUENTA IMPRESO DEL FELIGRES
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/ESTADOFEL'
           FILE STATUS IS VAR-ESTADO.
      * REPORTE PASTORAL DE SACRAMENTOS PENDIENTES
           SELECT PASTORAL ASSIGN TO './FILES/SANMIGUEL/PASTORAL'
           FILE STATUS IS VAR-ESTADO.

      *----------------------------------------------------------------*
      *                           DATA                                 *
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/DONACION.cpy'.

       FD  CENSO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CENSO.cpy'.

       FD  SACRAREG LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SACRAREG.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       FD  PASTORAL LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PASTORAL            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-OPC                  PIC 9(01) VALUE ZEROS.
       01  WS-ENTER                PIC A(01) VALUE SPACES.
                                   DEPENDING ON WS-NUM-SERVICIOS.
              03 TAB-SER-NUMERO    PIC 9(04).
              03 TAB-SER-ABONADO   PIC 9(09).
       01  P                       PIC 9(04) VALUE ZEROS.
       01  WS-TOT-SERVICIOS        PIC 9(10) VALUE ZEROS.
       01  WS-TOT-ABONADO          PIC 9(10) VALUE ZEROS.
       01  WS-TOT-SALDO            PIC S9(10) VALUE ZEROS.
       01  WS-SALDO-SER            PIC S9(09) VALUE ZEROS.
       01  WS-MASCARA              PIC $$$,$$$,$$9 VALUE ZEROS.

      * CENSO DEL HOGAR: MIEMBROS, ULTIMO NUMERO DE MIEMBRO Y SECTOR
      * DEL HOGAR EN CURSO, Y LOS SACRAMENTOS QUE CONSTAN EN LIBROS
       01  SW-FDA-CENSO            PIC 9 VALUE ZEROS.
       01  SW-FDA-SACRAREG         PIC 9 VALUE ZEROS.
       01  WS-CEN-MIEMBROS         PIC 9(02) VALUE ZEROS.
       01  WS-CEN-ULTIMO           PIC 9(02) VALUE ZEROS.
       01  WS-CEN-SECTOR           PIC 9(02) VALUE ZEROS.
       01  WS-CEN-NUMERO           PIC 9(02) VALUE ZEROS.
       01  WS-CEN-ACCION           PIC X(01) VALUE SPACES.
           88 CEN-ACC-ADICIONA     VALUE 'A' 'a'.
           88 CEN-ACC-MODIFICA     VALUE 'M' 'm'.
           88 CEN-ACC-SECTOR       VALUE 'S' 's'.
           88 CEN-ACC-TERMINA      VALUE 'T' 't'.
       01  WS-CEN-RESP             PIC X(01) VALUE SPACES.
           88 CEN-RESP-SI          VALUE 'S' 's'.
           88 CEN-RESP-NO          VALUE 'N' 'n'.
       01  WS-CEN-HALLADO          PIC X(01) VALUE SPACES.
           88 SW-CEN-SI-HALLADO    VALUE 'S'.
           88 SW-CEN-NO-HALLADO    VALUE 'N'.
       01  WS-CEN-FECHA            PIC X(01) VALUE SPACES.
           88 SW-CEN-FECHA-OK      VALUE 'S'.
       01  WS-CEN-NACIMIENTO       PIC 9(08) VALUE ZEROS.
       01  WS-CEN-NACIMIENTO-R     REDEFINES WS-CEN-NACIMIENTO.
           02 WS-CEN-NAC-ANO       PIC 9(04).
           02 WS-CEN-NAC-MES       PIC 9(02).
           02 WS-CEN-NAC-DIA       PIC 9(02).
       01  WS-CEN-HOY              PIC 9(08) VALUE ZEROS.
       01  WS-CEN-EDAD             PIC 9(03) VALUE ZEROS.
       01  WS-CEN-EN-LIBROS.
           02 WS-CEN-LIBRO         PIC X(01) OCCURS 4 TIMES.
       01  WS-CEN-PENDIENTE.
           02 WS-CEN-PEN           PIC X(01) OCCURS 3 TIMES.
       01  K                       PIC 9(01) VALUE ZEROS.
       01  WS-TABLA-SACRAMENTOS.
           02 WS-LISTA-SACRAMENTOS.
              05 FILLER            PIC X(16) VALUE 'BAUTISMO'.
              05 FILLER            PIC X(16) VALUE 'PRIMERA COMUNION'.
              05 FILLER            PIC X(16) VALUE 'CONFIRMACION'.
              05 FILLER            PIC X(16) VALUE 'MATRIMONIO'.
           02 WS-SACRAMENTOS       REDEFINES WS-LISTA-SACRAMENTOS.
              05 NOM-SACRAMENTO    OCCURS 4 TIMES PIC X(16).

      * REPORTE PASTORAL: EDAD DESDE LA QUE CADA SACRAMENTO SE CUENTA
      * COMO PENDIENTE (BAUTISMO A CUALQUIER EDAD) Y TABLA DE LOS
      * MIEMBROS CON ALGO PENDIENTE, ORDENADA POR SECTOR Y NOMBRE
       01  WS-TABLA-EDADES.
           02 WS-LISTA-EDADES.
              05 FILLER            PIC 9(02) VALUE 00.
              05 FILLER            PIC 9(02) VALUE 09.
              05 FILLER            PIC 9(02) VALUE 14.
           02 WS-EDADES            REDEFINES WS-LISTA-EDADES.
              05 EDAD-MINIMA       OCCURS 3 TIMES PIC 9(02).
       01  WS-NUM-PASTORAL         PIC 9(04) VALUE ZEROS.
       01  TABLA-PASTORAL.
           02 TAB-PAS OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-NUM-PASTORAL.
              03 TAB-PAS-LLAVE.
                 04 TAB-PAS-SECTOR PIC 9(02).
                 04 TAB-PAS-NOMBRE PIC X(30).
              03 TAB-PAS-EDAD      PIC 9(03).
              03 TAB-PAS-TELEFONO  PIC 9(10).
              03 TAB-PAS-PEN       PIC X(01) OCCURS 3 TIMES.
       01  Q                       PIC 9(04) VALUE ZEROS.
       01  WS-AUX-PAS              PIC X(48) VALUE SPACES.
       01  WS-PAS-SECTOR-ANT       PIC 9(02) VALUE ZEROS.
       01  WS-PAS-TOT-SECTOR.
           02 WS-PAS-TSE           PIC 9(05) OCCURS 3 TIMES.
       01  WS-PAS-TOT-GENERAL.
           02 WS-PAS-TGE           PIC 9(05) OCCURS 3 TIMES.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * BITACORA DE CAMBIOS: NOMBRE Y DIRECCION ANTES DEL CAMBIO
       01  WS-ANT-NOM              PIC X(20) VALUE SPACES.
       01  WS-ANT-DIR              PIC X(30) VALUE SPACES.
       01  RUT-NO8CCAMB            PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

      * RENGLONES DEL ESTADO DE CUENTA
       01  REG-EST-TIT.
           02 FILLER               PIC X(20) VALUE
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RSAL-D02-DIRECCION   PIC X(30) VALUE SPACES.

      * MIEMBROS DEL HOGAR EN PANTALLA
       01  REG-HOG-COL.
           02 FILLER               PIC X(04) VALUE 'NO.'.
           02 FILLER               PIC X(32) VALUE 'NOMBRE'.
           02 FILLER               PIC X(12) VALUE 'NACIMIENTO'.
           02 FILLER               PIC X(05) VALUE 'PAR'.
           02 FILLER               PIC X(16) VALUE 'BAU COM CON MAT'.

       01  REG-HOG-LIN.
           02 RHOG-LIN-MIEMBRO     PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RHOG-LIN-NOMBRE      PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RHOG-LIN-NACIMIENTO  PIC 9999/99/99.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RHOG-LIN-PARENTESCO  PIC X(01) VALUE SPACES.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RHOG-LIN-SAC         OCCURS 4 TIMES.
              03 RHOG-LIN-MARCA    PIC X(01).
              03 FILLER            PIC X(03).

      * RENGLONES DEL REPORTE PASTORAL
       01  REG-PAS-TIT.
           02 FILLER               PIC X(19) VALUE SPACES.
           02 FILLER               PIC X(42) VALUE
              'REPORTE PASTORAL - SACRAMENTOS PENDIENTES'.
           02 FILLER               PIC X(19) VALUE SPACES.

       01  REG-PAS-EDADES.
           02 FILLER               PIC X(40) VALUE
              'EDAD MINIMA: BAUTISMO 0, PRIM.COMUNION '.
           02 RPAS-EDA-COMUNION    PIC Z9 VALUE ZEROS.
           02 FILLER               PIC X(15) VALUE ', CONFIRMACION '.
           02 RPAS-EDA-CONFIRMA    PIC Z9 VALUE ZEROS.
           02 FILLER               PIC X(21) VALUE SPACES.

       01  REG-PAS-SECTOR.
           02 FILLER               PIC X(08) VALUE 'SECTOR: '.
           02 RPAS-SEC-SECTOR      PIC 9(02) VALUE ZEROS.
           02 FILLER               PIC X(70) VALUE SPACES.

       01  REG-PAS-COL.
           02 FILLER               PIC X(32) VALUE 'NOMBRE'.
           02 FILLER               PIC X(05) VALUE 'EDAD'.
           02 FILLER               PIC X(12) VALUE 'TELEFONO'.
           02 FILLER               PIC X(10) VALUE 'BAUTISMO'.
           02 FILLER               PIC X(10) VALUE '1A.COMUN.'.
           02 FILLER               PIC X(10) VALUE 'CONFIRMA.'.
           02 FILLER               PIC X(01) VALUE SPACES.

       01  REG-PAS-DET.
           02 RPAS-DET-NOMBRE      PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RPAS-DET-EDAD        PIC ZZ9 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RPAS-DET-TELEFONO    PIC 9(10) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RPAS-DET-COL         OCCURS 3 TIMES PIC X(10).
           02 FILLER               PIC X(01) VALUE SPACES.

       01  REG-PAS-TOT.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RPAS-TOT-ETIQUETA    PIC X(44) VALUE SPACES.
           02 RPAS-TOT-COL         OCCURS 3 TIMES.
              03 RPAS-TOT-VALOR    PIC ZZZZ9.
              03 FILLER            PIC X(05).
           02 FILLER               PIC X(01) VALUE SPACES.

       01  REG-PAS-VACIO.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 FILLER               PIC X(75) VALUE
              'NO HAY MIEMBROS DEL CENSO CON SACRAMENTOS PENDIENTES'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
           PERFORM 1-MENU-PRINCIPAL UNTIL WS-OPC = 8
           STOP RUN.

       1-MENU-PRINCIPAL.
                   '3. MODIFICAR FELIGRES ' LINE 10 POSITION 10
                   '4. CONSULTAR TODOS    ' LINE 11 POSITION 10
                   '5. ESTADO DE CUENTA   ' LINE 12 POSITION 10
                   '6. CENSO DEL HOGAR    ' LINE 13 POSITION 10
                   '7. REPORTE PASTORAL   ' LINE 14 POSITION 10
                   '8. SALIR              ' LINE 15 POSITION 10
                   'OPCION ) '              LINE 17 POSITION 20
           MOVE ZEROS TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 9
               ACCEPT WS-OPC               LINE 17 POSITION 30
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-1-CREA-ARCHIVO
               WHEN 3 PERFORM 1-3-MODIFICA-FELIGRES
               WHEN 4 PERFORM 1-4-CONSULTA-TODOS
               WHEN 5 PERFORM 1-5-ESTADO-DE-CUENTA
               WHEN 6 PERFORM 1-6-CENSO-HOGAR
               WHEN 7 PERFORM 1-7-REPORTE-PASTORAL
           END-EVALUATE.

       1-1-CREA-ARCHIVO.
           IF VAR-ESTADO = '00'
               WRITE REG-FELIGRES END-WRITE
               CLOSE FELIGRES
               MOVE SPACES TO WS-ANT-NOM WS-ANT-DIR
               PERFORM 1-2-6-REGISTRA-CAMBIO
           ELSE
               DISPLAY 'ERROR ABRIENDO EL MAESTRO DE FELIGRESES'
                                   LINE 23 POSITION 10
               ACCEPT WS-ENTER     LINE 23 POSITION 56
           END-IF.

      *----------------------------------------------------------------*
      * BITACORA DE CAMBIOS: NOMBRE Y DIRECCION DEL FELIGRES, CON EL
      * VALOR ANTERIOR (EN BLANCO EN UN ALTA); LA RUTINA DESCARTA EL
      * CAMPO QUE NO CAMBIO
      *----------------------------------------------------------------*
       1-2-6-REGISTRA-CAMBIO.
           INITIALIZE NOCOCAMB
           MOVE 'FELIGRES'     TO CCAM-E-ARCHIVO
           MOVE RFEL-TELEFONO  TO CCAM-E-CLAVE
           MOVE 'NOMBRE'       TO CCAM-E-CAMPO
           MOVE WS-ANT-NOM     TO CCAM-E-ANTES
           MOVE RFEL-NOMBRE    TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'DIRECCION'    TO CCAM-E-CAMPO
           MOVE WS-ANT-DIR     TO CCAM-E-ANTES
           MOVE RFEL-DIRECCION TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB.

       1-3-MODIFICA-FELIGRES.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'MODIFICACION DE FELIGRES' LINE 06 POSITION 29
                           RFEL-NOMBRE      LINE 09 POSITION 17
                           'DIRECCION:'     LINE 10 POSITION 01
                           RFEL-DIRECCION   LINE 10 POSITION 17
                   MOVE RFEL-NOMBRE    TO WS-ANT-NOM
                   MOVE RFEL-DIRECCION TO WS-ANT-DIR
                   ACCEPT RFEL-NOMBRE    WITH UPDATE
                                            LINE 09 POSITION 17
                   ACCEPT RFEL-DIRECCION WITH UPDATE
                                            LINE 10 POSITION 17
                   REWRITE REG-FELIGRES END-REWRITE
                   PERFORM 1-2-6-REGISTRA-CAMBIO
               ELSE
                   DISPLAY 'FELIGRES INEXISTENTE'
                                            LINE 24 POSITION 30
           MOVE WS-TOT-DONADO                TO REST-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-EST-TOT AFTER 1 END-WRITE.

      *----------------------------------------------------------------*
      * CENSO DEL HOGAR: LOS MIEMBROS DE LA FAMILIA DEL FELIGRES CON SU
      * FECHA DE NACIMIENTO, PARENTESCO Y SACRAMENTOS RECIBIDOS. EL
      * SECTOR SE TOMA UNA VEZ POR HOGAR Y LO LLEVAN TODOS SUS MIEMBROS
      *----------------------------------------------------------------*
       1-6-CENSO-HOGAR.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CENSO DEL HOGAR' LINE 06 POSITION 33
           PERFORM 1-2-1-CAPTURA-TELEFONO
           PERFORM 1-2-2-BUSCAR-FELIGRES
           IF SW-NO-ENCONTRO
               DISPLAY 'FELIGRES INEXISTENTE'
                                LINE 24 POSITION 30
               ACCEPT WS-ENTER  LINE 24 POSITION 52
           ELSE
               MOVE RFEL-NOMBRE TO WS-NOM
               ACCEPT WS-CEN-HOY FROM DATE YYYYMMDD
               PERFORM 1-6-1-CARGAR-HOGAR
               IF WS-CEN-MIEMBROS = 0
                   PERFORM 1-6-2-CAPTURA-SECTOR
               END-IF
               MOVE SPACE TO WS-CEN-ACCION
               PERFORM 1-6-3-MENU-HOGAR UNTIL CEN-ACC-TERMINA
           END-IF.

       1-6-1-CARGAR-HOGAR.
           MOVE ZEROS TO WS-CEN-MIEMBROS WS-CEN-ULTIMO WS-CEN-SECTOR
           MOVE 0 TO SW-FDA-CENSO
           OPEN INPUT CENSO
           IF VAR-ESTADO = '00'
               PERFORM 1-6-1-1-LEER-HOGAR UNTIL SW-FDA-CENSO = 1
               CLOSE CENSO
           END-IF.

       1-6-1-1-LEER-HOGAR.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END
                    IF RCEN-TELEFONO = WS-TEL
                        ADD 1 TO WS-CEN-MIEMBROS
                        MOVE RCEN-SECTOR TO WS-CEN-SECTOR
                        IF RCEN-MIEMBRO > WS-CEN-ULTIMO
                            MOVE RCEN-MIEMBRO TO WS-CEN-ULTIMO
                        END-IF
                    END-IF
           END-READ.

       1-6-2-CAPTURA-SECTOR.
           DISPLAY 'SECTOR DE LA PARROQUIA (01-99):'
                                   LINE 10 POSITION 01
           MOVE ZEROS TO WS-CEN-SECTOR
           PERFORM UNTIL WS-CEN-SECTOR > ZEROS
               ACCEPT WS-CEN-SECTOR LINE 10 POSITION 33
           END-PERFORM.

      *----------------------------------------------------------------*
      * PANTALLA DEL HOGAR: LA FAMILIA, SU SECTOR Y SUS MIEMBROS, Y LA
      * ACCION A TOMAR SOBRE ELLOS
      *----------------------------------------------------------------*
       1-6-3-MENU-HOGAR.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CENSO DEL HOGAR' LINE 06 POSITION 33
                   'FAMILIA:'        LINE 08 POSITION 01
                   WS-NOM            LINE 08 POSITION 10
                   'TEL:'            LINE 08 POSITION 32
                   WS-TEL            LINE 08 POSITION 37
                   'SECTOR:'         LINE 08 POSITION 50
                   WS-CEN-SECTOR     LINE 08 POSITION 58
                   REG-HOG-COL       LINE 10 POSITION 01
           MOVE 11 TO LI
           MOVE 0 TO SW-FDA-CENSO
           OPEN INPUT CENSO
           IF VAR-ESTADO = '00'
               PERFORM 1-6-3-1-LISTAR-MIEMBRO UNTIL SW-FDA-CENSO = 1
               CLOSE CENSO
           END-IF
           DISPLAY 'A.ADICIONAR  M.MODIFICAR  S.SECTOR  T.TERMINAR ) '
                                   LINE 23 POSITION 01
           MOVE SPACE TO WS-CEN-ACCION
           PERFORM UNTIL CEN-ACC-ADICIONA OR CEN-ACC-MODIFICA OR
                         CEN-ACC-SECTOR OR CEN-ACC-TERMINA
               ACCEPT WS-CEN-ACCION LINE 23 POSITION 51
           END-PERFORM
           EVALUATE TRUE
               WHEN CEN-ACC-ADICIONA PERFORM 1-6-4-ADICIONA-MIEMBRO
               WHEN CEN-ACC-MODIFICA PERFORM 1-6-5-MODIFICA-MIEMBRO
               WHEN CEN-ACC-SECTOR   PERFORM 1-6-6-CAMBIA-SECTOR
           END-EVALUATE.

       1-6-3-1-LISTAR-MIEMBRO.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END
                    IF RCEN-TELEFONO = WS-TEL AND LI < 23
                        MOVE RCEN-MIEMBRO      TO RHOG-LIN-MIEMBRO
                        MOVE RCEN-NOMBRE       TO RHOG-LIN-NOMBRE
                        MOVE RCEN-NACIMIENTO   TO RHOG-LIN-NACIMIENTO
                        MOVE RCEN-PARENTESCO   TO RHOG-LIN-PARENTESCO
                        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                            MOVE RCEN-SACRAMENTO(K)
                              TO RHOG-LIN-MARCA(K)
                        END-PERFORM
                        DISPLAY REG-HOG-LIN LINE LI POSITION 01
                        ADD 1 TO LI
                    END-IF
           END-READ.

       1-6-4-ADICIONA-MIEMBRO.
           IF WS-CEN-ULTIMO = 99
               DISPLAY 'EL HOGAR YA TIENE 99 MIEMBROS, OPRIMA ENTER'
                                   LINE 24 POSITION 01
               ACCEPT WS-ENTER     LINE 24 POSITION 46
           ELSE
               PERFORM 999-ENCABEZADO-PAN
               DISPLAY 'NUEVO MIEMBRO DEL HOGAR' LINE 06 POSITION 29
               MOVE WS-TEL        TO RCEN-TELEFONO
               COMPUTE RCEN-MIEMBRO = WS-CEN-ULTIMO + 1
               MOVE WS-CEN-SECTOR TO RCEN-SECTOR
               MOVE SPACES TO RCEN-NOMBRE RCEN-PARENTESCO
                              RCEN-SACRAMENTOS
               MOVE ZEROS  TO RCEN-NACIMIENTO
               PERFORM 1-6-7-CAPTURA-MIEMBRO
               OPEN EXTEND CENSO
               IF VAR-ESTADO = '35'
                   OPEN OUTPUT CENSO
               END-IF
               IF VAR-ESTADO = '00' OR '05'
                   WRITE REG-CENSO END-WRITE
                   CLOSE CENSO
                   MOVE RCEN-MIEMBRO TO WS-CEN-ULTIMO
                   ADD 1 TO WS-CEN-MIEMBROS
                   DISPLAY 'MIEMBRO REGISTRADO, OPRIMA ENTER'
                                   LINE 24 POSITION 01
                   ACCEPT WS-ENTER LINE 24 POSITION 40
               ELSE
                   DISPLAY 'ERROR ABRIENDO EL CENSO PARROQUIAL'
                                   LINE 23 POSITION 10
                           VAR-ESTADO  LINE 23 POSITION 52
                   ACCEPT WS-ENTER LINE 23 POSITION 56
               END-IF
           END-IF.

       1-6-5-MODIFICA-MIEMBRO.
           DISPLAY 'NUMERO DEL MIEMBRO A MODIFICAR:'
                                   LINE 24 POSITION 01
           MOVE ZEROS TO WS-CEN-NUMERO
           ACCEPT WS-CEN-NUMERO    LINE 24 POSITION 33
           OPEN I-O CENSO
           IF VAR-ESTADO = '00'
               SET SW-CEN-NO-HALLADO TO TRUE
               MOVE 0 TO SW-FDA-CENSO
               PERFORM 1-6-5-1-BUSCAR-MIEMBRO
                   UNTIL SW-CEN-SI-HALLADO OR SW-FDA-CENSO = 1
               IF SW-CEN-SI-HALLADO
                   PERFORM 999-ENCABEZADO-PAN
                   DISPLAY 'MODIFICACION DE MIEMBRO DEL HOGAR'
                                   LINE 06 POSITION 24
                   PERFORM 1-6-7-CAPTURA-MIEMBRO
                   REWRITE REG-CENSO END-REWRITE
                   DISPLAY 'MIEMBRO ACTUALIZADO, OPRIMA ENTER'
                                   LINE 24 POSITION 01
                   ACCEPT WS-ENTER LINE 24 POSITION 40
               ELSE
                   DISPLAY 'MIEMBRO INEXISTENTE'
                                   LINE 24 POSITION 40
                   ACCEPT WS-ENTER LINE 24 POSITION 60
               END-IF
               CLOSE CENSO
           ELSE
               DISPLAY 'EL HOGAR NO TIENE MIEMBROS EN EL CENSO'
                                   LINE 24 POSITION 36
               ACCEPT WS-ENTER     LINE 24 POSITION 76
           END-IF.

       1-6-5-1-BUSCAR-MIEMBRO.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END
                    IF RCEN-TELEFONO = WS-TEL
                       AND RCEN-MIEMBRO = WS-CEN-NUMERO
                        SET SW-CEN-SI-HALLADO TO TRUE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CAMBIO DE SECTOR (LA FAMILIA SE MUDO): PASA A TODOS LOS
      * MIEMBROS DEL HOGAR
      *----------------------------------------------------------------*
       1-6-6-CAMBIA-SECTOR.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CAMBIO DE SECTOR DEL HOGAR' LINE 06 POSITION 28
           PERFORM 1-6-2-CAPTURA-SECTOR
           MOVE 0 TO SW-FDA-CENSO
           OPEN I-O CENSO
           IF VAR-ESTADO = '00'
               PERFORM 1-6-6-1-SECTOR-MIEMBRO UNTIL SW-FDA-CENSO = 1
               CLOSE CENSO
           END-IF.

       1-6-6-1-SECTOR-MIEMBRO.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END
                    IF RCEN-TELEFONO = WS-TEL
                        MOVE WS-CEN-SECTOR TO RCEN-SECTOR
                        REWRITE REG-CENSO END-REWRITE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * DATOS DEL MIEMBRO SOBRE EL REGISTRO DEL CENSO. LO QUE YA CONSTA
      * EN LOS LIBROS ('L') NO SE PREGUNTA; LO DEMAS LO DECLARA LA
      * FAMILIA Y AL FINAL SE CRUZA CONTRA LOS LIBROS
      *----------------------------------------------------------------*
       1-6-7-CAPTURA-MIEMBRO.
           DISPLAY 'NOMBRE COMPLETO  :'  LINE 08 POSITION 01
                   RCEN-NOMBRE           LINE 08 POSITION 20
           ACCEPT RCEN-NOMBRE WITH UPDATE LINE 08 POSITION 20
           PERFORM UNTIL RCEN-NOMBRE > SPACES
               ACCEPT RCEN-NOMBRE        LINE 08 POSITION 20
           END-PERFORM
           DISPLAY 'FECHA NACIMIENTO :'  LINE 09 POSITION 01
                   '(AAAAMMDD)'          LINE 09 POSITION 30
           MOVE RCEN-NACIMIENTO TO WS-CEN-NACIMIENTO
           ACCEPT WS-CEN-NACIMIENTO WITH UPDATE
                                         LINE 09 POSITION 20
           PERFORM 1-6-7-1-VALIDA-NACIMIENTO
           PERFORM UNTIL SW-CEN-FECHA-OK
               ACCEPT WS-CEN-NACIMIENTO  LINE 09 POSITION 20
               PERFORM 1-6-7-1-VALIDA-NACIMIENTO
           END-PERFORM
           MOVE WS-CEN-NACIMIENTO TO RCEN-NACIMIENTO
           DISPLAY 'PARENTESCO       :'  LINE 10 POSITION 01
                   'J.JEFE C.CONYUGE H.HIJO P.PADRE/MADRE O.OTRO'
                                         LINE 10 POSITION 24
           ACCEPT RCEN-PARENTESCO WITH UPDATE
                                         LINE 10 POSITION 20
           PERFORM UNTIL RCEN-PAR-VALIDO
               ACCEPT RCEN-PARENTESCO    LINE 10 POSITION 20
           END-PERFORM
           DISPLAY 'SACRAMENTOS RECIBIDOS (S/N)'
                                         LINE 12 POSITION 01
           PERFORM 1-6-8-CAPTURA-SACRAMENTO
               VARYING K FROM 1 BY 1 UNTIL K > 4
           PERFORM 1-6-9-CRUZA-LIBROS
           PERFORM 1-6-7-2-MUESTRA-LIBROS
               VARYING K FROM 1 BY 1 UNTIL K > 4.

       1-6-7-1-VALIDA-NACIMIENTO.
           MOVE 'N' TO WS-CEN-FECHA
           IF WS-CEN-NAC-ANO > 1899
              AND WS-CEN-NAC-MES > 0 AND WS-CEN-NAC-MES < 13
              AND WS-CEN-NAC-DIA > 0 AND WS-CEN-NAC-DIA < 32
              AND WS-CEN-NACIMIENTO NOT > WS-CEN-HOY
               SET SW-CEN-FECHA-OK TO TRUE
           END-IF.

       1-6-7-2-MUESTRA-LIBROS.
           IF RCEN-SACRAMENTO(K) = 'L'
               COMPUTE LI = 12 + K
               DISPLAY 'CONSTA EN LIBROS' LINE LI POSITION 30
           END-IF.

       1-6-8-CAPTURA-SACRAMENTO.
           COMPUTE LI = 12 + K
           DISPLAY NOM-SACRAMENTO(K)     LINE LI POSITION 01
           IF RCEN-SACRAMENTO(K) = 'L'
               DISPLAY 'CONSTA EN LIBROS' LINE LI POSITION 30
           ELSE
               MOVE RCEN-SACRAMENTO(K) TO WS-CEN-RESP
               ACCEPT WS-CEN-RESP WITH UPDATE LINE LI POSITION 20
               PERFORM UNTIL CEN-RESP-SI OR CEN-RESP-NO
                   ACCEPT WS-CEN-RESP    LINE LI POSITION 20
               END-PERFORM
               IF CEN-RESP-SI
                   MOVE 'S' TO RCEN-SACRAMENTO(K)
               ELSE
                   MOVE 'N' TO RCEN-SACRAMENTO(K)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CRUCE CONTRA LOS LIBROS DE LA PARROQUIA: EL ASIENTO EN SACRAREG
      * POR EL NOMBRE COMPLETO (EN EL MATRIMONIO TAMBIEN EL DE LA
      * ESPOSA) Y LOS SERVICIOS REALIZADOS DEL HISTORICO DEL MISMO
      * TELEFONO POR EL NOMBRE (20 POSICIONES). LO QUE APARECE QUEDA
      * MARCADO 'L' EN EL REGISTRO DEL CENSO
      *----------------------------------------------------------------*
       1-6-9-CRUZA-LIBROS.
           MOVE 'NNNN' TO WS-CEN-EN-LIBROS
           MOVE 0 TO SW-FDA-SACRAREG
           OPEN INPUT SACRAREG
           IF VAR-ESTADO = '00'
               PERFORM 1-6-9-1-LEER-SACRAREG UNTIL SW-FDA-SACRAREG = 1
               CLOSE SACRAREG
           END-IF
           MOVE 0 TO SW-FDA-SANMHIST
           OPEN INPUT SANMHIST
           IF VAR-ESTADO = '00'
               PERFORM 1-6-9-2-LEER-HISTORICO UNTIL SW-FDA-SANMHIST = 1
               CLOSE SANMHIST
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               IF WS-CEN-LIBRO(K) = 'S'
                   MOVE 'L' TO RCEN-SACRAMENTO(K)
               END-IF
           END-PERFORM.

       1-6-9-1-LEER-SACRAREG.
           READ SACRAREG AT END MOVE 1 TO SW-FDA-SACRAREG
                NOT AT END
                    IF RSAC-COD-SERVICIO > 0 AND RSAC-COD-SERVICIO < 5
                        IF RSAC-NOMBRE = RCEN-NOMBRE
                           OR (RSAC-COD-SERVICIO = 4
                               AND RSAC-NOMBRE-2 = RCEN-NOMBRE)
                            MOVE 'S' TO WS-CEN-LIBRO(RSAC-COD-SERVICIO)
                        END-IF
                    END-IF
           END-READ.

       1-6-9-2-LEER-HISTORICO.
           READ SANMHIST AT END MOVE 1 TO SW-FDA-SANMHIST
                NOT AT END
                    IF HSER-TELEFONO = RCEN-TELEFONO
                       AND HSER-ESTADO = 'R'
                       AND HSER-COD-SERVICIO > 0
                       AND HSER-COD-SERVICIO < 5
                       AND HSER-NOMBRE = RCEN-NOMBRE(1:20)
                        MOVE 'S' TO WS-CEN-LIBRO(HSER-COD-SERVICIO)
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * REPORTE PASTORAL: MIEMBROS DEL CENSO EN EDAD DE BAUTISMO,
      * PRIMERA COMUNION O CONFIRMACION QUE NO LO HAN RECIBIDO, POR
      * SECTOR. ANTES DE CONTARLO PENDIENTE SE VUELVE A CRUZAR CONTRA
      * LOS LIBROS, QUE PUEDEN HABER CAMBIADO DESDE EL CENSO
      *----------------------------------------------------------------*
       1-7-REPORTE-PASTORAL.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'REPORTE PASTORAL DE SACRAMENTOS PENDIENTES'
                                   LINE 06 POSITION 20
           ACCEPT WS-CEN-HOY FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-NUM-PASTORAL
           MOVE 0 TO SW-FDA-CENSO
           OPEN INPUT CENSO
           IF VAR-ESTADO NOT = '00'
               DISPLAY 'NO HAY CENSO REGISTRADO, OPRIMA ENTER'
                                LINE 24 POSITION 20
               ACCEPT WS-ENTER  LINE 24 POSITION 58
           ELSE
               DISPLAY 'CRUZANDO EL CENSO CONTRA LOS LIBROS...'
                                LINE 10 POSITION 20
               PERFORM 1-7-1-LEER-CENSO UNTIL SW-FDA-CENSO = 1
               CLOSE CENSO
               PERFORM 1-7-3-ORDENA-SECTOR
               PERFORM 1-7-4-IMPRIME-PASTORAL
               DISPLAY 'REPORTE PASTORAL GENERADO, OPRIMA ENTER'
                                LINE 24 POSITION 20
               ACCEPT WS-ENTER  LINE 24 POSITION 62
           END-IF.

       1-7-1-LEER-CENSO.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END PERFORM 1-7-2-MIEMBRO-PENDIENTE
           END-READ.

       1-7-2-MIEMBRO-PENDIENTE.
           COMPUTE WS-CEN-EDAD =
                   (WS-CEN-HOY - RCEN-NACIMIENTO) / 10000
           PERFORM 1-7-2-1-MARCA-PENDIENTES
           IF WS-CEN-PENDIENTE NOT = 'NNN'
               PERFORM 1-6-9-CRUZA-LIBROS
               PERFORM 1-7-2-1-MARCA-PENDIENTES
           END-IF
           IF WS-CEN-PENDIENTE NOT = 'NNN'
              AND WS-NUM-PASTORAL < 2000
               ADD 1 TO WS-NUM-PASTORAL
               MOVE RCEN-SECTOR   TO TAB-PAS-SECTOR(WS-NUM-PASTORAL)
               MOVE RCEN-NOMBRE   TO TAB-PAS-NOMBRE(WS-NUM-PASTORAL)
               MOVE WS-CEN-EDAD   TO TAB-PAS-EDAD(WS-NUM-PASTORAL)
               MOVE RCEN-TELEFONO TO TAB-PAS-TELEFONO(WS-NUM-PASTORAL)
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   MOVE WS-CEN-PEN(K) TO TAB-PAS-PEN(WS-NUM-PASTORAL, K)
               END-PERFORM
           END-IF.

       1-7-2-1-MARCA-PENDIENTES.
           MOVE 'NNN' TO WS-CEN-PENDIENTE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF RCEN-SACRAMENTO(K) = 'N'
                  AND WS-CEN-EDAD NOT < EDAD-MINIMA(K)
                   MOVE 'S' TO WS-CEN-PEN(K)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ORDENA LA TABLA POR SECTOR Y NOMBRE, POR INTERCAMBIO DIRECTO
      *----------------------------------------------------------------*
       1-7-3-ORDENA-SECTOR.
           IF WS-NUM-PASTORAL > 1
               PERFORM 1-7-3-1-PASADA
                   VARYING P FROM 1 BY 1
                   UNTIL P >= WS-NUM-PASTORAL
           END-IF.

       1-7-3-1-PASADA.
           PERFORM 1-7-3-2-COMPARA
               VARYING Q FROM P BY 1 UNTIL Q > WS-NUM-PASTORAL.

       1-7-3-2-COMPARA.
           IF TAB-PAS-LLAVE(Q) < TAB-PAS-LLAVE(P)
               MOVE TAB-PAS(P) TO WS-AUX-PAS
               MOVE TAB-PAS(Q) TO TAB-PAS(P)
               MOVE WS-AUX-PAS TO TAB-PAS(Q)
           END-IF.

      *----------------------------------------------------------------*
      * UN BLOQUE POR SECTOR CON SU TOTAL POR SACRAMENTO, Y AL FINAL EL
      * TOTAL DE LA PARROQUIA
      *----------------------------------------------------------------*
       1-7-4-IMPRIME-PASTORAL.
           OPEN OUTPUT PASTORAL
           WRITE REG-PASTORAL FROM REG-SAL-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-PASTORAL FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           WRITE REG-PASTORAL FROM REG-SAL-ENC-03 AFTER 1 END-WRITE
           WRITE REG-PASTORAL FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           WRITE REG-PASTORAL FROM REG-PAS-TIT AFTER 2 END-WRITE
           MOVE EDAD-MINIMA(2) TO RPAS-EDA-COMUNION
           MOVE EDAD-MINIMA(3) TO RPAS-EDA-CONFIRMA
           WRITE REG-PASTORAL FROM REG-PAS-EDADES AFTER 1 END-WRITE
           MOVE ZEROS TO WS-PAS-SECTOR-ANT WS-PAS-TOT-SECTOR
                         WS-PAS-TOT-GENERAL
           IF WS-NUM-PASTORAL = 0
               WRITE REG-PASTORAL FROM REG-PAS-VACIO AFTER 2 END-WRITE
           ELSE
               PERFORM 1-7-4-1-RENGLON
                   VARYING P FROM 1 BY 1 UNTIL P > WS-NUM-PASTORAL
               PERFORM 1-7-4-2-TOTAL-SECTOR
               WRITE REG-PASTORAL FROM REG-SAL-ENC-02 AFTER 2 END-WRITE
               MOVE 'TOTAL DE LA PARROQUIA' TO RPAS-TOT-ETIQUETA
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   MOVE WS-PAS-TGE(K) TO RPAS-TOT-VALOR(K)
               END-PERFORM
               WRITE REG-PASTORAL FROM REG-PAS-TOT AFTER 1 END-WRITE
           END-IF
           CLOSE PASTORAL
           MOVE 'SANMIGUE'                     TO CSPO-E-SISTEMA
           MOVE 'PASTORAL'                     TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/PASTORAL'   TO CSPO-E-ORIGEN
           MOVE 'F'                            TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       1-7-4-1-RENGLON.
           IF TAB-PAS-SECTOR(P) NOT = WS-PAS-SECTOR-ANT
               IF WS-PAS-SECTOR-ANT > 0
                   PERFORM 1-7-4-2-TOTAL-SECTOR
               END-IF
               MOVE TAB-PAS-SECTOR(P) TO WS-PAS-SECTOR-ANT
                                         RPAS-SEC-SECTOR
               MOVE ZEROS TO WS-PAS-TOT-SECTOR
               WRITE REG-PASTORAL FROM REG-PAS-SECTOR AFTER 2 END-WRITE
               WRITE REG-PASTORAL FROM REG-PAS-COL AFTER 1 END-WRITE
           END-IF
           MOVE TAB-PAS-NOMBRE(P)   TO RPAS-DET-NOMBRE
           MOVE TAB-PAS-EDAD(P)     TO RPAS-DET-EDAD
           MOVE TAB-PAS-TELEFONO(P) TO RPAS-DET-TELEFONO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               IF TAB-PAS-PEN(P, K) = 'S'
                   MOVE 'PENDIENTE' TO RPAS-DET-COL(K)
                   ADD 1 TO WS-PAS-TSE(K) WS-PAS-TGE(K)
               ELSE
                   MOVE SPACES TO RPAS-DET-COL(K)
               END-IF
           END-PERFORM
           WRITE REG-PASTORAL FROM REG-PAS-DET AFTER 1 END-WRITE.

       1-7-4-2-TOTAL-SECTOR.
           MOVE 'TOTAL DEL SECTOR' TO RPAS-TOT-ETIQUETA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
               MOVE WS-PAS-TSE(K) TO RPAS-TOT-VALOR(K)
           END-PERFORM
           WRITE REG-PASTORAL FROM REG-PAS-TOT AFTER 1 END-WRITE.

       999-ENCABEZADO-PAN.
           DISPLAY CLEAR-SCREEN
      * TOMAR FECHA DEL SISTEMA Y MODIFICAR EL FORMATO SOLICITADO
