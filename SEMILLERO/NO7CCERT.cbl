      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: CERTIFICADOS ANUALES DE DONACION. EN ENERO LAS
      * EMPRESAS Y PERSONAS QUE DONAN A LA PARROQUIA PIDEN EL
      * CERTIFICADO PARA SU DECLARACION. TOMA EL ANO GRAVABLE, SUMA
      * LAS DONACIONES DEL ANO DE CADA DONANTE IDENTIFICADO (POR SU
      * DOCUMENTO, CONTRA EL MAESTRO DONANTES) SEPARADAS POR TIPO, Y
      * EXPIDE UN CERTIFICADO NUMERADO POR DONANTE MAS UN LISTADO
      * RESUMEN DE TODOS LOS CERTIFICADOS, AMBOS AL SPOOL CENTRAL. LAS
      * DONACIONES ANONIMAS (DOCUMENTO EN BLANCO) NO SE CERTIFICAN,
      * PERO EL RESUMEN LAS MUESTRA PARA CUADRAR CONTRA EL TOTAL DEL
      * ANO. EL NUMERO DE CADA CERTIFICADO QUEDA EN CERTIDON: SI EL
      * ANO SE VUELVE A CORRER, EL DONANTE CONSERVA SU NUMERO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO7CCERT.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DONACIONES DE LA PARROQUIA (COMPARTIDO CON NO3CDONA)
           SELECT OPTIONAL DONACIONES
           ASSIGN TO './FILES/SANMIGUEL/DONACIONES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-DON.
      * MAESTRO DE DONANTES IDENTIFICADOS (COMPARTIDO CON NO3CDONA)
           SELECT OPTIONAL DONANTES
           ASSIGN TO './FILES/SANMIGUEL/DONANTES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-DNT.
      * CERTIFICADOS YA EXPEDIDOS, CON SU NUMERO CONSECUTIVO
           SELECT OPTIONAL CERTIDON
           ASSIGN TO './FILES/SANMIGUEL/CERTIDON'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CER.
      * CERTIFICADOS IMPRESOS, UNO POR PAGINA
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/CERTDON'
           FILE STATUS IS WS-ESTADO-IMP.
      * LISTADO RESUMEN DE LOS CERTIFICADOS EXPEDIDOS
           SELECT RESUMEN ASSIGN TO './FILES/SANMIGUEL/CERTRESU'
           FILE STATUS IS WS-ESTADO-RES.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  DONACIONES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/DONACION.cpy'.

       FD  DONANTES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/DONANTE.cpy'.

       FD  CERTIDON LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CERTIDON.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       FD  RESUMEN LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RESUMEN             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-DON           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-DNT           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CER           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RES           PIC X(02) VALUE SPACES.
       01  SW-FDA-DON              PIC 9 VALUE ZEROS.
       01  SW-FDA-DNT              PIC 9 VALUE ZEROS.
       01  SW-FDA-CER              PIC 9 VALUE ZEROS.

      * ANO GRAVABLE (POR OMISION EL ANO ANTERIOR AL DE HOY)
       01  WS-ANO                  PIC 9(04) VALUE ZEROS.
       01  WS-ANO-DON              PIC 9(04) VALUE ZEROS.
       01  WS-FEC-SIS              PIC 9(08) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.
       01  WS-FEC-EDITADA          PIC X(10) VALUE SPACES.

      * DONANTES DEL MAESTRO CON SUS ACUMULADOS DEL ANO Y EL NUMERO
      * DE CERTIFICADO (CEROS SI TODAVIA NO TIENE)
       01  WS-NUM-DONANTES         PIC 9(03) VALUE ZEROS.
       01  TABLA-DONANTES.
           02 TAB-DNT              OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-NUM-DONANTES.
              03 TAB-DNT-TIPO-DOC  PIC X(01).
              03 TAB-DNT-NUM-DOC   PIC X(12).
              03 TAB-DNT-NOMBRE    PIC X(30).
              03 TAB-DNT-DIRECCION PIC X(30).
              03 TAB-DNT-CIUDAD    PIC X(15).
              03 TAB-DNT-COLECTA   PIC 9(09).
              03 TAB-DNT-DIEZMO    PIC 9(09).
              03 TAB-DNT-DONACION  PIC 9(09).
              03 TAB-DNT-TOTAL     PIC 9(09).
              03 TAB-DNT-NUMERO    PIC 9(06).
       01  D                       PIC 9(03) VALUE ZEROS.
       01  WS-DNT-BUSCA            PIC 9(03) VALUE ZEROS.

      * CONSECUTIVO: EL MAYOR NUMERO EXPEDIDO EN CUALQUIER ANO
       01  WS-ULTIMO-CERT          PIC 9(06) VALUE ZEROS.
       01  WS-CERT-NUEVO           PIC X(01) VALUE 'N'.

      * CUADRE DEL ANO
       01  WS-TOT-ANO              PIC 9(10) VALUE ZEROS.
       01  WS-TOT-CERTIFICADO      PIC 9(10) VALUE ZEROS.
       01  WS-TOT-ANONIMO          PIC 9(10) VALUE ZEROS.
       01  WS-TOT-SIN-MAESTRO      PIC 9(10) VALUE ZEROS.
       01  WS-CNT-SIN-MAESTRO      PIC 9(05) VALUE ZEROS.
       01  WS-CNT-CERTIFICADOS     PIC 9(05) VALUE ZEROS.
       01  WS-CNT-NUEVOS           PIC 9(05) VALUE ZEROS.
       01  WS-CNT-REEXPEDIDOS      PIC 9(05) VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * RENGLONES DEL CERTIFICADO
       01  REG-CER-ENC-02.
           02 FILLER               PIC X(80) VALUE ALL '*'.

       01  REG-CER-ENC-03.
           02 FILLER               PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(20) VALUE
                                   'PARROQUIA SAN MIGUEL'.
           02 FILLER               PIC X(30) VALUE SPACES.

       01  REG-CER-TITULO.
           02 FILLER               PIC X(16) VALUE SPACES.
           02 FILLER               PIC X(29) VALUE
                                   'CERTIFICADO DE DONACIONES No.'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RIMP-TIT-NUMERO      PIC 9(06) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RIMP-TIT-MARCA       PIC X(12) VALUE SPACES.
           02 FILLER               PIC X(14) VALUE SPACES.

       01  REG-CER-TEXTO.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RIMP-TXT-LINEA       PIC X(75) VALUE SPACES.

       01  REG-CER-DATO.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RIMP-DAT-ETIQUETA    PIC X(14) VALUE SPACES.
           02 RIMP-DAT-VALOR       PIC X(45) VALUE SPACES.
           02 FILLER               PIC X(16) VALUE SPACES.

       01  REG-CER-VALOR.
           02 FILLER               PIC X(10) VALUE SPACES.
           02 RIMP-VAL-ETIQUETA    PIC X(30) VALUE SPACES.
           02 RIMP-VAL-VALOR       PIC $$$,$$$,$$9 VALUE ZEROS.
           02 FILLER               PIC X(29) VALUE SPACES.

      * RENGLONES DEL RESUMEN
       01  REG-RES-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
           02 RRES-01-FEC-SIS      PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE 'HORA.SIS: '.
           02 RRES-01-HOR-SIS      PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(39) VALUE SPACES.

       01  REG-RES-ENC-03.
           02 FILLER               PIC X(18) VALUE SPACES.
           02 FILLER               PIC X(35) VALUE
                                   'CERTIFICADOS DE DONACION EXPEDIDOS'.
           02 FILLER               PIC X(07) VALUE ' - ANO '.
           02 RRES-03-ANO          PIC 9(04) VALUE ZEROS.
           02 FILLER               PIC X(16) VALUE SPACES.

       01  REG-RES-TIT.
           02 FILLER               PIC X(08) VALUE 'NUMERO'.
           02 FILLER               PIC X(15) VALUE 'DOCUMENTO'.
           02 FILLER               PIC X(31) VALUE 'DONANTE'.
           02 FILLER               PIC X(13) VALUE 'TOTAL'.
           02 FILLER               PIC X(13) VALUE 'MARCA'.

       01  REG-RES-DET.
           02 RRES-DET-NUMERO      PIC 9(06) VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RRES-DET-TIPO-DOC    PIC X(01) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RRES-DET-NUM-DOC     PIC X(12) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RRES-DET-NOMBRE      PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RRES-DET-TOTAL       PIC $$$,$$$,$$9 VALUE ZEROS.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RRES-DET-MARCA       PIC X(11) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE SPACES.

       01  REG-RES-TOT.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RRES-TOT-ETIQUETA    PIC X(40) VALUE SPACES.
           02 RRES-TOT-VALOR       PIC $$,$$$,$$$,$$9 VALUE ZEROS.
           02 FILLER               PIC X(21) VALUE SPACES.

       01  REG-RES-CNT.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RRES-CNT-ETIQUETA    PIC X(40) VALUE SPACES.
           02 FILLER               PIC X(09) VALUE SPACES.
           02 RRES-CNT-VALOR       PIC ZZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(21) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARGAR-DONANTES
           PERFORM 3000-CARGAR-CERTIFICADOS
           PERFORM 4000-ACUMULAR-DONACIONES
           PERFORM 5000-EXPEDIR-CERTIFICADOS
           PERFORM 6000-TOTALES
           CLOSE IMPRESOR RESUMEN
           PERFORM 8000-ENTREGAR-AL-SPOOL
           DISPLAY 'CERTIFICADOS EXPEDIDOS: ' WS-CNT-CERTIFICADOS
                   ' (NUEVOS: ' WS-CNT-NUEVOS ')'
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HOR-SIS FROM TIME
           MOVE WS-FEC-SIS(7:2) TO WS-FEC-EDITADA(1:2)
           MOVE '/'             TO WS-FEC-EDITADA(3:1)
           MOVE WS-FEC-SIS(5:2) TO WS-FEC-EDITADA(4:2)
           MOVE '/'             TO WS-FEC-EDITADA(6:1)
           MOVE WS-FEC-SIS(1:4) TO WS-FEC-EDITADA(7:4)
           DISPLAY 'ANO GRAVABLE (AAAA, 0 = ANO ANTERIOR): '
                   WITH NO ADVANCING
           ACCEPT WS-ANO
           IF WS-ANO = ZEROS
               MOVE WS-FEC-SIS(1:4) TO WS-ANO
               SUBTRACT 1 FROM WS-ANO
           END-IF
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR ABRIENDO LOS CERTIFICADOS: '
                       WS-ESTADO-IMP
               STOP RUN
           END-IF
           OPEN OUTPUT RESUMEN
           IF WS-ESTADO-RES NOT = '00'
               DISPLAY 'ERROR ABRIENDO EL RESUMEN: ' WS-ESTADO-RES
               STOP RUN
           END-IF
           MOVE WS-FEC-EDITADA  TO RRES-01-FEC-SIS
           MOVE WS-HOR-SIS(1:2) TO RRES-01-HOR-SIS(1:2)
           MOVE ':'             TO RRES-01-HOR-SIS(3:1)
           MOVE WS-HOR-SIS(3:2) TO RRES-01-HOR-SIS(4:2)
           MOVE ':'             TO RRES-01-HOR-SIS(6:1)
           MOVE WS-HOR-SIS(5:2) TO RRES-01-HOR-SIS(7:2)
           MOVE WS-ANO          TO RRES-03-ANO
           WRITE REG-RESUMEN FROM REG-RES-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-RESUMEN FROM REG-CER-ENC-02 AFTER 1 END-WRITE
           WRITE REG-RESUMEN FROM REG-RES-ENC-03 AFTER 1 END-WRITE
           WRITE REG-RESUMEN FROM REG-CER-ENC-02 AFTER 1 END-WRITE
           WRITE REG-RESUMEN FROM REG-RES-TIT AFTER 2 END-WRITE.

       2000-CARGAR-DONANTES.
           MOVE ZEROS TO WS-NUM-DONANTES
           MOVE 0 TO SW-FDA-DNT
           OPEN INPUT DONANTES
           IF WS-ESTADO-DNT = '00' OR WS-ESTADO-DNT = '05'
               PERFORM 2010-LEER-DONANTE UNTIL SW-FDA-DNT = 1
               CLOSE DONANTES
           END-IF.

       2010-LEER-DONANTE.
           READ DONANTES
               AT END MOVE 1 TO SW-FDA-DNT
               NOT AT END
                   IF WS-NUM-DONANTES < 500
                       ADD 1 TO WS-NUM-DONANTES
                       MOVE WS-NUM-DONANTES TO D
                       MOVE RDNT-TIPO-DOC   TO TAB-DNT-TIPO-DOC(D)
                       MOVE RDNT-NUM-DOC    TO TAB-DNT-NUM-DOC(D)
                       MOVE RDNT-NOMBRE     TO TAB-DNT-NOMBRE(D)
                       MOVE RDNT-DIRECCION  TO TAB-DNT-DIRECCION(D)
                       MOVE RDNT-CIUDAD     TO TAB-DNT-CIUDAD(D)
                       MOVE ZEROS TO TAB-DNT-COLECTA(D)
                                     TAB-DNT-DIEZMO(D)
                                     TAB-DNT-DONACION(D)
                                     TAB-DNT-TOTAL(D)
                                     TAB-DNT-NUMERO(D)
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CERTIFICADOS YA EXPEDIDOS: EL MAYOR NUMERO DA EL CONSECUTIVO,
      * Y LOS DEL ANO PEDIDO LE DEVUELVEN SU NUMERO AL DONANTE
      *----------------------------------------------------------------*
       3000-CARGAR-CERTIFICADOS.
           MOVE ZEROS TO WS-ULTIMO-CERT
           MOVE 0 TO SW-FDA-CER
           OPEN INPUT CERTIDON
           IF WS-ESTADO-CER = '00' OR WS-ESTADO-CER = '05'
               PERFORM 3010-LEER-CERTIFICADO UNTIL SW-FDA-CER = 1
               CLOSE CERTIDON
           END-IF.

       3010-LEER-CERTIFICADO.
           READ CERTIDON
               AT END MOVE 1 TO SW-FDA-CER
               NOT AT END
                   IF RCER-NUMERO > WS-ULTIMO-CERT
                       MOVE RCER-NUMERO TO WS-ULTIMO-CERT
                   END-IF
                   IF RCER-ANO = WS-ANO
                       PERFORM 7100-BUSCAR-DONANTE-CER
                       IF WS-DNT-BUSCA > ZEROS
                           MOVE RCER-NUMERO
                             TO TAB-DNT-NUMERO(WS-DNT-BUSCA)
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * DONACIONES DEL ANO: LA IDENTIFICADA SUMA AL DONANTE POR TIPO;
      * LA ANONIMA Y LA DE UN DOCUMENTO QUE NO ESTA EN EL MAESTRO SOLO
      * SE ACUMULAN PARA EL CUADRE (NO HAY A QUIEN CERTIFICARLAS)
      *----------------------------------------------------------------*
       4000-ACUMULAR-DONACIONES.
           MOVE ZEROS TO WS-TOT-ANO WS-TOT-ANONIMO WS-TOT-SIN-MAESTRO
                         WS-CNT-SIN-MAESTRO
           MOVE 0 TO SW-FDA-DON
           OPEN INPUT DONACIONES
           IF WS-ESTADO-DON = '00' OR WS-ESTADO-DON = '05'
               PERFORM 4010-LEER-DONACION UNTIL SW-FDA-DON = 1
               CLOSE DONACIONES
           END-IF.

       4010-LEER-DONACION.
           READ DONACIONES
               AT END MOVE 1 TO SW-FDA-DON
               NOT AT END
                   MOVE RDON-FECHA(7:4) TO WS-ANO-DON
                   IF WS-ANO-DON = WS-ANO
                       PERFORM 4020-CLASIFICAR-DONACION
                   END-IF
           END-READ.

       4020-CLASIFICAR-DONACION.
           ADD RDON-VALOR TO WS-TOT-ANO
           IF RDON-TIPO-DOC = SPACE
               ADD RDON-VALOR TO WS-TOT-ANONIMO
           ELSE
               PERFORM 7000-BUSCAR-DONANTE
               IF WS-DNT-BUSCA = ZEROS
                   ADD RDON-VALOR TO WS-TOT-SIN-MAESTRO
                   ADD 1 TO WS-CNT-SIN-MAESTRO
               ELSE
                   MOVE WS-DNT-BUSCA TO D
                   EVALUATE RDON-TIPO
                       WHEN 1 ADD RDON-VALOR TO TAB-DNT-COLECTA(D)
                       WHEN 2 ADD RDON-VALOR TO TAB-DNT-DIEZMO(D)
                       WHEN 3 ADD RDON-VALOR TO TAB-DNT-DONACION(D)
                   END-EVALUATE
                   ADD RDON-VALOR TO TAB-DNT-TOTAL(D)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * UN CERTIFICADO POR DONANTE CON DONACIONES EN EL ANO. EL QUE NO
      * TENIA NUMERO TOMA EL SIGUIENTE Y QUEDA GRABADO EN CERTIDON
      *----------------------------------------------------------------*
       5000-EXPEDIR-CERTIFICADOS.
           MOVE ZEROS TO WS-TOT-CERTIFICADO WS-CNT-CERTIFICADOS
                         WS-CNT-NUEVOS WS-CNT-REEXPEDIDOS
           OPEN EXTEND CERTIDON
      * SI EL ARCHIVO DE CERTIFICADOS NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-CER = '35'
               OPEN OUTPUT CERTIDON
           END-IF
           PERFORM 5010-UN-DONANTE
               VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DONANTES
           CLOSE CERTIDON.

       5010-UN-DONANTE.
           IF TAB-DNT-TOTAL(D) > ZEROS
               IF TAB-DNT-NUMERO(D) = ZEROS
                   ADD 1 TO WS-ULTIMO-CERT
                   MOVE WS-ULTIMO-CERT TO TAB-DNT-NUMERO(D)
                   MOVE 'S' TO WS-CERT-NUEVO
                   ADD 1 TO WS-CNT-NUEVOS
                   PERFORM 5020-GRABAR-CERTIDON
               ELSE
                   MOVE 'N' TO WS-CERT-NUEVO
                   ADD 1 TO WS-CNT-REEXPEDIDOS
               END-IF
               ADD 1 TO WS-CNT-CERTIFICADOS
               ADD TAB-DNT-TOTAL(D) TO WS-TOT-CERTIFICADO
               PERFORM 5100-IMPRIMIR-CERTIFICADO
               PERFORM 5200-RENGLON-RESUMEN
           END-IF.

       5020-GRABAR-CERTIDON.
           MOVE WS-ANO              TO RCER-ANO
           MOVE TAB-DNT-NUMERO(D)   TO RCER-NUMERO
           MOVE TAB-DNT-TIPO-DOC(D) TO RCER-TIPO-DOC
           MOVE TAB-DNT-NUM-DOC(D)  TO RCER-NUM-DOC
           MOVE TAB-DNT-COLECTA(D)  TO RCER-COLECTA
           MOVE TAB-DNT-DIEZMO(D)   TO RCER-DIEZMO
           MOVE TAB-DNT-DONACION(D) TO RCER-DONACION
           MOVE TAB-DNT-TOTAL(D)    TO RCER-TOTAL
           MOVE WS-FEC-SIS          TO RCER-FECHA
           IF WS-ESTADO-CER = '00' OR WS-ESTADO-CER = '05'
               WRITE REG-CERTIDON END-WRITE
           END-IF.

       5100-IMPRIMIR-CERTIFICADO.
           WRITE REG-IMPRESOR FROM REG-CER-ENC-02 AFTER PAGE END-WRITE
           WRITE REG-IMPRESOR FROM REG-CER-ENC-03 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-CER-ENC-02 AFTER 1 END-WRITE
           MOVE TAB-DNT-NUMERO(D) TO RIMP-TIT-NUMERO
           IF WS-CERT-NUEVO = 'S'
               MOVE SPACES        TO RIMP-TIT-MARCA
           ELSE
               MOVE 'REEXPEDIDO'  TO RIMP-TIT-MARCA
           END-IF
           WRITE REG-IMPRESOR FROM REG-CER-TITULO AFTER 3 END-WRITE
           MOVE 'EL PARROCO DE LA PARROQUIA SAN MIGUEL CERTIFICA QUE:'
             TO RIMP-TXT-LINEA
           WRITE REG-IMPRESOR FROM REG-CER-TEXTO AFTER 3 END-WRITE
           MOVE 'DONANTE     :'      TO RIMP-DAT-ETIQUETA
           MOVE TAB-DNT-NOMBRE(D)    TO RIMP-DAT-VALOR
           WRITE REG-IMPRESOR FROM REG-CER-DATO AFTER 2 END-WRITE
           MOVE 'DOCUMENTO   :'      TO RIMP-DAT-ETIQUETA
           MOVE SPACES               TO RIMP-DAT-VALOR
           EVALUATE TAB-DNT-TIPO-DOC(D)
               WHEN 'C' MOVE 'C.C.'  TO RIMP-DAT-VALOR
               WHEN 'N' MOVE 'NIT'   TO RIMP-DAT-VALOR
               WHEN 'E' MOVE 'C.E.'  TO RIMP-DAT-VALOR
               WHEN 'P' MOVE 'PAS.'  TO RIMP-DAT-VALOR
           END-EVALUATE
           MOVE TAB-DNT-NUM-DOC(D)   TO RIMP-DAT-VALOR(6:12)
           WRITE REG-IMPRESOR FROM REG-CER-DATO AFTER 1 END-WRITE
           MOVE 'DIRECCION   :'      TO RIMP-DAT-ETIQUETA
           MOVE TAB-DNT-DIRECCION(D) TO RIMP-DAT-VALOR
           WRITE REG-IMPRESOR FROM REG-CER-DATO AFTER 1 END-WRITE
           MOVE 'CIUDAD      :'      TO RIMP-DAT-ETIQUETA
           MOVE TAB-DNT-CIUDAD(D)    TO RIMP-DAT-VALOR
           WRITE REG-IMPRESOR FROM REG-CER-DATO AFTER 1 END-WRITE
           MOVE SPACES TO RIMP-TXT-LINEA
           MOVE 'EFECTUO A LA PARROQUIA DURANTE EL ANO GRAVABLE'
             TO RIMP-TXT-LINEA
           MOVE WS-ANO TO RIMP-TXT-LINEA(48:4)
           MOVE 'LAS SIGUIENTES' TO RIMP-TXT-LINEA(53:14)
           WRITE REG-IMPRESOR FROM REG-CER-TEXTO AFTER 2 END-WRITE
           MOVE 'DONACIONES EN DINERO:' TO RIMP-TXT-LINEA
           WRITE REG-IMPRESOR FROM REG-CER-TEXTO AFTER 1 END-WRITE
           MOVE 'COLECTAS DOMINICALES.........:' TO RIMP-VAL-ETIQUETA
           MOVE TAB-DNT-COLECTA(D)               TO RIMP-VAL-VALOR
           WRITE REG-IMPRESOR FROM REG-CER-VALOR AFTER 2 END-WRITE
           MOVE 'DIEZMOS......................:' TO RIMP-VAL-ETIQUETA
           MOVE TAB-DNT-DIEZMO(D)                TO RIMP-VAL-VALOR
           WRITE REG-IMPRESOR FROM REG-CER-VALOR AFTER 1 END-WRITE
           MOVE 'DONACIONES...................:' TO RIMP-VAL-ETIQUETA
           MOVE TAB-DNT-DONACION(D)              TO RIMP-VAL-VALOR
           WRITE REG-IMPRESOR FROM REG-CER-VALOR AFTER 1 END-WRITE
           MOVE 'TOTAL DONADO.................:' TO RIMP-VAL-ETIQUETA
           MOVE TAB-DNT-TOTAL(D)                 TO RIMP-VAL-VALOR
           WRITE REG-IMPRESOR FROM REG-CER-VALOR AFTER 2 END-WRITE
           MOVE SPACES TO RIMP-TXT-LINEA
           MOVE 'SE EXPIDE A SOLICITUD DEL INTERESADO EL'
             TO RIMP-TXT-LINEA
           MOVE WS-FEC-EDITADA TO RIMP-TXT-LINEA(41:10)
           WRITE REG-IMPRESOR FROM REG-CER-TEXTO AFTER 3 END-WRITE
           MOVE '______________________________' TO RIMP-TXT-LINEA
           WRITE REG-IMPRESOR FROM REG-CER-TEXTO AFTER 5 END-WRITE
           MOVE 'PARROCO'                        TO RIMP-TXT-LINEA
           WRITE REG-IMPRESOR FROM REG-CER-TEXTO AFTER 1 END-WRITE.

       5200-RENGLON-RESUMEN.
           MOVE TAB-DNT-NUMERO(D)   TO RRES-DET-NUMERO
           MOVE TAB-DNT-TIPO-DOC(D) TO RRES-DET-TIPO-DOC
           MOVE TAB-DNT-NUM-DOC(D)  TO RRES-DET-NUM-DOC
           MOVE TAB-DNT-NOMBRE(D)   TO RRES-DET-NOMBRE
           MOVE TAB-DNT-TOTAL(D)    TO RRES-DET-TOTAL
           IF WS-CERT-NUEVO = 'S'
               MOVE 'NUEVO'         TO RRES-DET-MARCA
           ELSE
               MOVE 'REEXPEDIDO'    TO RRES-DET-MARCA
           END-IF
           WRITE REG-RESUMEN FROM REG-RES-DET AFTER 1 END-WRITE.

      *----------------------------------------------------------------*
      * CUADRE: CERTIFICADO + ANONIMO + SIN MAESTRO = TOTAL DEL ANO,
      * QUE ES LO MISMO QUE LOS CIERRES DE MES SUMARON EN DONACIONES
      *----------------------------------------------------------------*
       6000-TOTALES.
           WRITE REG-RESUMEN FROM REG-CER-ENC-02 AFTER 2 END-WRITE
           MOVE 'CERTIFICADOS EXPEDIDOS..................:'
             TO RRES-CNT-ETIQUETA
           MOVE WS-CNT-CERTIFICADOS TO RRES-CNT-VALOR
           WRITE REG-RESUMEN FROM REG-RES-CNT AFTER 1 END-WRITE
           MOVE '  NUEVOS................................:'
             TO RRES-CNT-ETIQUETA
           MOVE WS-CNT-NUEVOS       TO RRES-CNT-VALOR
           WRITE REG-RESUMEN FROM REG-RES-CNT AFTER 1 END-WRITE
           MOVE '  REEXPEDIDOS...........................:'
             TO RRES-CNT-ETIQUETA
           MOVE WS-CNT-REEXPEDIDOS  TO RRES-CNT-VALOR
           WRITE REG-RESUMEN FROM REG-RES-CNT AFTER 1 END-WRITE
           MOVE 'TOTAL CERTIFICADO.......................:'
             TO RRES-TOT-ETIQUETA
           MOVE WS-TOT-CERTIFICADO  TO RRES-TOT-VALOR
           WRITE REG-RESUMEN FROM REG-RES-TOT AFTER 2 END-WRITE
           MOVE 'DONACIONES ANONIMAS (NO CERTIFICABLES)..:'
             TO RRES-TOT-ETIQUETA
           MOVE WS-TOT-ANONIMO      TO RRES-TOT-VALOR
           WRITE REG-RESUMEN FROM REG-RES-TOT AFTER 1 END-WRITE
           MOVE 'DOCUMENTO SIN MAESTRO (NO CERTIFICADAS).:'
             TO RRES-TOT-ETIQUETA
           MOVE WS-TOT-SIN-MAESTRO  TO RRES-TOT-VALOR
           WRITE REG-RESUMEN FROM REG-RES-TOT AFTER 1 END-WRITE
           IF WS-CNT-SIN-MAESTRO > ZEROS
               MOVE '  DONACIONES SIN MAESTRO................:'
                 TO RRES-CNT-ETIQUETA
               MOVE WS-CNT-SIN-MAESTRO TO RRES-CNT-VALOR
               WRITE REG-RESUMEN FROM REG-RES-CNT AFTER 1 END-WRITE
           END-IF
           MOVE 'TOTAL DONACIONES DEL ANO................:'
             TO RRES-TOT-ETIQUETA
           MOVE WS-TOT-ANO          TO RRES-TOT-VALOR
           WRITE REG-RESUMEN FROM REG-RES-TOT AFTER 2 END-WRITE.

      *----------------------------------------------------------------*
      * UBICA EN LA TABLA EL DOCUMENTO DE LA DONACION (WS-DNT-BUSCA EN
      * CEROS SI NO ESTA EN EL MAESTRO)
      *----------------------------------------------------------------*
       7000-BUSCAR-DONANTE.
           MOVE ZEROS TO WS-DNT-BUSCA
           PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > WS-NUM-DONANTES OR WS-DNT-BUSCA > ZEROS
               IF TAB-DNT-TIPO-DOC(D) = RDON-TIPO-DOC
                  AND TAB-DNT-NUM-DOC(D) = RDON-NUM-DOC
                   MOVE D TO WS-DNT-BUSCA
               END-IF
           END-PERFORM.

       7100-BUSCAR-DONANTE-CER.
           MOVE ZEROS TO WS-DNT-BUSCA
           PERFORM VARYING D FROM 1 BY 1
                   UNTIL D > WS-NUM-DONANTES OR WS-DNT-BUSCA > ZEROS
               IF TAB-DNT-TIPO-DOC(D) = RCER-TIPO-DOC
                  AND TAB-DNT-NUM-DOC(D) = RCER-NUM-DOC
                   MOVE D TO WS-DNT-BUSCA
               END-IF
           END-PERFORM.

       8000-ENTREGAR-AL-SPOOL.
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'CERTDON'                     TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/CERTDON'   TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'CERTRESU'                    TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/CERTRESU'  TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO7CCERT.
