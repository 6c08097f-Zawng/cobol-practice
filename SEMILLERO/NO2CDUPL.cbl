      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: LISTADO DE PROBABLES FELIGRESES DUPLICADOS. EL
      * MAESTRO FELIGRES TIENE EL TELEFONO COMO LLAVE Y LAS FAMILIAS
      * CAMBIAN DE NUMERO, ASI QUE LA MISMA FAMILIA QUEDA DOS O TRES
      * VECES. SE COMPARAN TODOS LOS FELIGRESES ENTRE SI POR EL NOMBRE
      * Y LA DIRECCION NORMALIZADOS (EN MAYUSCULAS Y SIN ESPACIOS NI
      * SIGNOS) Y SE IMPRIME CADA PAREJA SOSPECHOSA CON SU GRADO DE
      * PARECIDO Y CUANTOS SERVICIOS TIENE CADA TELEFONO, PARA QUE LA
      * SECRETARIA ESCOJA EL QUE SOBREVIVE Y LOS FUSIONE CON NO2CFUSI.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CDUPL.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE FELIGRESES (COMPARTIDO CON NO2CFELI Y NO1CSANM)
           SELECT FELIGRES ASSIGN TO './FILES/SANMIGUEL/FELIGRES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FEL.
      * SERVICIOS DE LA PARROQUIA (INDEXADO, IGUAL QUE EN NO1CSANM)
           SELECT SERVICIO ASSIGN TO './FILES/SANMIGUEL/SANMSERV'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASER-NUM-SERVICIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-SER.
      * HISTORICO DE SERVICIOS CERRADOS POR ANO
           SELECT SANMHIST ASSIGN TO './FILES/SANMIGUEL/SANMHIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIS.
      * LISTADO DE PROBABLES DUPLICADOS
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/DUPLICAD'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  FELIGRES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/FELIGRES.cpy'.

       FD  SERVICIO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SERVICIO.
           02 ASER-NUM-SERVICIO    PIC 9(04).
           02 ASER-COD-SERVICIO    PIC 9(01).
           02 ASER-FECHA           PIC X(10).
           02 ASER-HORA            PIC X(05).
           02 ASER-NOMBRE          PIC X(20).
           02 ASER-TELEFONO        PIC 9(10).
           02 ASER-AGREGADOS       PIC A(01).
           02 ASER-VALOR           PIC 9(07).
           02 ASER-ESTADO          PIC A(01).
           02 ASER-CELEBRANTE      PIC 9(02).
           02 ASER-SEDE            PIC 9(01).

       FD  SANMHIST LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/HISTSERV.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-FEL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SER           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-HIS           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP           PIC X(02) VALUE SPACES.
       01  SW-FDA-FELIGRES         PIC 9 VALUE ZEROS.
       01  SW-FDA-SERVICIO         PIC 9 VALUE ZEROS.
       01  SW-FDA-SANMHIST         PIC 9 VALUE ZEROS.

      * FELIGRESES EN MEMORIA CON SUS CLAVES NORMALIZADAS Y CUANTOS
      * SERVICIOS (VIVOS E HISTORICOS) CUELGAN DE CADA TELEFONO
       01  WS-NUM-FELIGRESES       PIC 9(03) VALUE ZEROS.
       01  WS-FEL-OMITIDOS         PIC 9(05) VALUE ZEROS.
       01  TABLA-FELIGRESES.
           02 TAB-FEL              OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-NUM-FELIGRESES.
              03 TAB-FEL-TELEFONO  PIC 9(10).
              03 TAB-FEL-NOMBRE    PIC X(20).
              03 TAB-FEL-DIRECCION PIC X(30).
              03 TAB-FEL-CLAVE-NOM PIC X(30).
              03 TAB-FEL-CLAVE-DIR PIC X(30).
              03 TAB-FEL-SERVICIOS PIC 9(04).
       01  P                       PIC 9(03) VALUE ZEROS.
       01  Q                       PIC 9(03) VALUE ZEROS.

      * NORMALIZACION: EL TEXTO EN MAYUSCULAS, Y LA CLAVE CON SOLO
      * LETRAS Y DIGITOS, PARA QUE 'Cra 10 # 5-20' Y 'CRA 10 5 20'
      * DEN LA MISMA CLAVE
       01  WS-TEXTO                PIC X(30) VALUE SPACES.
       01  WS-CLAVE                PIC X(30) VALUE SPACES.
       01  WS-LETRA                PIC X(01) VALUE SPACES.
           88 LETRA-VALIDA         VALUE 'A' THRU 'Z' '0' THRU '9'.
       01  I                       PIC 9(02) VALUE ZEROS.
       01  J                       PIC 9(02) VALUE ZEROS.

      * GRADO DE PARECIDO DE LA PAREJA QUE SE ESTA COMPARANDO
       01  WS-GRADO                PIC X(01) VALUE SPACES.
           88 GRADO-ALTO           VALUE 'A'.
           88 GRADO-MEDIO          VALUE 'M'.
           88 GRADO-BAJO           VALUE 'B'.
           88 SIN-PARECIDO         VALUE SPACES.
       01  WS-MISMO-NOMBRE         PIC X(01) VALUE SPACES.
       01  WS-MISMA-DIRECCION      PIC X(01) VALUE SPACES.
       01  WS-NOMBRE-PARECIDO      PIC X(01) VALUE SPACES.

      * CONTADORES DEL LISTADO
       01  WS-NUM-PAREJAS          PIC 9(04) VALUE ZEROS.
       01  WS-TOT-ALTO             PIC 9(04) VALUE ZEROS.
       01  WS-TOT-MEDIO            PIC 9(04) VALUE ZEROS.
       01  WS-TOT-BAJO             PIC 9(04) VALUE ZEROS.

       01  WS-FEC-SIS              PIC 9(06) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      * RENGLONES DEL LISTADO
       01  REG-DUP-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
           02 RDUP-01-FEC-SIS      PIC X(10) VALUE SPACES.
           02 FILLER               PIC X(04) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE 'HORA.SIS: '.
           02 RDUP-01-HOR-SIS      PIC X(08) VALUE SPACES.
           02 FILLER               PIC X(39) VALUE SPACES.

       01  REG-DUP-ENC-02.
           02 FILLER               PIC X(80) VALUE ALL '*'.

       01  REG-DUP-ENC-03.
           02 FILLER               PIC X(22) VALUE SPACES.
           02 FILLER     PIC X(35) VALUE
                         'FELIGRESES PROBABLEMENTE DUPLICADOS'.
           02 FILLER               PIC X(23) VALUE SPACES.

       01  REG-DUP-TIT.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 FILLER               PIC X(11) VALUE 'TELEFONO'.
           02 FILLER               PIC X(21) VALUE 'NOMBRE'.
           02 FILLER               PIC X(31) VALUE 'DIRECCION'.
           02 FILLER               PIC X(15) VALUE 'SERVICIOS'.

       01  REG-DUP-PAR.
           02 FILLER               PIC X(07) VALUE 'PAREJA '.
           02 RDUP-PAR-NUMERO      PIC ZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(12) VALUE '  PARECIDO: '.
           02 RDUP-PAR-GRADO       PIC X(06) VALUE SPACES.
           02 FILLER               PIC X(02) VALUE '- '.
           02 RDUP-PAR-MOTIVO      PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(19) VALUE SPACES.

       01  REG-DUP-DET.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 RDUP-DET-TELEFONO    PIC 9(10) VALUE ZEROS.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RDUP-DET-NOMBRE      PIC X(20) VALUE SPACES.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RDUP-DET-DIRECCION   PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(03) VALUE SPACES.
           02 RDUP-DET-SERVICIOS   PIC ZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(09) VALUE SPACES.

       01  REG-DUP-TOT.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RDUP-TOT-ETIQUETA    PIC X(30) VALUE SPACES.
           02 RDUP-TOT-VALOR       PIC ZZZZ9 VALUE ZEROS.
           02 FILLER               PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-ABRIR-REPORTE
           PERFORM 2000-CARGAR-FELIGRESES
           PERFORM 3000-CONTAR-SERVICIOS
           PERFORM 4000-COMPARAR-FELIGRESES
           PERFORM 5000-TOTALES
           CLOSE IMPRESOR
           PERFORM 8000-ENTREGAR-AL-SPOOL
           DISPLAY 'LISTADO GENERADO, PAREJAS SOSPECHOSAS: '
                   WS-NUM-PAREJAS
           GOBACK.

       1000-ABRIR-REPORTE.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR ABRIENDO EL REPORTE: ' WS-ESTADO-IMP
               STOP RUN
           END-IF
           ACCEPT WS-FEC-SIS FROM DATE
           ACCEPT WS-HOR-SIS FROM TIME
           MOVE WS-FEC-SIS(5:2) TO RDUP-01-FEC-SIS(1:2)
           MOVE '/'             TO RDUP-01-FEC-SIS(3:1)
           MOVE WS-FEC-SIS(3:2) TO RDUP-01-FEC-SIS(4:2)
           MOVE '/'             TO RDUP-01-FEC-SIS(6:1)
           MOVE 20              TO RDUP-01-FEC-SIS(7:2)
           MOVE WS-FEC-SIS(1:2) TO RDUP-01-FEC-SIS(9:2)
           MOVE WS-HOR-SIS(1:2) TO RDUP-01-HOR-SIS(1:2)
           MOVE ':'             TO RDUP-01-HOR-SIS(3:1)
           MOVE WS-HOR-SIS(3:2) TO RDUP-01-HOR-SIS(4:2)
           MOVE ':'             TO RDUP-01-HOR-SIS(6:1)
           MOVE WS-HOR-SIS(5:2) TO RDUP-01-HOR-SIS(7:2)
           WRITE REG-IMPRESOR FROM REG-DUP-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-IMPRESOR FROM REG-DUP-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-DUP-ENC-03 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-DUP-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-DUP-TIT AFTER 2 END-WRITE.

      *----------------------------------------------------------------*
      * CARGA EL MAESTRO CON LAS CLAVES DE NOMBRE Y DIRECCION YA
      * NORMALIZADAS, PARA NO RECALCULARLAS EN CADA COMPARACION
      *----------------------------------------------------------------*
       2000-CARGAR-FELIGRESES.
           MOVE ZEROS TO WS-NUM-FELIGRESES WS-FEL-OMITIDOS
           MOVE 0 TO SW-FDA-FELIGRES
           OPEN INPUT FELIGRES
           IF WS-ESTADO-FEL = '00'
               PERFORM 2010-LEER-FELIGRES UNTIL SW-FDA-FELIGRES = 1
               CLOSE FELIGRES
           ELSE
               DISPLAY 'NO HAY MAESTRO DE FELIGRESES: ' WS-ESTADO-FEL
           END-IF.

       2010-LEER-FELIGRES.
           READ FELIGRES AT END MOVE 1 TO SW-FDA-FELIGRES
                NOT AT END
                    IF WS-NUM-FELIGRESES < 500
                        PERFORM 2020-AGREGAR-FELIGRES
                    ELSE
                        ADD 1 TO WS-FEL-OMITIDOS
                    END-IF
           END-READ.

       2020-AGREGAR-FELIGRES.
           ADD 1 TO WS-NUM-FELIGRESES
           MOVE RFEL-TELEFONO  TO TAB-FEL-TELEFONO(WS-NUM-FELIGRESES)
           MOVE RFEL-NOMBRE    TO TAB-FEL-NOMBRE(WS-NUM-FELIGRESES)
           MOVE RFEL-DIRECCION TO TAB-FEL-DIRECCION(WS-NUM-FELIGRESES)
           MOVE ZEROS          TO TAB-FEL-SERVICIOS(WS-NUM-FELIGRESES)
           MOVE RFEL-NOMBRE    TO WS-TEXTO
           PERFORM 2100-NORMALIZA
           MOVE WS-CLAVE       TO TAB-FEL-CLAVE-NOM(WS-NUM-FELIGRESES)
           MOVE RFEL-DIRECCION TO WS-TEXTO
           PERFORM 2100-NORMALIZA
           MOVE WS-CLAVE       TO TAB-FEL-CLAVE-DIR(WS-NUM-FELIGRESES).

      *----------------------------------------------------------------*
      * PASA WS-TEXTO A MAYUSCULAS Y ARMA EN WS-CLAVE SOLO SUS LETRAS
      * Y DIGITOS, CORRIDOS A LA IZQUIERDA
      *----------------------------------------------------------------*
       2100-NORMALIZA.
           INSPECT WS-TEXTO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-CLAVE
           MOVE ZEROS  TO J
           PERFORM 2110-UNA-LETRA VARYING I FROM 1 BY 1 UNTIL I > 30.

       2110-UNA-LETRA.
           MOVE WS-TEXTO(I:1) TO WS-LETRA
           IF LETRA-VALIDA
               ADD 1 TO J
               MOVE WS-LETRA TO WS-CLAVE(J:1)
           END-IF.

      *----------------------------------------------------------------*
      * CUANTOS SERVICIOS VIVOS E HISTORICOS TIENE CADA TELEFONO, PARA
      * QUE LA SECRETARIA VEA CUAL REGISTRO TIENE MAS HISTORIA
      *----------------------------------------------------------------*
       3000-CONTAR-SERVICIOS.
           MOVE 0 TO SW-FDA-SERVICIO
           OPEN INPUT SERVICIO
           IF WS-ESTADO-SER = '00'
               PERFORM 3010-LEER-SERVICIO UNTIL SW-FDA-SERVICIO = 1
               CLOSE SERVICIO
           END-IF
           MOVE 0 TO SW-FDA-SANMHIST
           OPEN INPUT SANMHIST
           IF WS-ESTADO-HIS = '00'
               PERFORM 3020-LEER-HISTORICO UNTIL SW-FDA-SANMHIST = 1
               CLOSE SANMHIST
           END-IF.

       3010-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
                AT END MOVE 1 TO SW-FDA-SERVICIO
                NOT AT END
                    PERFORM VARYING P FROM 1 BY 1
                            UNTIL P > WS-NUM-FELIGRESES
                        IF TAB-FEL-TELEFONO(P) = ASER-TELEFONO
                            ADD 1 TO TAB-FEL-SERVICIOS(P)
                        END-IF
                    END-PERFORM
           END-READ.

       3020-LEER-HISTORICO.
           READ SANMHIST AT END MOVE 1 TO SW-FDA-SANMHIST
                NOT AT END
                    PERFORM VARYING P FROM 1 BY 1
                            UNTIL P > WS-NUM-FELIGRESES
                        IF TAB-FEL-TELEFONO(P) = HSER-TELEFONO
                            ADD 1 TO TAB-FEL-SERVICIOS(P)
                        END-IF
                    END-PERFORM
           END-READ.

      *----------------------------------------------------------------*
      * CADA FELIGRES CONTRA LOS QUE LE SIGUEN EN LA TABLA, UNA SOLA
      * VEZ POR PAREJA
      *----------------------------------------------------------------*
       4000-COMPARAR-FELIGRESES.
           MOVE ZEROS TO WS-NUM-PAREJAS WS-TOT-ALTO WS-TOT-MEDIO
                         WS-TOT-BAJO
           PERFORM 4010-UN-FELIGRES
               VARYING P FROM 1 BY 1 UNTIL P > WS-NUM-FELIGRESES.

       4010-UN-FELIGRES.
           PERFORM 4020-UNA-PAREJA
               VARYING Q FROM P BY 1 UNTIL Q > WS-NUM-FELIGRESES.

      *----------------------------------------------------------------*
      * GRADO DE PARECIDO:
      *   ALTO : MISMO NOMBRE Y MISMA DIRECCION
      *   MEDIO: MISMO NOMBRE, O MISMA DIRECCION CON NOMBRE PARECIDO
      *          (LOS PRIMEROS 10 CARACTERES DE LA CLAVE IGUALES)
      *   BAJO : SOLO LA MISMA DIRECCION, O SOLO EL NOMBRE PARECIDO
      * UNA DIRECCION EN BLANCO NO SE CUENTA COMO COINCIDENCIA
      *----------------------------------------------------------------*
       4020-UNA-PAREJA.
           IF Q > P
               MOVE 'N' TO WS-MISMO-NOMBRE WS-MISMA-DIRECCION
                           WS-NOMBRE-PARECIDO
               IF TAB-FEL-CLAVE-NOM(P) = TAB-FEL-CLAVE-NOM(Q)
                   MOVE 'S' TO WS-MISMO-NOMBRE
               END-IF
               IF TAB-FEL-CLAVE-NOM(P)(1:10) =
                  TAB-FEL-CLAVE-NOM(Q)(1:10)
                   MOVE 'S' TO WS-NOMBRE-PARECIDO
               END-IF
               IF TAB-FEL-CLAVE-DIR(P) = TAB-FEL-CLAVE-DIR(Q)
                  AND TAB-FEL-CLAVE-DIR(P) NOT = SPACES
                   MOVE 'S' TO WS-MISMA-DIRECCION
               END-IF
               MOVE SPACES TO WS-GRADO
               EVALUATE TRUE
                   WHEN WS-MISMO-NOMBRE = 'S'
                        AND WS-MISMA-DIRECCION = 'S'
                       SET GRADO-ALTO TO TRUE
                       MOVE 'MISMO NOMBRE Y DIRECCION'
                         TO RDUP-PAR-MOTIVO
                   WHEN WS-MISMO-NOMBRE = 'S'
                       SET GRADO-MEDIO TO TRUE
                       MOVE 'MISMO NOMBRE' TO RDUP-PAR-MOTIVO
                   WHEN WS-MISMA-DIRECCION = 'S'
                        AND WS-NOMBRE-PARECIDO = 'S'
                       SET GRADO-MEDIO TO TRUE
                       MOVE 'MISMA DIRECCION, NOMBRE PARECIDO'
                         TO RDUP-PAR-MOTIVO
                   WHEN WS-MISMA-DIRECCION = 'S'
                       SET GRADO-BAJO TO TRUE
                       MOVE 'MISMA DIRECCION' TO RDUP-PAR-MOTIVO
                   WHEN WS-NOMBRE-PARECIDO = 'S'
                       SET GRADO-BAJO TO TRUE
                       MOVE 'NOMBRE PARECIDO' TO RDUP-PAR-MOTIVO
               END-EVALUATE
               IF NOT SIN-PARECIDO
                   PERFORM 4030-IMPRIME-PAREJA
               END-IF
           END-IF.

       4030-IMPRIME-PAREJA.
           ADD 1 TO WS-NUM-PAREJAS
           EVALUATE TRUE
               WHEN GRADO-ALTO
                   MOVE 'ALTO'  TO RDUP-PAR-GRADO
                   ADD 1 TO WS-TOT-ALTO
               WHEN GRADO-MEDIO
                   MOVE 'MEDIO' TO RDUP-PAR-GRADO
                   ADD 1 TO WS-TOT-MEDIO
               WHEN GRADO-BAJO
                   MOVE 'BAJO'  TO RDUP-PAR-GRADO
                   ADD 1 TO WS-TOT-BAJO
           END-EVALUATE
           MOVE WS-NUM-PAREJAS TO RDUP-PAR-NUMERO
           WRITE REG-IMPRESOR FROM REG-DUP-PAR AFTER 2 END-WRITE
           MOVE TAB-FEL-TELEFONO(P)  TO RDUP-DET-TELEFONO
           MOVE TAB-FEL-NOMBRE(P)    TO RDUP-DET-NOMBRE
           MOVE TAB-FEL-DIRECCION(P) TO RDUP-DET-DIRECCION
           MOVE TAB-FEL-SERVICIOS(P) TO RDUP-DET-SERVICIOS
           WRITE REG-IMPRESOR FROM REG-DUP-DET AFTER 1 END-WRITE
           MOVE TAB-FEL-TELEFONO(Q)  TO RDUP-DET-TELEFONO
           MOVE TAB-FEL-NOMBRE(Q)    TO RDUP-DET-NOMBRE
           MOVE TAB-FEL-DIRECCION(Q) TO RDUP-DET-DIRECCION
           MOVE TAB-FEL-SERVICIOS(Q) TO RDUP-DET-SERVICIOS
           WRITE REG-IMPRESOR FROM REG-DUP-DET AFTER 1 END-WRITE.

       5000-TOTALES.
           WRITE REG-IMPRESOR FROM REG-DUP-ENC-02 AFTER 2 END-WRITE
           MOVE 'FELIGRESES COMPARADOS........:' TO RDUP-TOT-ETIQUETA
           MOVE WS-NUM-FELIGRESES                TO RDUP-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-DUP-TOT AFTER 1 END-WRITE
           IF WS-FEL-OMITIDOS > ZEROS
               MOVE 'FELIGRESES SIN COMPARAR......:'
                 TO RDUP-TOT-ETIQUETA
               MOVE WS-FEL-OMITIDOS TO RDUP-TOT-VALOR
               WRITE REG-IMPRESOR FROM REG-DUP-TOT AFTER 1 END-WRITE
           END-IF
           MOVE 'PAREJAS DE PARECIDO ALTO.....:' TO RDUP-TOT-ETIQUETA
           MOVE WS-TOT-ALTO                      TO RDUP-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-DUP-TOT AFTER 1 END-WRITE
           MOVE 'PAREJAS DE PARECIDO MEDIO....:' TO RDUP-TOT-ETIQUETA
           MOVE WS-TOT-MEDIO                     TO RDUP-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-DUP-TOT AFTER 1 END-WRITE
           MOVE 'PAREJAS DE PARECIDO BAJO.....:' TO RDUP-TOT-ETIQUETA
           MOVE WS-TOT-BAJO                      TO RDUP-TOT-VALOR
           WRITE REG-IMPRESOR FROM REG-DUP-TOT AFTER 1 END-WRITE.

       8000-ENTREGAR-AL-SPOOL.
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'DUPLICAD'                    TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/DUPLICAD'  TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO2CDUPL.
