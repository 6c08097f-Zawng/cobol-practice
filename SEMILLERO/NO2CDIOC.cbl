      * MES, REALIZADOS CONTRA CANCELADOS, MAS EL INGRESO POR
      * SACRAMENTO. EL PROGRAMA LEE EL ARCHIVO VIVO SANMSERV Y EL
      * HISTORICO SANMHIST DEL ANO PEDIDO, TABULA Y ENTREGA UNA SOLA
      * PAGINA POR EL SPOOL CENTRAL. AL PIE VA EL RESUMEN DEL CENSO
      * PARROQUIAL (CENSO) POR GRUPO DE EDAD AL 31 DE DICIEMBRE DEL
      * ANO PEDIDO, CON LOS SACRAMENTOS RECIBIDOS EN CADA GRUPO.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CDIOC.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIS.
      * CENSO PARROQUIAL, UN REGISTRO POR MIEMBRO DEL HOGAR (NO2CFELI)
           SELECT CENSO ASSIGN TO './FILES/SANMIGUEL/CENSO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CEN.
      * REPORTE ANUAL PARA LA DIOCESIS
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/DIOCESIS'
           FILE STATUS IS WS-ESTADO-IMP.
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/HISTSERV.cpy'.

       FD  CENSO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CENSO.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  WS-ESTADO-SER           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-HIS           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CEN           PIC X(02) VALUE SPACES.
       01  SW-FDA-SERVICIO         PIC 9 VALUE ZEROS.
       01  SW-FDA-SANMHIST         PIC 9 VALUE ZEROS.
       01  SW-FDA-CENSO            PIC 9 VALUE ZEROS.

       01  WS-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       01  WS-ANO-REGISTRO         PIC 9(04) VALUE ZEROS.
       01  WS-TOT-ING              PIC 9(12) VALUE ZEROS.
       01  WS-TOT-FILA             PIC 9(06) VALUE ZEROS.

      * RESUMEN DEL CENSO: MIEMBROS POR GRUPO DE EDAD Y, DE ELLOS,
      * CUANTOS TIENEN CADA SACRAMENTO (DECLARADO O EN LOS LIBROS)
       01  WS-CEN-CORTE            PIC 9(08) VALUE ZEROS.
       01  WS-CEN-EDAD             PIC 9(03) VALUE ZEROS.
       01  BX                      PIC 9(01) VALUE ZEROS.
       01  KX                      PIC 9(01) VALUE ZEROS.
       01  WS-TABLA-BANDAS.
           02 WS-LISTA-BANDAS.
              05 FILLER            PIC X(16) VALUE '0 A 6 ANOS'.
              05 FILLER            PIC X(16) VALUE '7 A 12 ANOS'.
              05 FILLER            PIC X(16) VALUE '13 A 17 ANOS'.
              05 FILLER            PIC X(16) VALUE '18 A 29 ANOS'.
              05 FILLER            PIC X(16) VALUE '30 A 59 ANOS'.
              05 FILLER            PIC X(16) VALUE '60 ANOS Y MAS'.
           02 WS-BANDAS            REDEFINES WS-LISTA-BANDAS.
              05 NOM-BANDA         OCCURS 6 TIMES PIC X(16).
       01  TABLA-CENSO.
           02 TAB-BAN              OCCURS 7 TIMES.
              03 TAB-BAN-MIEMBROS  PIC 9(05) VALUE ZEROS.
              03 TAB-BAN-SAC       OCCURS 4 TIMES PIC 9(05) VALUE ZEROS.

       01  WS-FEC-SIS              PIC 9(06) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.

           02 RDIO-ING-VALOR       PIC $$,$$$,$$$,$$9 VALUE ZEROS.
           02 FILLER               PIC X(41) VALUE SPACES.

       01  REG-DIO-CEN-TIT.
           02 FILLER               PIC X(18) VALUE SPACES.
           02 FILLER               PIC X(44) VALUE
              'CENSO PARROQUIAL POR EDAD AL 31 DE DICIEMBRE'.
           02 FILLER               PIC X(18) VALUE SPACES.

       01  REG-DIO-CEN-COL.
           02 FILLER               PIC X(18) VALUE 'GRUPO DE EDAD'.
           02 FILLER               PIC X(10) VALUE '  MIEMBROS'.
           02 FILLER               PIC X(10) VALUE ' BAUTIZADO'.
           02 FILLER               PIC X(10) VALUE '  1A.COMUN'.
           02 FILLER               PIC X(10) VALUE ' CONFIRMAD'.
           02 FILLER               PIC X(10) VALUE '    CASADO'.
           02 FILLER               PIC X(12) VALUE SPACES.

       01  REG-DIO-CEN-DET.
           02 RDIO-CEN-BANDA       PIC X(18) VALUE SPACES.
           02 RDIO-CEN-MIEMBROS    PIC Z(09)9 VALUE ZEROS.
           02 RDIO-CEN-SAC         OCCURS 4 TIMES PIC Z(09)9.
           02 FILLER               PIC X(12) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
           PERFORM 2000-TABULAR-VIVOS
           PERFORM 3000-TABULAR-HISTORICO
           PERFORM 4000-IMPRIMIR-TABULADO
           PERFORM 4500-RESUMEN-CENSO
           CLOSE IMPRESOR
           PERFORM 5000-ENTREGAR-AL-SPOOL
           DISPLAY 'ESTADISTICA GENERADA. REALIZADOS: ' WS-TOT-REA
           ADD TAB-SER-ING(SC)    TO WS-TOT-ING
           WRITE REG-IMPRESOR FROM REG-DIO-ING AFTER 1 END-WRITE.

      *----------------------------------------------------------------*
      * CENSO PARROQUIAL: LA EDAD DE CADA MIEMBRO SE TOMA AL 31 DE
      * DICIEMBRE DEL ANO PEDIDO (LOS NACIDOS DESPUES NO CUENTAN). EL
      * RENGLON 7 DE LA TABLA ES EL TOTAL DE LA PARROQUIA
      *----------------------------------------------------------------*
       4500-RESUMEN-CENSO.
           COMPUTE WS-CEN-CORTE = WS-ANO-PEDIDO * 10000 + 1231
           MOVE 0 TO SW-FDA-CENSO
           OPEN INPUT CENSO
           IF WS-ESTADO-CEN = '00'
               PERFORM 4510-LEER-CENSO UNTIL SW-FDA-CENSO = 1
               CLOSE CENSO
           ELSE
               DISPLAY 'NO SE PUDO ABRIR EL CENSO: ' WS-ESTADO-CEN
           END-IF
           WRITE REG-IMPRESOR FROM REG-DIO-ENC-02 AFTER 2 END-WRITE
           WRITE REG-IMPRESOR FROM REG-DIO-CEN-TIT AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-DIO-CEN-COL AFTER 2 END-WRITE
           PERFORM 4530-UNA-BANDA
               VARYING BX FROM 1 BY 1 UNTIL BX > 7.

       4510-LEER-CENSO.
           READ CENSO AT END MOVE 1 TO SW-FDA-CENSO
                NOT AT END
                    IF RCEN-NACIMIENTO > ZEROS
                       AND RCEN-NACIMIENTO NOT > WS-CEN-CORTE
                        PERFORM 4520-ACUMULAR-MIEMBRO
                    END-IF
           END-READ.

       4520-ACUMULAR-MIEMBRO.
           COMPUTE WS-CEN-EDAD =
                   (WS-CEN-CORTE - RCEN-NACIMIENTO) / 10000
           EVALUATE TRUE
               WHEN WS-CEN-EDAD < 7   MOVE 1 TO BX
               WHEN WS-CEN-EDAD < 13  MOVE 2 TO BX
               WHEN WS-CEN-EDAD < 18  MOVE 3 TO BX
               WHEN WS-CEN-EDAD < 30  MOVE 4 TO BX
               WHEN WS-CEN-EDAD < 60  MOVE 5 TO BX
               WHEN OTHER             MOVE 6 TO BX
           END-EVALUATE
           ADD 1 TO TAB-BAN-MIEMBROS(BX) TAB-BAN-MIEMBROS(7)
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
               IF RCEN-SACRAMENTO(KX) = 'S' OR 'L'
                   ADD 1 TO TAB-BAN-SAC(BX, KX) TAB-BAN-SAC(7, KX)
               END-IF
           END-PERFORM.

       4530-UNA-BANDA.
           IF BX = 7
               MOVE 'TOTAL PARROQUIA' TO RDIO-CEN-BANDA
           ELSE
               MOVE NOM-BANDA(BX)     TO RDIO-CEN-BANDA
           END-IF
           MOVE TAB-BAN-MIEMBROS(BX) TO RDIO-CEN-MIEMBROS
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 4
               MOVE TAB-BAN-SAC(BX, KX) TO RDIO-CEN-SAC(KX)
           END-PERFORM
           IF BX = 7
               WRITE REG-IMPRESOR FROM REG-DIO-CEN-DET AFTER 2
                   END-WRITE
           ELSE
               WRITE REG-IMPRESOR FROM REG-DIO-CEN-DET AFTER 1
                   END-WRITE
           END-IF.

       5000-ENTREGAR-AL-SPOOL.
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'DIOCESIS'                    TO CSPO-E-TIPO
