      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Tabla de retencion en la fuente por salarios, por ano
      * gravable: el valor de la UVT, el porcentaje de renta exenta
      * con su tope mensual, y los tramos de la tabla marginal. La
      * corrida de NOMINA la aplica a cada empleado; antes el
      * contador calculaba la retencion a mano y la digitaba como
      * otra deduccion. La opcion 3 graba de una vez los siete
      * tramos de la tabla de ley, para no digitarlos cada enero.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 RETEFUEN.
       AUTHOR.                     EDWIN PAEZ.
       INSTALLATION.               NOVATEC.
       DATE-WRITTEN.               15-10-26.
       DATE-COMPILED.

      *----------------------------------------------------------------*
      *                        ENVIRONMENT DIVISION                    *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL RETEFUEN-ARCHIVO
       ASSIGN TO "../GENERADOS/RETEFUENTE.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD RETEFUEN-ARCHIVO.
       COPY '../COPYS/RETEFUEN.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-OPC                 PIC 9(1) VALUE ZERO.
       77  WS-ANO                 PIC 9(4) VALUE ZERO.
       77  WS-VALOR-UVT           PIC 9(7)V99 VALUE ZERO.
       77  WS-PCT-EXENTO          PIC 9V9(4) VALUE ZERO.
       77  WS-TOPE-EXENTO-UVT     PIC 9(5) VALUE ZERO.
       77  WS-DESDE-UVT           PIC 9(5) VALUE ZERO.
       77  WS-HASTA-UVT           PIC 9(5) VALUE ZERO.
       77  WS-TARIFA              PIC 9V9(4) VALUE ZERO.
       77  WS-UVT-FIJOS           PIC 9(5) VALUE ZERO.
       77  FIN-ARCHIVO            PIC X VALUE "0".
       77  WS-LISTADOS            PIC 9(3) VALUE ZERO.
       01  VAR-ESTADO             PIC X(02) VALUE SPACES.
       01  WS-MASCARA             PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-MASCARA-PCT         PIC Z9.99.
       01  WS-PCT                 PIC 9(3)V99 VALUE ZERO.

      * TABLA MARGINAL DE LEY (DESDE, HASTA, TARIFA, UVT FIJAS)
       01  TABLA-LEY-VALORES.
           05 FILLER          PIC X(20) VALUE "00000000950000000000".
           05 FILLER          PIC X(20) VALUE "00095001500190000000".
           05 FILLER          PIC X(20) VALUE "00150003600280000010".
           05 FILLER          PIC X(20) VALUE "00360006400330000069".
           05 FILLER          PIC X(20) VALUE "00640009450350000162".
           05 FILLER          PIC X(20) VALUE "00945023000370000268".
           05 FILLER          PIC X(20) VALUE "02300999990390000770".
       01  TABLA-LEY REDEFINES TABLA-LEY-VALORES.
           05 TAB-LEY OCCURS 7 TIMES.
              10 TAB-LEY-DESDE    PIC 9(5).
              10 TAB-LEY-HASTA    PIC 9(5).
              10 TAB-LEY-TARIFA   PIC 9V9(4).
              10 TAB-LEY-FIJOS    PIC 9(5).
       01  TL                     PIC 9(1) VALUE ZERO.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
       PERFORM 2010-MENU-PRINCIPAL UNTIL WS-OPC = 5
       PERFORM 3000-FINAL.

       2010-MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "TABLA DE RETENCION EN LA FUENTE POR SALARIOS"
           DISPLAY "1. Registrar parametros del ano (UVT y exenta)"
           DISPLAY "2. Registrar un tramo de la tabla"
           DISPLAY "3. Grabar los tramos de ley para un ano"
           DISPLAY "4. Listar la tabla de un ano"
           DISPLAY "5. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2020-PARAMETROS
               WHEN 2 PERFORM 2030-TRAMO
               WHEN 3 PERFORM 2040-TRAMOS-DE-LEY
               WHEN 4 PERFORM 2050-LISTAR
               WHEN 5 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * VALOR DE LA UVT DEL ANO Y RENTA EXENTA (PORCENTAJE SOBRE EL
      * PAGO YA DEPURADO DE SALUD Y PENSION, CON TOPE MENSUAL EN UVT)
      *----------------------------------------------------------------*
       2020-PARAMETROS.
           DISPLAY "Ano gravable (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANO
           DISPLAY "Valor de la UVT: " WITH NO ADVANCING
           ACCEPT WS-VALOR-UVT
           DISPLAY "Porcentaje de renta exenta (ej. 0.2500): "
                   WITH NO ADVANCING
           ACCEPT WS-PCT-EXENTO
           DISPLAY "Tope mensual de la renta exenta en UVT: "
                   WITH NO ADVANCING
           ACCEPT WS-TOPE-EXENTO-UVT
           IF WS-ANO = ZEROES OR WS-VALOR-UVT = ZEROES
               DISPLAY "El ano y el valor de la UVT son obligatorios"
           ELSE
               PERFORM 2060-ABRIR-EXTEND
               MOVE SPACES             TO REG-RETEFUEN
               MOVE WS-ANO             TO RRET-ANO
               MOVE "P"                TO RRET-TIPO
               MOVE WS-VALOR-UVT       TO RRET-VALOR-UVT
               MOVE WS-PCT-EXENTO      TO RRET-PCT-EXENTO
               MOVE WS-TOPE-EXENTO-UVT TO RRET-TOPE-EXENTO-UVT
               MOVE ZEROES             TO RRET-DESDE-UVT
                                          RRET-HASTA-UVT
                                          RRET-TARIFA
                                          RRET-UVT-FIJOS
               WRITE REG-RETEFUEN
               CLOSE RETEFUEN-ARCHIVO
               DISPLAY "Parametros del ano " WS-ANO " registrados"
           END-IF.

       2030-TRAMO.
           DISPLAY "Ano gravable (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANO
           DISPLAY "Desde (UVT): " WITH NO ADVANCING
           ACCEPT WS-DESDE-UVT
           DISPLAY "Hasta (UVT, 99999 = sin limite): "
                   WITH NO ADVANCING
           ACCEPT WS-HASTA-UVT
           DISPLAY "Tarifa marginal (ej. 0.1900): " WITH NO ADVANCING
           ACCEPT WS-TARIFA
           DISPLAY "UVT fijas del tramo: " WITH NO ADVANCING
           ACCEPT WS-UVT-FIJOS
           IF WS-HASTA-UVT NOT > WS-DESDE-UVT
               DISPLAY "El hasta debe ser mayor que el desde"
           ELSE
               PERFORM 2060-ABRIR-EXTEND
               PERFORM 2031-GRABA-TRAMO
               CLOSE RETEFUEN-ARCHIVO
               DISPLAY "Tramo registrado"
           END-IF.

       2031-GRABA-TRAMO.
           MOVE SPACES       TO REG-RETEFUEN
           MOVE WS-ANO       TO RRET-ANO
           MOVE "T"          TO RRET-TIPO
           MOVE ZEROES       TO RRET-VALOR-UVT
                                RRET-PCT-EXENTO
                                RRET-TOPE-EXENTO-UVT
           MOVE WS-DESDE-UVT TO RRET-DESDE-UVT
           MOVE WS-HASTA-UVT TO RRET-HASTA-UVT
           MOVE WS-TARIFA    TO RRET-TARIFA
           MOVE WS-UVT-FIJOS TO RRET-UVT-FIJOS
           WRITE REG-RETEFUEN.

      *----------------------------------------------------------------*
      * LOS SIETE TRAMOS DE LA TABLA DE LEY, GRABADOS PARA EL ANO
      *----------------------------------------------------------------*
       2040-TRAMOS-DE-LEY.
           DISPLAY "Ano gravable (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANO
           IF WS-ANO = ZEROES
               DISPLAY "El ano es obligatorio"
           ELSE
               PERFORM 2060-ABRIR-EXTEND
               PERFORM 2041-TRAMO-DE-LEY
                   VARYING TL FROM 1 BY 1 UNTIL TL > 7
               CLOSE RETEFUEN-ARCHIVO
               DISPLAY "Tramos de ley grabados para " WS-ANO
           END-IF.

       2041-TRAMO-DE-LEY.
           MOVE TAB-LEY-DESDE(TL)  TO WS-DESDE-UVT
           MOVE TAB-LEY-HASTA(TL)  TO WS-HASTA-UVT
           MOVE TAB-LEY-TARIFA(TL) TO WS-TARIFA
           MOVE TAB-LEY-FIJOS(TL)  TO WS-UVT-FIJOS
           PERFORM 2031-GRABA-TRAMO.

       2050-LISTAR.
           DISPLAY "Ano gravable (AAAA): " WITH NO ADVANCING
           ACCEPT WS-ANO
           MOVE ZEROES TO WS-LISTADOS
           MOVE "0" TO FIN-ARCHIVO
           OPEN INPUT RETEFUEN-ARCHIVO
           IF VAR-ESTADO = "00" OR VAR-ESTADO = "05"
               PERFORM 2051-LEE-SIGUIENTE UNTIL FIN-ARCHIVO = "1"
               CLOSE RETEFUEN-ARCHIVO
           END-IF
           IF WS-LISTADOS = ZEROES
               DISPLAY "No hay tabla registrada para " WS-ANO
           END-IF.

       2051-LEE-SIGUIENTE.
           READ RETEFUEN-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-ARCHIVO
               NOT AT END
                   IF RRET-ANO = WS-ANO
                       ADD 1 TO WS-LISTADOS
                       PERFORM 2052-MUESTRA-REGISTRO
                   END-IF
           END-READ.

       2052-MUESTRA-REGISTRO.
           IF RRET-TIPO = "P"
               MOVE RRET-VALOR-UVT TO WS-MASCARA
               COMPUTE WS-PCT = RRET-PCT-EXENTO * 100
               MOVE WS-PCT TO WS-MASCARA-PCT
               DISPLAY "UVT: " WS-MASCARA
                       "  EXENTA: " WS-MASCARA-PCT "%"
                       "  TOPE: " RRET-TOPE-EXENTO-UVT " UVT"
           ELSE
               COMPUTE WS-PCT = RRET-TARIFA * 100
               MOVE WS-PCT TO WS-MASCARA-PCT
               DISPLAY "TRAMO " RRET-DESDE-UVT " A " RRET-HASTA-UVT
                       " UVT  TARIFA: " WS-MASCARA-PCT "%"
                       "  MAS " RRET-UVT-FIJOS " UVT"
           END-IF.

      * EL ARCHIVO SE CREA LA PRIMERA VEZ QUE SE GRABA ALGO
       2060-ABRIR-EXTEND.
           OPEN EXTEND RETEFUEN-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               OPEN OUTPUT RETEFUEN-ARCHIVO
           END-IF.

       3000-FINAL.
           STOP RUN.
           END PROGRAM RETEFUEN.
