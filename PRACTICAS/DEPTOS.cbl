      * Lo valida ARCHIVOS al capturar empleados y lo usa READ-FILES
      * para los subtotales de cabeza de personal y nomina por
      * departamento.
      * Tambien mantiene el presupuesto anual de gastos de personal
      * de cada departamento, mes a mes, en PRESUPUESTO.data; el
      * reporte PRESUPUE lo compara contra lo ejecutado.
      ******************************************************************

      *----------------------------------------------------------------*
       ASSIGN TO "../GENERADOS/DEPARTAMENTOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO.
      * PRESUPUESTO POR DEPARTAMENTO Y MES
       SELECT OPTIONAL PRESUPUESTO-ARCHIVO
       ASSIGN TO "../GENERADOS/PRESUPUESTO.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-PRE.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
           05 FILLER                  PIC X VALUE SPACE.
           05 DEPTO-NOMBRE            PIC X(20).

       FD PRESUPUESTO-ARCHIVO.
       COPY '../COPYS/PRESUPUE.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-OPC                 PIC 9(1) VALUE ZERO.
       77  WS-COD                 PIC 9(3) VALUE ZERO.
       77  COD-EXISTE             PIC X VALUE "N".
           88 COD-YA-EXISTE       VALUE "S".
       01  VAR-ESTADO             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-PRE         PIC X(02) VALUE SPACES.

      * PRESUPUESTO: EL ARCHIVO SE CARGA COMPLETO, SE AJUSTAN LOS
      * MESES DEL DEPARTAMENTO Y ANO ESCOGIDOS Y SE REESCRIBE
       77  WS-ANO                 PIC 9(4) VALUE ZERO.
       77  WS-MES                 PIC 9(2) VALUE ZERO.
       77  WS-MODO                PIC 9(1) VALUE ZERO.
       77  FIN-PRESUPUESTO        PIC X VALUE "0".
       01  WS-VALOR               PIC 9(11)V99 VALUE ZEROES.
       01  WS-VALOR-MES           PIC 9(11)V99 VALUE ZEROES.
       01  WS-TOTAL-ANO           PIC 9(11)V99 VALUE ZEROES.
       01  WS-MASCARA             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FECHA-HOY           PIC 9(8) VALUE ZEROES.
       01  WS-NUM-PRES            PIC 9(04) VALUE ZEROES.
       01  TABLA-PRESUPUESTO.
           05 TAB-PRE OCCURS 1 TO 6000 TIMES
                      DEPENDING ON WS-NUM-PRES.
              10 TAB-PRE-DEPTO    PIC 9(3).
              10 TAB-PRE-ANO      PIC 9(4).
              10 TAB-PRE-MES      PIC 9(2).
              10 TAB-PRE-VALOR    PIC 9(11)V99.
              10 TAB-PRE-FECHA    PIC 9(8).
       01  PR                     PIC 9(04) VALUE ZEROES.
       01  SW-PRE-HALLADO         PIC X VALUE "0".
       01  WS-NOMBRES-MES         PIC X(36) VALUE
           "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
       01  WS-TABLA-MESES REDEFINES WS-NOMBRES-MES.
           05 WS-NOMBRE-MES       PIC X(3) OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
       PERFORM 2010-MENU-PRINCIPAL UNTIL WS-OPC = 4
       PERFORM 3000-FINAL.

       2010-MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1. Adicionar un departamento"
           DISPLAY "2. Listar departamentos"
           DISPLAY "3. Presupuesto anual de un departamento"
           DISPLAY "4. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2020-ADICIONAR
               WHEN 2 PERFORM 2030-LISTAR
               WHEN 3 PERFORM 2050-PRESUPUESTO
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

                       MOVE "S" TO COD-EXISTE
           END-READ.

      *----------------------------------------------------------------*
      * PRESUPUESTO DE UN DEPARTAMENTO PARA UN ANO: MUESTRA LOS DOCE
      * MESES Y PERMITE FIJAR EL VALOR ANUAL (REPARTIDO EN PARTES
      * IGUALES, EL RESIDUO EN DICIEMBRE) O EL DE UN MES
      *----------------------------------------------------------------*
       2050-PRESUPUESTO.
           DISPLAY "Codigo del departamento: " WITH NO ADVANCING
           ACCEPT WS-COD
           PERFORM 2040-VALIDA-DUPLICADO
           IF NOT COD-YA-EXISTE
               DISPLAY "No existe un departamento con ese codigo"
           ELSE
               MOVE DEPTO-NOMBRE TO WS-NOM
               DISPLAY "Ano del presupuesto (AAAA): " WITH NO ADVANCING
               ACCEPT WS-ANO
               IF WS-ANO < 2000
                   DISPLAY "Ano invalido"
               ELSE
                   PERFORM 2051-CARGAR-PRESUPUESTO
                   PERFORM 2053-MUESTRA-ANO
                   PERFORM 2054-MODIFICA-ANO
               END-IF
           END-IF.

       2051-CARGAR-PRESUPUESTO.
           MOVE ZEROES TO WS-NUM-PRES
           MOVE "0" TO FIN-PRESUPUESTO
           OPEN INPUT PRESUPUESTO-ARCHIVO
           IF VAR-ESTADO-PRE = "00" OR VAR-ESTADO-PRE = "05"
               PERFORM 2052-LEE-PRESUPUESTO
                   UNTIL FIN-PRESUPUESTO = "1"
               CLOSE PRESUPUESTO-ARCHIVO
           END-IF.

       2052-LEE-PRESUPUESTO.
           READ PRESUPUESTO-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-PRESUPUESTO
               NOT AT END
                   IF WS-NUM-PRES < 6000
                       ADD 1 TO WS-NUM-PRES
                       MOVE RPRE-DEPTO TO TAB-PRE-DEPTO(WS-NUM-PRES)
                       MOVE RPRE-ANO   TO TAB-PRE-ANO(WS-NUM-PRES)
                       MOVE RPRE-MES   TO TAB-PRE-MES(WS-NUM-PRES)
                       MOVE RPRE-VALOR TO TAB-PRE-VALOR(WS-NUM-PRES)
                       MOVE RPRE-FECHA-ACT
                         TO TAB-PRE-FECHA(WS-NUM-PRES)
                   END-IF
           END-READ.

       2053-MUESTRA-ANO.
           MOVE ZEROES TO WS-TOTAL-ANO
           DISPLAY " "
           DISPLAY "PRESUPUESTO " WS-ANO " - DEPARTAMENTO " WS-COD
                   " " WS-NOM
           PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 12
               PERFORM 2055-BUSCA-MES
               MOVE ZEROES TO WS-VALOR-MES
               IF SW-PRE-HALLADO = "1"
                   MOVE TAB-PRE-VALOR(PR) TO WS-VALOR-MES
               END-IF
               ADD WS-VALOR-MES TO WS-TOTAL-ANO
               MOVE WS-VALOR-MES TO WS-MASCARA
               DISPLAY "  " WS-MES " " WS-NOMBRE-MES(WS-MES) " "
                       WS-MASCARA
           END-PERFORM
           MOVE WS-TOTAL-ANO TO WS-MASCARA
           DISPLAY "  TOTAL  " WS-MASCARA.

       2054-MODIFICA-ANO.
           DISPLAY "1. Fijar el valor anual (repartido en 12 meses)"
           DISPLAY "2. Fijar el valor de un mes"
           DISPLAY "3. Volver sin cambios"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-MODO
           EVALUATE WS-MODO
               WHEN 1
                   DISPLAY "Valor anual: " WITH NO ADVANCING
                   ACCEPT WS-VALOR
                   COMPUTE WS-VALOR-MES = WS-VALOR / 12
                   PERFORM VARYING WS-MES FROM 1 BY 1 UNTIL WS-MES > 11
                       PERFORM 2056-FIJA-MES
                   END-PERFORM
                   MOVE 12 TO WS-MES
                   MULTIPLY 11 BY WS-VALOR-MES
                   SUBTRACT WS-VALOR-MES FROM WS-VALOR
                       GIVING WS-VALOR-MES
                   PERFORM 2056-FIJA-MES
                   PERFORM 2057-GRABAR-PRESUPUESTO
               WHEN 2
                   DISPLAY "Mes (1-12): " WITH NO ADVANCING
                   ACCEPT WS-MES
                   IF WS-MES < 1 OR WS-MES > 12
                       DISPLAY "Mes invalido"
                   ELSE
                       DISPLAY "Valor del mes: " WITH NO ADVANCING
                       ACCEPT WS-VALOR-MES
                       PERFORM 2056-FIJA-MES
                       PERFORM 2057-GRABAR-PRESUPUESTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2055-BUSCA-MES.
           MOVE "0" TO SW-PRE-HALLADO
           PERFORM VARYING PR FROM 1 BY 1
                   UNTIL PR > WS-NUM-PRES OR SW-PRE-HALLADO = "1"
               IF TAB-PRE-DEPTO(PR) = WS-COD
                  AND TAB-PRE-ANO(PR) = WS-ANO
                  AND TAB-PRE-MES(PR) = WS-MES
                   MOVE "1" TO SW-PRE-HALLADO
               END-IF
           END-PERFORM
           IF SW-PRE-HALLADO = "1"
               SUBTRACT 1 FROM PR
           END-IF.

       2056-FIJA-MES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 2055-BUSCA-MES
           IF SW-PRE-HALLADO NOT = "1"
               IF WS-NUM-PRES < 6000
                   ADD 1 TO WS-NUM-PRES
                   MOVE WS-NUM-PRES TO PR
                   MOVE WS-COD TO TAB-PRE-DEPTO(PR)
                   MOVE WS-ANO TO TAB-PRE-ANO(PR)
                   MOVE WS-MES TO TAB-PRE-MES(PR)
                   MOVE "1" TO SW-PRE-HALLADO
               ELSE
                   DISPLAY "Archivo de presupuesto lleno, el mes "
                           WS-MES " no se grabo"
               END-IF
           END-IF
           IF SW-PRE-HALLADO = "1"
               MOVE WS-VALOR-MES TO TAB-PRE-VALOR(PR)
               MOVE WS-FECHA-HOY TO TAB-PRE-FECHA(PR)
           END-IF.

       2057-GRABAR-PRESUPUESTO.
           OPEN OUTPUT PRESUPUESTO-ARCHIVO
           IF VAR-ESTADO-PRE NOT = "00"
               DISPLAY "Error al grabar PRESUPUESTO.data, estado: "
                       VAR-ESTADO-PRE
           ELSE
               PERFORM VARYING PR FROM 1 BY 1 UNTIL PR > WS-NUM-PRES
                   MOVE SPACES TO REG-PRESUPUESTO
                   MOVE TAB-PRE-DEPTO(PR) TO RPRE-DEPTO
                   MOVE TAB-PRE-ANO(PR)   TO RPRE-ANO
                   MOVE TAB-PRE-MES(PR)   TO RPRE-MES
                   MOVE TAB-PRE-VALOR(PR) TO RPRE-VALOR
                   MOVE TAB-PRE-FECHA(PR) TO RPRE-FECHA-ACT
                   WRITE REG-PRESUPUESTO
               END-PERFORM
               CLOSE PRESUPUESTO-ARCHIVO
               DISPLAY "Presupuesto actualizado"
               PERFORM 2053-MUESTRA-ANO
           END-IF.

       3000-FINAL.
           STOP RUN.
           END PROGRAM DEPTOS.
