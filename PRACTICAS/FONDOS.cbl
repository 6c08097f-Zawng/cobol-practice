      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Catalogo de fondos de cesantias: codigo, nombre y NIT del
      * fondo al que se consignan las cesantias de cada empleado.
      * INDEXADOS y CARGA validan contra el fondo del empleado, y
      * CESANTIA agrupa por fondo la consignacion anual.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 FONDOS.
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
       SELECT OPTIONAL FONDOS-ARCHIVO
       ASSIGN TO "../GENERADOS/FONDOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD FONDOS-ARCHIVO.
       COPY '../COPYS/FONDOS.cpy'.

       WORKING-STORAGE SECTION.
       77  WS-OPC                 PIC 9(1) VALUE ZERO.
       77  WS-COD                 PIC 9(3) VALUE ZERO.
       77  WS-NOM                 PIC X(30) VALUE SPACES.
       77  WS-NIT                 PIC X(12) VALUE SPACES.
       77  FIN-ARCHIVO            PIC X VALUE "0".
       77  COD-EXISTE             PIC X VALUE "N".
           88 COD-YA-EXISTE       VALUE "S".
       01  VAR-ESTADO             PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
       PERFORM 2010-MENU-PRINCIPAL UNTIL WS-OPC = 3
       PERFORM 3000-FINAL.

       2010-MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1. Adicionar un fondo de cesantias"
           DISPLAY "2. Listar fondos"
           DISPLAY "3. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2020-ADICIONAR
               WHEN 2 PERFORM 2030-LISTAR
               WHEN 3 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

       2020-ADICIONAR.
           DISPLAY "Codigo del fondo (1-999): " WITH NO ADVANCING
           ACCEPT WS-COD
           IF WS-COD = ZERO
               DISPLAY "El codigo cero es 'sin fondo', use otro"
           ELSE
               PERFORM 2040-VALIDA-DUPLICADO
               IF COD-YA-EXISTE
                   DISPLAY "Ya existe un fondo con ese codigo: "
                           FONDO-NOMBRE
               ELSE
                   DISPLAY "Nombre del fondo: " WITH NO ADVANCING
                   ACCEPT WS-NOM
                   DISPLAY "NIT del fondo: " WITH NO ADVANCING
                   ACCEPT WS-NIT
                   OPEN EXTEND FONDOS-ARCHIVO
                   MOVE SPACES TO REG-FONDO
                   MOVE WS-COD TO FONDO-CODIGO
                   MOVE WS-NOM TO FONDO-NOMBRE
                   MOVE WS-NIT TO FONDO-NIT
                   WRITE REG-FONDO
                   CLOSE FONDOS-ARCHIVO
                   DISPLAY "Fondo registrado"
               END-IF
           END-IF.

       2030-LISTAR.
           DISPLAY "CODIGO  NOMBRE                          NIT"
           MOVE "0" TO FIN-ARCHIVO
           OPEN INPUT FONDOS-ARCHIVO
           PERFORM 2031-LEE-SIGUIENTE UNTIL FIN-ARCHIVO = "1"
           CLOSE FONDOS-ARCHIVO.

       2031-LEE-SIGUIENTE.
           READ FONDOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-ARCHIVO
               NOT AT END
                   DISPLAY FONDO-CODIGO "     " FONDO-NOMBRE "  "
                           FONDO-NIT
           END-READ.

       2040-VALIDA-DUPLICADO.
           MOVE "N" TO COD-EXISTE
           MOVE "0" TO FIN-ARCHIVO
           OPEN INPUT FONDOS-ARCHIVO
           PERFORM 2041-BUSCA-SIGUIENTE
               UNTIL FIN-ARCHIVO = "1" OR COD-YA-EXISTE
           CLOSE FONDOS-ARCHIVO.

       2041-BUSCA-SIGUIENTE.
           READ FONDOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-ARCHIVO
               NOT AT END
                   IF FONDO-CODIGO = WS-COD
                       MOVE "S" TO COD-EXISTE
           END-READ.

       3000-FINAL.
           STOP RUN.
           END PROGRAM FONDOS.
