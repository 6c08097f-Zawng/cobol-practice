      * Purpose: PRACTICE COBOL
      * Carga masiva de empleados desde un archivo delimitado por
      * punto y coma (NUEVOS.csv: id;nombre;apellidos;edad;telefono;
      * direccion;salario;departamento;fecha-nac;cargo;
      * fecha-ingreso;fondo-cesantias). Cada fila
      * pasa por las mismas validaciones de la captura en pantalla
      * (id duplicado, edad 18 a 99, telefono numerico, departamento
      * del catalogo, salario dentro del rango del cargo); las
       ASSIGN TO "../GENERADOS/CARGOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-CAR.
      * CATALOGO DE FONDOS DE CESANTIAS (LO MANTIENE FONDOS)
       SELECT OPTIONAL FONDOS-ARCHIVO
       ASSIGN TO "../GENERADOS/FONDOS.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-FON.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
       FD CARGOS-ARCHIVO.
       COPY '../COPYS/CARGOS.cpy'.

       FD FONDOS-ARCHIVO.
       COPY '../COPYS/FONDOS.cpy'.

       WORKING-STORAGE SECTION.
       77  FIN-ENTRADA            PIC X VALUE "0".
       77  FIN-DEPTOS             PIC X VALUE "0".
       01  VAR-ESTADO-REC         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-DEP         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-CAR         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-FON         PIC X(02) VALUE SPACES.

      * CAMPOS DE LA FILA, TAL COMO LLEGAN (TEXTO), ANTES DE VALIDAR
       01  CAMPOS-FILA.
           05 FILA-DEPARTAMENTO   PIC X(5).
           05 FILA-FECHA-NAC      PIC X(10).
           05 FILA-CARGO          PIC X(5).
           05 FILA-FECHA-ING      PIC X(10).
           05 FILA-FONDO          PIC X(5).

       01  WS-ID-NUM              PIC 9(6) VALUE ZERO.
       01  WS-EDAD-NUM            PIC 9(3) VALUE ZERO.
       01  WS-CARGO-NUM           PIC 9(3) VALUE ZERO.
       01  FIN-CARGOS             PIC X VALUE "0".
       77  WS-CARGO-HALLADO       PIC X VALUE "N".
      * FONDO DE CESANTIAS: OPCIONAL, CERO = SIN FONDO ASIGNADO
       01  WS-FONDO-NUM           PIC 9(3) VALUE ZERO.
       01  FIN-FONDOS             PIC X VALUE "0".
       77  WS-FONDO-HALLADO       PIC X VALUE "N".
       01  WS-SALARIO-NUM         PIC 9(9)V99 VALUE ZERO.
       01  WS-FECHA-NAC           PIC 9(8) VALUE ZERO.
       01  FECHA-NAC-PARTES.
           05 NAC-MES             PIC 9(2).
           05 NAC-DIA             PIC 9(2).
       01  FECHA-NAC-VALIDA       PIC X VALUE "N".
      * FECHA DE INGRESO: SI EL LOTE NO LA TRAE, ES LA FECHA DE LA
      * CARGA (EL LOTE ES DE INGRESOS NUEVOS)
       01  WS-FECHA-ING           PIC 9(8) VALUE ZERO.
       01  WS-FECHA-HOY           PIC 9(8) VALUE ZERO.
       01  FECHA-ING-PARTES.
           05 ING-ANO             PIC 9(4).
           05 ING-MES             PIC 9(2).
           05 ING-DIA             PIC 9(2).
       01  FECHA-ING-VALIDA       PIC X VALUE "N".
       01  WS-DIAS-DEL-MES        PIC 9(2) VALUE ZERO.
       01  WS-RESTO               PIC 9(4) VALUE ZERO.
       01  WS-COCIENTE            PIC 9(4) VALUE ZERO.
               INTO FILA-ID FILA-NOMBRE FILA-APELLIDOS FILA-EDAD
                    FILA-TELEFONO FILA-DIRECCION FILA-SALARIO
                    FILA-DEPARTAMENTO FILA-FECHA-NAC FILA-CARGO
                    FILA-FECHA-ING FILA-FONDO
           END-UNSTRING
           PERFORM 2004-VALIDAR-FILA
           IF WS-MOTIVO = SPACES
               IF FILA-CARGO NOT = SPACES
                   PERFORM 2011-VALIDA-CARGO
               END-IF
           END-IF
      * LA FECHA DE INGRESO ES OPCIONAL; SI VIENE, DEBE SER UNA FECHA
      * REAL Y NO POSTERIOR A LA CARGA
           IF WS-MOTIVO = SPACES
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO WS-FECHA-ING
               IF FILA-FECHA-ING NOT = SPACES
                   IF FILA-FECHA-ING(1:8) NOT NUMERIC
                       MOVE "FECHA DE INGRESO NO NUMERICA"
                         TO WS-MOTIVO
                   ELSE
                       MOVE FILA-FECHA-ING(1:8) TO WS-FECHA-ING
                       PERFORM 2014-VALIDA-FECHA-ING
                       IF FECHA-ING-VALIDA = "N"
                           MOVE "FECHA DE INGRESO INVALIDA"
                             TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF
      * EL FONDO DE CESANTIAS ES OPCIONAL; SI VIENE, DEBE SER DEL
      * CATALOGO
           IF WS-MOTIVO = SPACES
               MOVE ZERO TO WS-FONDO-NUM
               IF FILA-FONDO NOT = SPACES
                   PERFORM 2015-VALIDA-FONDO
               END-IF
           END-IF.

       2015-VALIDA-FONDO.
           MOVE FILA-FONDO TO WS-CAMPO-DIG
           PERFORM 2009-VALIDA-DIGITOS
           COMPUTE WS-FONDO-NUM = FUNCTION NUMVAL(FILA-FONDO)
           IF WS-DIGITOS-OK = "N"
               MOVE "FONDO DE CESANTIAS NO NUMERICO" TO WS-MOTIVO
           ELSE
               IF WS-FONDO-NUM > ZERO
                   PERFORM 2016-BUSCA-FONDO
                   IF WS-FONDO-HALLADO = "N"
                       MOVE "FONDO DE CESANTIAS FUERA DEL CATALOGO"
                         TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       2016-BUSCA-FONDO.
           MOVE "N" TO WS-FONDO-HALLADO
           MOVE "0" TO FIN-FONDOS
           OPEN INPUT FONDOS-ARCHIVO
           IF VAR-ESTADO-FON = "00"
               PERFORM 2017-LEE-FONDO
                   UNTIL FIN-FONDOS = "1" OR WS-FONDO-HALLADO = "S"
               CLOSE FONDOS-ARCHIVO
           END-IF
           IF VAR-ESTADO-FON = "05"
               CLOSE FONDOS-ARCHIVO
           END-IF.

       2017-LEE-FONDO.
           READ FONDOS-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-FONDOS
               NOT AT END
                   IF FONDO-CODIGO = WS-FONDO-NUM
                       MOVE "S" TO WS-FONDO-HALLADO
                   END-IF
           END-READ.

       2014-VALIDA-FECHA-ING.
           MOVE "N" TO FECHA-ING-VALIDA
           MOVE WS-FECHA-ING TO FECHA-ING-PARTES
           IF ING-ANO > 1900 AND ING-MES > 0 AND ING-MES < 13
              AND WS-FECHA-ING NOT > WS-FECHA-HOY
               EVALUATE ING-MES
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-DIAS-DEL-MES
                   WHEN 2
                       DIVIDE ING-ANO BY 4 GIVING WS-COCIENTE
                              REMAINDER WS-RESTO
                       END-DIVIDE
                       IF WS-RESTO = ZEROES
                           MOVE 29 TO WS-DIAS-DEL-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-DEL-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DIAS-DEL-MES
               END-EVALUATE
               IF ING-DIA > 0 AND ING-DIA <= WS-DIAS-DEL-MES
                   MOVE "S" TO FECHA-ING-VALIDA
               END-IF
           END-IF.

       2011-VALIDA-CARGO.
      * HASTA QUE LA CAPTURE LA PANTALLA DE MODIFICACION
           MOVE WS-CARGO-NUM      TO EMPLEADOS-CARGO
           MOVE SPACES            TO EMPLEADOS-CUENTA-BANCO
           MOVE WS-FECHA-ING      TO EMPLEADOS-FECHA-INGRESO
           MOVE WS-FONDO-NUM      TO EMPLEADOS-FONDO-CESANTIAS
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE "LLAVE DUPLICADA AL GRABAR" TO WS-MOTIVO
