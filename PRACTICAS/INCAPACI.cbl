      ******************************************************************
      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Registro de incapacidades por empleado y fecha de inicio
      * (enfermedad general, accidente de trabajo, maternidad) con
      * los dias y el certificado. La corrida de NOMINA las liquida y
      * deja el valor que la EPS o la ARL nos debe; aqui se registra
      * la respuesta de la entidad (pagado o rechazado), se asienta en
      * el libro mayor y se imprime el seguimiento de los recobros
      * pendientes, pagados y rechazados. Antes la incapacidad entraba
      * como ausencia y el empleado perdia el pago, y nadie cobraba lo
      * que la entidad debia.
      ******************************************************************

      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 INCAPACI.
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
       SELECT OPTIONAL EMPLEADOS-ARCHIVO
       ASSIGN TO "../GENERADOS/EMPLEADOS.data"
       ORGANIZATION IS INDEXED
       RECORD KEY IS EMPLEADOS-ID
       ALTERNATE RECORD KEY IS EMPLEADOS-TELEFONO
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS VAR-ESTADO.
      * INCAPACIDADES REGISTRADAS Y SU RECOBRO
       SELECT OPTIONAL INCAPAC-ARCHIVO
       ASSIGN TO "../GENERADOS/INCAPACIDADES.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-INC.
      * SEGUIMIENTO DE RECOBROS
       SELECT IMPRESOR
       ASSIGN TO "../GENERADOS/INCAPACIDADES-RPT.data"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                          DATA DIVISION                         *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD INCAPAC-ARCHIVO.
       COPY '../COPYS/INCAPAC.cpy'.

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
       BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR           PIC X(90).

       WORKING-STORAGE SECTION.
       77  WS-OPC                 PIC 9(1) VALUE ZERO.
       77  WS-ID                  PIC 9(6) VALUE ZERO.
       77  WS-FECHA-INICIO        PIC 9(8) VALUE ZERO.
       77  WS-TIPO                PIC X(1) VALUE SPACE.
       77  WS-DIAS                PIC 9(3) VALUE ZERO.
       77  WS-CERTIFICADO         PIC X(15) VALUE SPACES.
       77  WS-RESPUESTA           PIC X(1) VALUE SPACE.
       01  VAR-ESTADO             PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-INC         PIC X(02) VALUE SPACES.
       01  VAR-ESTADO-IMP         PIC X(02) VALUE SPACES.
       01  FIN-INCAPAC            PIC X VALUE "0".
       01  WS-EMPLEADO-OK         PIC X VALUE "N".
           88 EMPLEADO-OK         VALUE "S".

      * INCAPACIDADES EN MEMORIA; EL ARCHIVO SE REESCRIBE COMPLETO AL
      * REGISTRAR UNA RESPUESTA DE LA ENTIDAD
       01  WS-NUM-INCAP           PIC 9(03) VALUE ZEROES.
       01  TABLA-INCAPACIDADES.
           05 TAB-INC OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-NUM-INCAP.
              10 TAB-INC-REG      PIC X(81).
       01  IC                     PIC 9(03) VALUE ZEROES.
       01  WS-HALLADA             PIC 9(03) VALUE ZEROES.

      * REPORTE: UNA SECCION POR ESTADO DEL RECOBRO
       01  WS-ESTADO-SECCION      PIC X(1) VALUE SPACE.
       01  WS-TITULO-SECCION      PIC X(30) VALUE SPACES.
       01  WS-CUANTOS-SECCION     PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-SECCION       PIC 9(11)V99 VALUE ZEROES.

      * PUENTE AL LIBRO MAYOR: EL PAGO DE LA ENTIDAD ENTRA A BANCOS
      * (1110) Y EL RECHAZO VA AL GASTO DE NOMINA (5205), AMBOS
      * CONTRA LA CUENTA POR COBRAR A EPS/ARL (1380)
       01  RUT-NO9CCONT           PIC X(08) VALUE 'NO9CCONT'.
       COPY '../SEMILLERO/COPYS/NOCOCONT.CPY'.

       01  WS-MASCARA             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FECHA-ACT           PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-SIS.
           05 WS-DIA-SIS          PIC 9(02) VALUE ZEROES.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-MES-SIS          PIC 9(02) VALUE ZEROES.
           05 FILLER              PIC X(01) VALUE '/'.
           05 WS-ANO-SIS          PIC 9(04) VALUE ZEROES.

      *----------------------------------------------------------------*
      *                         PROCEDURE DIVISION                     *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
           PERFORM 2000-FECHAS
           PERFORM 2010-MENU-PRINCIPAL UNTIL WS-OPC = 4
           PERFORM 3000-FINAL.

       2000-FECHAS.
           ACCEPT WS-FECHA-ACT          FROM DATE YYYYMMDD
           MOVE WS-FECHA-ACT(7:2)       TO WS-DIA-SIS
           MOVE WS-FECHA-ACT(5:2)       TO WS-MES-SIS
           MOVE WS-FECHA-ACT(1:4)       TO WS-ANO-SIS.

       2010-MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "1. Registrar incapacidad"
           DISPLAY "2. Respuesta de la EPS/ARL al recobro"
           DISPLAY "3. Reporte de recobros"
           DISPLAY "4. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2020-REGISTRA-INCAPACIDAD
               WHEN 2 PERFORM 2030-RESPUESTA-ENTIDAD
               WHEN 3 PERFORM 2040-REPORTE-RECOBROS
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REGISTRO: EL EMPLEADO DEBE EXISTIR Y NO PUEDE HABER OTRA
      * INCAPACIDAD SUYA CON LA MISMA FECHA DE INICIO
      *----------------------------------------------------------------*
       2020-REGISTRA-INCAPACIDAD.
           DISPLAY "ID del empleado: " WITH NO ADVANCING
           ACCEPT WS-ID
           PERFORM 2021-VALIDA-EMPLEADO
           IF EMPLEADO-OK
               DISPLAY "Fecha de inicio (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WS-FECHA-INICIO
               PERFORM 2050-CARGAR-INCAPACIDADES
               PERFORM 2051-UBICA-INCAPACIDAD
               IF WS-HALLADA > ZEROES
                   DISPLAY "Ya existe una incapacidad con esa fecha"
               ELSE
                   PERFORM 2022-CAPTURA-DETALLE
               END-IF
           END-IF.

       2021-VALIDA-EMPLEADO.
           MOVE "N" TO WS-EMPLEADO-OK
           OPEN INPUT EMPLEADOS-ARCHIVO
           IF VAR-ESTADO NOT = "00" AND VAR-ESTADO NOT = "05"
               DISPLAY "Error al abrir EMPLEADOS.data, estado: "
                       VAR-ESTADO
               PERFORM 3000-FINAL.
           MOVE WS-ID TO EMPLEADOS-ID
           READ EMPLEADOS-ARCHIVO KEY IS EMPLEADOS-ID
               INVALID KEY
                   DISPLAY "No existe un empleado con ese ID"
               NOT INVALID KEY
                   DISPLAY "Empleado: " EMPLEADOS-NOMBRE
                   MOVE "S" TO WS-EMPLEADO-OK
           END-READ
           CLOSE EMPLEADOS-ARCHIVO.

       2022-CAPTURA-DETALLE.
           MOVE SPACE TO WS-TIPO
           PERFORM UNTIL WS-TIPO = "G" OR WS-TIPO = "L"
                      OR WS-TIPO = "M"
               DISPLAY "Tipo (G=enfermedad general, L=accidente de "
                       "trabajo, M=maternidad): " WITH NO ADVANCING
               ACCEPT WS-TIPO
           END-PERFORM
           DISPLAY "Dias de incapacidad: " WITH NO ADVANCING
           ACCEPT WS-DIAS
           DISPLAY "Numero del certificado: " WITH NO ADVANCING
           ACCEPT WS-CERTIFICADO
           MOVE SPACES          TO REG-INCAPAC
           MOVE WS-ID           TO RINC-ID
           MOVE WS-FECHA-INICIO TO RINC-FECHA-INICIO
           MOVE WS-TIPO         TO RINC-TIPO
           MOVE WS-DIAS         TO RINC-DIAS
           MOVE WS-CERTIFICADO  TO RINC-CERTIFICADO
           IF WS-TIPO = "L"
               MOVE "A"         TO RINC-ENTIDAD
           ELSE
               MOVE "E"         TO RINC-ENTIDAD
           END-IF
           MOVE ZEROES          TO RINC-VALOR-EMPRESA
                                   RINC-VALOR-RECOBRO
                                   RINC-FECHA-ESTADO
           OPEN EXTEND INCAPAC-ARCHIVO
           IF VAR-ESTADO-INC = "00" OR VAR-ESTADO-INC = "05"
               WRITE REG-INCAPAC
               CLOSE INCAPAC-ARCHIVO
               DISPLAY "Incapacidad registrada; la liquida la "
                       "proxima corrida de NOMINA"
           ELSE
               DISPLAY "Error al grabar la incapacidad, estado: "
                       VAR-ESTADO-INC
           END-IF.

      *----------------------------------------------------------------*
      * RESPUESTA DE LA ENTIDAD A UN RECOBRO PENDIENTE: PAGADO ENTRA A
      * BANCOS, RECHAZADO QUEDA COMO GASTO DE LA COMPANIA
      *----------------------------------------------------------------*
       2030-RESPUESTA-ENTIDAD.
           DISPLAY "ID del empleado: " WITH NO ADVANCING
           ACCEPT WS-ID
           DISPLAY "Fecha de inicio (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-FECHA-INICIO
           PERFORM 2050-CARGAR-INCAPACIDADES
           PERFORM 2051-UBICA-INCAPACIDAD
           IF WS-HALLADA = ZEROES
               DISPLAY "No existe esa incapacidad"
           ELSE
               MOVE TAB-INC-REG(WS-HALLADA) TO REG-INCAPAC
               IF RINC-ESTADO NOT = "P"
                   DISPLAY "La incapacidad no tiene recobro pendiente"
               ELSE
                   MOVE RINC-VALOR-RECOBRO TO WS-MASCARA
                   DISPLAY "Valor a recobrar: " WS-MASCARA
                           "  Certificado: " RINC-CERTIFICADO
                   MOVE SPACE TO WS-RESPUESTA
                   PERFORM UNTIL WS-RESPUESTA = "G"
                              OR WS-RESPUESTA = "R"
                       DISPLAY "Respuesta (G=pagado, R=rechazado): "
                               WITH NO ADVANCING
                       ACCEPT WS-RESPUESTA
                   END-PERFORM
                   MOVE WS-RESPUESTA TO RINC-ESTADO
                   MOVE WS-FECHA-ACT TO RINC-FECHA-ESTADO
                   MOVE REG-INCAPAC  TO TAB-INC-REG(WS-HALLADA)
                   PERFORM 2031-ASIENTA-RESPUESTA
                   PERFORM 2052-GRABAR-INCAPACIDADES
                   DISPLAY "Respuesta registrada"
               END-IF
           END-IF.

       2031-ASIENTA-RESPUESTA.
           INITIALIZE NOCOCONT
           MOVE "NOMINA"              TO CCON-E-ORIGEN
           MOVE WS-FECHA-ACT(1:6)     TO CCON-E-PERIODO
           IF RINC-ESTADO = "G"
               MOVE "RECOBPAG"        TO CCON-E-EVENTO
           ELSE
               MOVE "RECOBREC"        TO CCON-E-EVENTO
           END-IF
           MOVE RINC-VALOR-RECOBRO    TO CCON-E-VALOR
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = "00" AND CCON-R-CODRETO NOT = "01"
               DISPLAY "Asiento rechazado: " CCON-R-MENSAJE
           END-IF.

      *----------------------------------------------------------------*
      * SEGUIMIENTO DE RECOBROS: PENDIENTES, PAGADOS Y RECHAZADOS,
      * CADA SECCION CON SU CANTIDAD Y SU TOTAL
      *----------------------------------------------------------------*
       2040-REPORTE-RECOBROS.
           PERFORM 2050-CARGAR-INCAPACIDADES
           OPEN OUTPUT IMPRESOR
           IF VAR-ESTADO-IMP NOT = "00"
               DISPLAY "Error al abrir el reporte, estado: "
                       VAR-ESTADO-IMP
               PERFORM 3000-FINAL.
           MOVE ALL "=" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE SPACES TO REG-IMPRESOR
           STRING "RECOBROS DE INCAPACIDADES A EPS/ARL   FECHA: "
                  WS-FECHA-SIS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "P" TO WS-ESTADO-SECCION
           MOVE "RECOBROS PENDIENTES" TO WS-TITULO-SECCION
           PERFORM 2041-SECCION
           MOVE "G" TO WS-ESTADO-SECCION
           MOVE "RECOBROS PAGADOS" TO WS-TITULO-SECCION
           PERFORM 2041-SECCION
           MOVE "R" TO WS-ESTADO-SECCION
           MOVE "RECOBROS RECHAZADOS" TO WS-TITULO-SECCION
           PERFORM 2041-SECCION
           CLOSE IMPRESOR
           DISPLAY "Reporte en ../GENERADOS/INCAPACIDADES-RPT.data".

       2041-SECCION.
           MOVE ZEROES TO WS-CUANTOS-SECCION WS-TOTAL-SECCION
           MOVE ALL "-" TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE WS-TITULO-SECCION TO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "ID     INICIO   TIPO ENT CERTIFICADO     PERIODO"
             TO REG-IMPRESOR
           MOVE "VALOR" TO REG-IMPRESOR(70:5)
           WRITE REG-IMPRESOR
           PERFORM 2042-LINEA-SECCION
               VARYING IC FROM 1 BY 1 UNTIL IC > WS-NUM-INCAP
           MOVE WS-TOTAL-SECCION TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "TOTAL " WS-CUANTOS-SECCION " INCAPACIDADES:"
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           MOVE WS-MASCARA TO REG-IMPRESOR(56:18)
           WRITE REG-IMPRESOR.

       2042-LINEA-SECCION.
           MOVE TAB-INC-REG(IC) TO REG-INCAPAC
           IF RINC-ESTADO = WS-ESTADO-SECCION
               ADD 1 TO WS-CUANTOS-SECCION
               ADD RINC-VALOR-RECOBRO TO WS-TOTAL-SECCION
               MOVE RINC-VALOR-RECOBRO TO WS-MASCARA
               MOVE SPACES TO REG-IMPRESOR
               STRING RINC-ID " " RINC-FECHA-INICIO "  "
                      RINC-TIPO "    " RINC-ENTIDAD "  "
                      RINC-CERTIFICADO " " RINC-PERIODO
                      DELIMITED BY SIZE INTO REG-IMPRESOR
               MOVE WS-MASCARA TO REG-IMPRESOR(56:18)
               WRITE REG-IMPRESOR
           END-IF.

      *----------------------------------------------------------------*
      * ARCHIVO DE INCAPACIDADES EN MEMORIA Y REESCRITURA COMPLETA
      *----------------------------------------------------------------*
       2050-CARGAR-INCAPACIDADES.
           MOVE ZEROES TO WS-NUM-INCAP
           MOVE "0" TO FIN-INCAPAC
           OPEN INPUT INCAPAC-ARCHIVO
           IF VAR-ESTADO-INC = "00" OR VAR-ESTADO-INC = "05"
               PERFORM 2050-1-LEE-INCAPACIDAD UNTIL FIN-INCAPAC = "1"
               CLOSE INCAPAC-ARCHIVO
           END-IF.

       2050-1-LEE-INCAPACIDAD.
           READ INCAPAC-ARCHIVO NEXT RECORD
               AT END MOVE "1" TO FIN-INCAPAC
               NOT AT END
                   IF WS-NUM-INCAP < 500
                       ADD 1 TO WS-NUM-INCAP
                       MOVE REG-INCAPAC TO TAB-INC-REG(WS-NUM-INCAP)
                   END-IF
           END-READ.

       2051-UBICA-INCAPACIDAD.
           MOVE ZEROES TO WS-HALLADA
           PERFORM VARYING IC FROM 1 BY 1 UNTIL IC > WS-NUM-INCAP
               MOVE TAB-INC-REG(IC) TO REG-INCAPAC
               IF RINC-ID = WS-ID
                  AND RINC-FECHA-INICIO = WS-FECHA-INICIO
                   MOVE IC TO WS-HALLADA
               END-IF
           END-PERFORM.

       2052-GRABAR-INCAPACIDADES.
           OPEN OUTPUT INCAPAC-ARCHIVO
           IF VAR-ESTADO-INC NOT = "00"
               DISPLAY "Error al grabar INCAPACIDADES.data, estado: "
                       VAR-ESTADO-INC
           ELSE
               PERFORM VARYING IC FROM 1 BY 1 UNTIL IC > WS-NUM-INCAP
                   MOVE TAB-INC-REG(IC) TO REG-INCAPAC
                   WRITE REG-INCAPAC
               END-PERFORM
               CLOSE INCAPAC-ARCHIVO
           END-IF.

       3000-FINAL.
           STOP RUN.
           END PROGRAM INCAPACI.
