      * Purpose: PRACTICE COBOL
      * Conversion por unica vez de los dos archivos de la carpeta
      * GENERADOS cuyo registro crecio: el maestro indexado
      * EMPLEADOS.data (144 a 163: cuenta bancaria y cargo, luego
      * 163 a 171: fecha de ingreso, y 171 a 174: fondo de
      * cesantias) y el acumulado de nomina NOMINA.data (los seis
      * campos nuevos de novedades, aportes y cuota de prestamo,
      * despues la retencion en la fuente y luego los intereses de
      * cesantias pagados). Sin esta conversion
      * el maestro viejo abre con estado 39 en todos los programas
      * (el mismo sintoma que documenta RECUPERA) y los consolidados
      * de anos con meses viejos hacen aritmetica sobre espacios.
           WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-VIE.
      * MAESTRO DE EMPLEADOS EN EL LAYOUT INTERMEDIO (163, CON CUENTA
      * BANCARIA Y CARGO PERO SIN FECHA DE INGRESO)
       SELECT EMPLEADOS-INTER
       ASSIGN TO "../GENERADOS/EMPLEADOS.data"
       ORGANIZATION IS INDEXED
       RECORD KEY IS INTER-ID
       ALTERNATE RECORD KEY IS INTER-TELEFONO
           WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-VIE.
      * MAESTRO DE EMPLEADOS CON FECHA DE INGRESO PERO SIN FONDO DE
      * CESANTIAS (171)
       SELECT EMPLEADOS-PREVIO
       ASSIGN TO "../GENERADOS/EMPLEADOS.data"
       ORGANIZATION IS INDEXED
       RECORD KEY IS PREVIO-ID
       ALTERNATE RECORD KEY IS PREVIO-TELEFONO
           WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-VIE.
      * MAESTRO DE EMPLEADOS EN EL LAYOUT NUEVO
       SELECT EMPLEADOS-NUEVO
       ASSIGN TO "../GENERADOS/EMPLEADOS.IDX"
           WITH DUPLICATES
       ACCESS MODE IS SEQUENTIAL
       FILE STATUS IS VAR-ESTADO-NUE.
      * ACUMULADO DE NOMINA EN EL LAYOUT VIEJO (HASTA EL NETO, HASTA
      * LA CUOTA DE PRESTAMO O HASTA LA RETENCION, SEGUN LA OPCION)
       SELECT NOMINA-VIEJO
       ASSIGN TO "../GENERADOS/NOMINA.data"
       ORGANIZATION IS LINE SEQUENTIAL
           05 VIEJO-DEPARTAMENTO      PIC 9(3).
           05 VIEJO-FECHA-NACIMIENTO  PIC 9(8).

      * EL LAYOUT INTERMEDIO ES PREFIJO DEL NUEVO; SOLO SE DETALLAN
      * LAS DOS LLAVES
       FD EMPLEADOS-INTER.
       01  REG-EMPLEADO-INTER.
           05 INTER-ID                PIC 9(6).
           05 INTER-NOMBRE-A-EDAD     PIC X(63).
           05 INTER-TELEFONO          PIC X(9).
           05 INTER-RESTO             PIC X(85).

      * EL LAYOUT DE 171 TAMBIEN ES PREFIJO DEL NUEVO
       FD EMPLEADOS-PREVIO.
       01  REG-EMPLEADO-PREVIO.
           05 PREVIO-ID               PIC 9(6).
           05 PREVIO-NOMBRE-A-EDAD    PIC X(63).
           05 PREVIO-TELEFONO         PIC X(9).
           05 PREVIO-RESTO            PIC X(93).

       FD EMPLEADOS-NUEVO.
       COPY '../COPYS/EMPLEADOS.cpy'.

           05 VNOM-PENSION            PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 VNOM-NETO               PIC 9(9)V99.
      * LAYOUT INTERMEDIO: CON NOVEDADES, APORTES Y CUOTA, SIN LA
      * RETENCION EN LA FUENTE (ES PREFIJO DEL LAYOUT NUEVO)
       01  REG-NOMINTER.
           05 INOM-HASTA-NETO         PIC X(87).
           05 FILLER                  PIC X.
           05 INOM-DEPARTAMENTO       PIC 9(3).
           05 FILLER                  PIC X.
           05 INOM-EXTRAS             PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INOM-AUSENCIAS          PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INOM-BONOS              PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INOM-APORTES            PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 INOM-CUOTA-PRESTAMO     PIC 9(9)V99.
      * LAYOUT CON RETENCION Y SIN INTERESES DE CESANTIAS (TAMBIEN
      * PREFIJO DEL NUEVO)
       01  REG-NOMRETE.
           05 RNRE-HASTA-RETENCION    PIC X(163).

       FD NOMINA-NUEVO.
       01  REG-NOMNUEVO.
           05 NNOM-APORTES            PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 NNOM-CUOTA-PRESTAMO     PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 NNOM-RETENCION          PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 NNOM-INT-CESANTIAS      PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77  FIN-VIEJO              PIC X VALUE "0".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       1000-PRINCIPAL.
       PERFORM 2000-MENU UNTIL WS-OPCION = 7
       PERFORM 3000-FINAL.

       2000-MENU.
           DISPLAY " "
           DISPLAY "CONVERSION DE ARCHIVOS CON REGISTRO CRECIDO"
           DISPLAY "1. EMPLEADOS.data (144 A 174)"
           DISPLAY "2. NOMINA.data    (NOVEDADES, APORTES Y CUOTA)"
           DISPLAY "3. NOMINA.data    (RETENCION EN LA FUENTE)"
           DISPLAY "4. EMPLEADOS.data (163 A 174, FECHA DE INGRESO)"
           DISPLAY "5. EMPLEADOS.data (171 A 174, FONDO CESANTIAS)"
           DISPLAY "6. NOMINA.data    (INTERESES DE CESANTIAS)"
           DISPLAY "7. SALIR"
           DISPLAY "OPCION: " WITH NO ADVANCING
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN 1 PERFORM 2010-CONVERTIR-EMPLEADOS
               WHEN 2 PERFORM 2020-CONVERTIR-NOMINA
               WHEN 3 PERFORM 2030-CONVERTIR-RETENCION
               WHEN 4 PERFORM 2040-CONVERTIR-INGRESO
               WHEN 5 PERFORM 2050-CONVERTIR-FONDO
               WHEN 6 PERFORM 2060-CONVERTIR-INTERESES
               WHEN 7 CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           END-IF.

      * LOS EMPLEADOS VIEJOS QUEDAN SIN CUENTA BANCARIA (SE LES PAGA
      * EN SOBRE), SIN CARGO ASIGNADO, SIN FECHA DE INGRESO Y SIN
      * FONDO DE CESANTIAS
       2011-PASAR-EMPLEADO.
           READ EMPLEADOS-VIEJO NEXT RECORD
               AT END MOVE "1" TO FIN-VIEJO
                     TO EMPLEADOS-FECHA-NACIMIENTO
                   MOVE SPACES TO EMPLEADOS-CUENTA-BANCO
                   MOVE ZEROES TO EMPLEADOS-CARGO
                   MOVE ZEROES TO EMPLEADOS-FECHA-INGRESO
                   MOVE ZEROES TO EMPLEADOS-FONDO-CESANTIAS
                   WRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY "Llave duplicada: " VIEJO-ID
                   MOVE ZEROES        TO NNOM-BONOS
                   MOVE ZEROES        TO NNOM-APORTES
                   MOVE ZEROES        TO NNOM-CUOTA-PRESTAMO
                   MOVE ZEROES        TO NNOM-RETENCION
                   MOVE ZEROES        TO NNOM-INT-CESANTIAS
                   WRITE REG-NOMNUEVO
                   ADD 1 TO WS-GRABADOS
           END-READ.

       2030-CONVERTIR-RETENCION.
           MOVE ZEROES TO WS-LEIDOS WS-GRABADOS
           MOVE "0" TO FIN-VIEJO
           OPEN INPUT NOMINA-VIEJO
           IF VAR-ESTADO-VIE NOT = "00"
               DISPLAY "No se pudo abrir NOMINA.data: " VAR-ESTADO-VIE
           ELSE
               OPEN OUTPUT NOMINA-NUEVO
               PERFORM 2031-PASAR-RETENCION UNTIL FIN-VIEJO = "1"
               CLOSE NOMINA-VIEJO NOMINA-NUEVO
               PERFORM 2090-RESUMEN
           END-IF.

      * EL LAYOUT INTERMEDIO ES PREFIJO DEL NUEVO: SE PASA COMPLETO Y
      * LA RETENCION QUEDA EN CEROS (ANTES SE DIGITABA APARTE)
       2031-PASAR-RETENCION.
           READ NOMINA-VIEJO NEXT RECORD
               AT END MOVE "1" TO FIN-VIEJO
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE SPACES        TO REG-NOMNUEVO
                   MOVE REG-NOMINTER  TO REG-NOMNUEVO
                   MOVE ZEROES        TO NNOM-RETENCION
                   MOVE ZEROES        TO NNOM-INT-CESANTIAS
                   WRITE REG-NOMNUEVO
                   ADD 1 TO WS-GRABADOS
           END-READ.

       2040-CONVERTIR-INGRESO.
           MOVE ZEROES TO WS-LEIDOS WS-GRABADOS
           MOVE "0" TO FIN-VIEJO
           OPEN INPUT EMPLEADOS-INTER
           IF VAR-ESTADO-VIE NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS.data: "
                       VAR-ESTADO-VIE
           ELSE
               OPEN OUTPUT EMPLEADOS-NUEVO
               IF VAR-ESTADO-NUE NOT = "00"
                   DISPLAY "No se pudo crear EMPLEADOS.IDX: "
                           VAR-ESTADO-NUE
                   CLOSE EMPLEADOS-INTER
               ELSE
                   PERFORM 2041-PASAR-INGRESO UNTIL FIN-VIEJO = "1"
                   CLOSE EMPLEADOS-INTER EMPLEADOS-NUEVO
                   PERFORM 2090-RESUMEN
               END-IF
           END-IF.

      * LA FECHA DE INGRESO (Y EL FONDO) QUEDAN EN CEROS HASTA QUE SE
      * CAPTUREN EN LA PANTALLA DE MODIFICACION DE INDEXADOS
       2041-PASAR-INGRESO.
           READ EMPLEADOS-INTER NEXT RECORD
               AT END MOVE "1" TO FIN-VIEJO
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE SPACES             TO EMPLEADOS-REGISTRO
                   MOVE REG-EMPLEADO-INTER TO EMPLEADOS-REGISTRO
                   MOVE ZEROES TO EMPLEADOS-FECHA-INGRESO
                   MOVE ZEROES TO EMPLEADOS-FONDO-CESANTIAS
                   WRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY "Llave duplicada: " INTER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-GRABADOS
                   END-WRITE
           END-READ.

       2050-CONVERTIR-FONDO.
           MOVE ZEROES TO WS-LEIDOS WS-GRABADOS
           MOVE "0" TO FIN-VIEJO
           OPEN INPUT EMPLEADOS-PREVIO
           IF VAR-ESTADO-VIE NOT = "00"
               DISPLAY "No se pudo abrir EMPLEADOS.data: "
                       VAR-ESTADO-VIE
           ELSE
               OPEN OUTPUT EMPLEADOS-NUEVO
               IF VAR-ESTADO-NUE NOT = "00"
                   DISPLAY "No se pudo crear EMPLEADOS.IDX: "
                           VAR-ESTADO-NUE
                   CLOSE EMPLEADOS-PREVIO
               ELSE
                   PERFORM 2051-PASAR-FONDO UNTIL FIN-VIEJO = "1"
                   CLOSE EMPLEADOS-PREVIO EMPLEADOS-NUEVO
                   PERFORM 2090-RESUMEN
               END-IF
           END-IF.

      * EL FONDO DE CESANTIAS QUEDA EN CEROS HASTA QUE SE CAPTURE EN
      * LA PANTALLA DE MODIFICACION DE INDEXADOS
       2051-PASAR-FONDO.
           READ EMPLEADOS-PREVIO NEXT RECORD
               AT END MOVE "1" TO FIN-VIEJO
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE SPACES              TO EMPLEADOS-REGISTRO
                   MOVE REG-EMPLEADO-PREVIO TO EMPLEADOS-REGISTRO
                   MOVE ZEROES TO EMPLEADOS-FONDO-CESANTIAS
                   WRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY "Llave duplicada: " PREVIO-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-GRABADOS
                   END-WRITE
           END-READ.

       2060-CONVERTIR-INTERESES.
           MOVE ZEROES TO WS-LEIDOS WS-GRABADOS
           MOVE "0" TO FIN-VIEJO
           OPEN INPUT NOMINA-VIEJO
           IF VAR-ESTADO-VIE NOT = "00"
               DISPLAY "No se pudo abrir NOMINA.data: " VAR-ESTADO-VIE
           ELSE
               OPEN OUTPUT NOMINA-NUEVO
               PERFORM 2061-PASAR-INTERESES UNTIL FIN-VIEJO = "1"
               CLOSE NOMINA-VIEJO NOMINA-NUEVO
               PERFORM 2090-RESUMEN
           END-IF.

      * ANTES NO SE PAGABAN INTERESES DE CESANTIAS POR NOMINA: QUEDAN
      * EN CEROS
       2061-PASAR-INTERESES.
           READ NOMINA-VIEJO NEXT RECORD
               AT END MOVE "1" TO FIN-VIEJO
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   MOVE SPACES        TO REG-NOMNUEVO
                   MOVE REG-NOMRETE   TO REG-NOMNUEVO
                   MOVE ZEROES        TO NNOM-INT-CESANTIAS
                   WRITE REG-NOMNUEVO
                   ADD 1 TO WS-GRABADOS
           END-READ.
