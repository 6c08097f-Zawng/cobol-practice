      * 09-08-26 - keep a checkpoint of how many employees have been
      *            confirmed so far, so a run interrupted partway
      *            through a batch can report where it left off
      * 15-10-26 - capture the hire date (fecha de ingreso), which
      *            defaults to today when left at zero
      * 15-10-26 - new employees start with no severance fund (zeros)
      ******************************************************************
      *----------------------------------------------------------------*
      *                      IDENTIFICATION DIVISION                   *
           05 NUEVO-SALARIO       PIC 9(9)V99.
           05 NUEVO-DEPARTAMENTO  PIC 9(3).
           05 NUEVO-FECHA-NAC     PIC 9(8).
           05 NUEVO-FECHA-ING     PIC 9(8).

      * PIEZAS DE LA FECHA DE NACIMIENTO PARA VALIDARLA COMO FECHA
      * REAL, Y LA EDAD QUE SE DERIVA DE ELLA
           05 NAC-DIA             PIC 9(2).
       01 FECHA-NAC-VALIDA        PIC X VALUE "N".
           88 NAC-VALIDA          VALUE "S".
      * LA FECHA DE INGRESO SE VALIDA IGUAL, Y NO PUEDE SER FUTURA
       01 FECHA-ING-PARTES.
           05 ING-ANO             PIC 9(4).
           05 ING-MES             PIC 9(2).
           05 ING-DIA             PIC 9(2).
       01 FECHA-ING-VALIDA        PIC X VALUE "N".
           88 ING-VALIDA          VALUE "S".
       01 WS-DIAS-DEL-MES         PIC 9(2) VALUE ZEROES.
       01 WS-RESTO                PIC 9(4) VALUE ZEROES.
       01 WS-COCIENTE             PIC 9(4) VALUE ZEROES.
           DISPLAY "Introduce el departamento: ?".
           ACCEPT NUEVO-DEPARTAMENTO
           PERFORM 2021-VALIDA-DEPARTAMENTO
           DISPLAY "Introduce la fecha de ingreso (AAAAMMDD, "
                   "0 = hoy): ?".
           ACCEPT NUEVO-FECHA-ING
           PERFORM 2028-VALIDA-FECHA-INGRESO
           PERFORM 2005-CONTINUAR.

      *----------------------------------------------------------------*
           ACCEPT NUEVO-FECHA-NAC
           PERFORM 2026-EVALUA-FECHA-NAC.

      *----------------------------------------------------------------*
      * LA FECHA DE INGRESO EN CERO ES HOY; SI SE DIGITA DEBE SER UNA
      * FECHA REAL DEL CALENDARIO Y NO POSTERIOR A HOY
      *----------------------------------------------------------------*
       2028-VALIDA-FECHA-INGRESO.
           ACCEPT WS-HOY-AAAAMMDD FROM DATE YYYYMMDD
           IF NUEVO-FECHA-ING = ZEROES
               MOVE WS-HOY-AAAAMMDD TO NUEVO-FECHA-ING
           END-IF
           PERFORM 2029-EVALUA-FECHA-ING
           PERFORM 2030-REPITE-FECHA-ING UNTIL ING-VALIDA.

       2029-EVALUA-FECHA-ING.
           MOVE "N" TO FECHA-ING-VALIDA
           MOVE NUEVO-FECHA-ING TO FECHA-ING-PARTES
           IF ING-ANO > 1900 AND NUEVO-FECHA-ING NOT > WS-HOY-AAAAMMDD
              AND ING-MES > 0 AND ING-MES < 13
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

       2030-REPITE-FECHA-ING.
           DISPLAY "Fecha de ingreso invalida, digite AAAAMMDD: "
                   WITH NO ADVANCING
           ACCEPT NUEVO-FECHA-ING
           IF NUEVO-FECHA-ING = ZEROES
               MOVE WS-HOY-AAAAMMDD TO NUEVO-FECHA-ING
           END-IF
           PERFORM 2029-EVALUA-FECHA-ING.

      *----------------------------------------------------------------*
      * LA EDAD YA NO SE DIGITA: SE DERIVA DE LA FECHA DE NACIMIENTO,
      * Y DEBE SER LA DE UN EMPLEADO (18 A 99 ANOS)
           MOVE ZEROES          TO EMPLEADOS-FECHA-RETIRO
           MOVE NUEVO-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO
           MOVE NUEVO-FECHA-NAC TO EMPLEADOS-FECHA-NACIMIENTO
           MOVE NUEVO-FECHA-ING TO EMPLEADOS-FECHA-INGRESO
      * EL FONDO DE CESANTIAS SE ASIGNA DESPUES EN INDEXADOS
           MOVE ZEROES          TO EMPLEADOS-FONDO-CESANTIAS
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo grabar el empleado (llave "
