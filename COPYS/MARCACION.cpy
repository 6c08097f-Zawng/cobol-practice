      ******************************************************************
      * MARCACION - Marcacion diaria exportada por el reloj del
      * edificio: empleado, fecha y horas de entrada y de salida
      * (HHMM, reloj de 24 horas). Una marca en ceros o en blanco es
      * una marca que falta; si la salida es menor que la entrada el
      * turno paso la medianoche. La lee RELOJ para generar las
      * novedades de horas extra del periodo.
      ******************************************************************
       01  REG-MARCACION.
           05 RMAR-ID                 PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 RMAR-FECHA              PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RMAR-ENTRADA.
              10 RMAR-ENT-HH          PIC 9(2).
              10 RMAR-ENT-MM          PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 RMAR-SALIDA.
              10 RMAR-SAL-HH          PIC 9(2).
              10 RMAR-SAL-MM          PIC 9(2).
