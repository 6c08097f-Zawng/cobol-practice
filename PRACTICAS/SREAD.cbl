      * 09-08-26 - print a run-date/page-number header on every page
      * 09-08-26 - write the roster and payroll total to a print file,
      *            not just the console, so HR can hand someone a copy
      * 15-10-26 - widen the in-memory roster entry for the hire date
      * 15-10-26 - widen it again for the severance fund code
      ******************************************************************

      *----------------------------------------------------------------*
       01  TABLA-EMPLEADOS.
           05 TAB-EMP OCCURS 500 TIMES.
              10 TAB-EMP-DEPTO     PIC 9(3).
              10 TAB-EMP-REG       PIC X(174).
       01  EI                      PIC 9(03) VALUE ZEROES.
       01  EJ                      PIC 9(03) VALUE ZEROES.
       01  WS-TEMP-ENTRADA.
           05 WS-TEMP-DEPTO        PIC 9(3).
           05 WS-TEMP-REG          PIC X(174).

      * CATALOGO DE DEPARTAMENTOS EN MEMORIA
       01  WS-NUM-DEPTOS           PIC 9(03) VALUE ZEROES.
