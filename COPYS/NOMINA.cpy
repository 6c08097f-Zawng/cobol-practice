      ******************************************************************
      * NOMINA - Registro de nomina de un empleado en un periodo
      * (AAAAMM). Lo escribe la corrida de NOMINA y lo leen los
      * consolidados (CERTIFIC, PROVISIO). Los FILLER separan los
      * campos para que el archivo se pueda revisar en un editor.
      *   NETO: DEVENGADO MENOS SALUD, PENSION, RETENCION EN LA
      *         FUENTE Y CUOTA DEL PRESTAMO DE EMPLEADO, MAS LOS
      *         INTERESES DE CESANTIAS PAGADOS EN EL PERIODO
      ******************************************************************
       01  REG-NOMINA.
           05 RNOM-PERIODO            PIC X(06).
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-ID                 PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-NOMBRE             PIC X(25).
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-SALARIO            PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-SALUD              PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-PENSION            PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-NETO               PIC 9(9)V99.
      * NOVEDADES APLICADAS EN EL PERIODO (EXTRAS Y BONOS SUMAN,
      * AUSENCIAS DESCUENTAN) Y DEPARTAMENTO DEL EMPLEADO
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-DEPARTAMENTO       PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-EXTRAS             PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-AUSENCIAS          PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-BONOS              PIC 9(9)V99.
      * APORTES PATRONALES DEL PERIODO Y CUOTA DEL PRESTAMO DE
      * EMPLEADO DESCONTADA POR NOMINA
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-APORTES            PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-CUOTA-PRESTAMO     PIC 9(9)V99.
      * RETENCION EN LA FUENTE POR SALARIOS PRACTICADA EN EL PERIODO
      * (TABLA DE RETEFUEN POR ANO)
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-RETENCION          PIC 9(9)V99.
      * INTERESES DE CESANTIAS DEL ANO ANTERIOR PAGADOS AL EMPLEADO
      * (NOVEDAD 'C' QUE GENERA CESANTIA); NO SON SALARIO, NO ENTRAN
      * AL DEVENGADO NI A LA BASE DE APORTES, SOLO SUMAN AL NETO
           05 FILLER                  PIC X VALUE SPACE.
           05 RNOM-INT-CESANTIAS      PIC 9(9)V99.
