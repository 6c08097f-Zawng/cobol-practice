      ******************************************************************
      * PAGOCTA - Cuenta bancaria con la que la corrida de NOMINA le
      * pago a cada empleado en el periodo (EMPLEADOS-CUENTA-BANCO al
      * momento de correr; en blanco si cobro en sobre). El reporte
      * de variaciones de PAGOCTL la compara con la del periodo
      * anterior para marcar los cambios de cuenta antes de liberar
      * el archivo del banco. La reversa del periodo borra sus
      * registros.
      ******************************************************************
       01  REG-PAGOCTA.
           05 RPCU-PERIODO            PIC X(06).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPCU-ID                 PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPCU-CUENTA             PIC X(16).
