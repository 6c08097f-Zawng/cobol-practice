      ******************************************************************
      * FONDOS - Catalogo de fondos de cesantias: codigo, nombre y NIT
      * del fondo. Lo mantiene el programa FONDOS; INDEXADOS y CARGA
      * validan el fondo de cada empleado contra el, y CESANTIA agrupa
      * por fondo la consignacion anual de cesantias.
      ******************************************************************
       01  REG-FONDO.
           05 FONDO-CODIGO            PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 FONDO-NOMBRE            PIC X(30).
           05 FILLER                  PIC X VALUE SPACE.
           05 FONDO-NIT               PIC X(12).
