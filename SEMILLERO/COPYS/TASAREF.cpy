      ******************************************************************
      * TASAREF - Historia de la tasa de referencia publicada para los
      * prestamos de tasa variable: cada registro es una tasa mensual
      * (porcentaje) vigente desde su fecha (AAAAMMDD), en orden
      * cronologico. La registra NO4CTREF; NO4CREPR toma la vigente en
      * el aniversario de cada prestamo y le suma su spread.
      ******************************************************************
       01  REG-TASAREF.
           02 RTRF-FECHA             PIC 9(08).
           02 RTRF-TASA              PIC 9(02)V99.
           02 RTRF-USUARIO           PIC X(10).
           02 RTRF-FECHA-REG         PIC 9(08).
