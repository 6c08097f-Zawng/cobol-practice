      * solicitante y su estipendio. Cuelgan del numero del servicio
      * de la misa. Las captura y consulta NO1CSANM, que ademas suma
      * los estipendios en el cierre de mes e imprime la hoja de
      * intenciones para el celebrante. NO7CLIQU reparte los
      * estipendios en la liquidacion mensual de cada celebrante.
      ******************************************************************
       01  REG-INTENCION.
           02 RINT-NUM-SERVICIO      PIC 9(04).
