      * frecuentes de la parroquia), con el telefono como llave de
      * busqueda. Compartido por NO2CFELI (mantenimiento) y NO1CSANM
      * (reserva de servicios), para que ambos usen el mismo layout.
      * NO2CDUPL lista los probables duplicados y NO2CFUSI los fusiona
      * en el telefono que sobrevive.
      ******************************************************************
       01  REG-FELIGRES.
           02 RFEL-TELEFONO          PIC 9(10).
