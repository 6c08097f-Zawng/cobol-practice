      ******************************************************************
      * CATEGEGR - Catalogo de categorias de egresos de la parroquia
      * (servicios publicos, flores, organista, mantenimiento...). La
      * categoria clasifica cada egreso de EGRESO y es la llave del
      * presupuesto anual de PRESUEGR. Lo mantiene NO3CEGRE.
      ******************************************************************
       01  REG-CATEGEGR.
           02 RCEG-CODIGO            PIC 9(02).
           02 RCEG-NOMBRE            PIC X(20).
