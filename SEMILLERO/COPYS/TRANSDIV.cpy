      * UTILIDAD REALIZADA DE LA VENTA (VALOR DE VENTA MENOS CANTIDAD
      * POR COSTO PROMEDIO DE LA DIVISA); CERO EN LAS DEMAS
           02 RTRA-UTILIDAD          PIC S9(10)V99.
      * SUCURSAL DONDE SE HIZO LA OPERACION (0 = PRINCIPAL)
           02 RTRA-SUCURSAL          PIC 9(01).
