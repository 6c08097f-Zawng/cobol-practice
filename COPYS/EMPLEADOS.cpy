      * CODIGO DEL CARGO, VALIDADO CONTRA EL CATALOGO CARGOS.data
      * QUE MANTIENE EL PROGRAMA CARGOS (CERO = SIN CARGO ASIGNADO)
           05 EMPLEADOS-CARGO         PIC 9(3).
      * FECHA DE INGRESO A LA COMPANIA (AAAAMMDD): DE AQUI SALEN LA
      * ANTIGUEDAD, LOS ANIVERSARIOS Y LA CAUSACION DE VACACIONES
      * (CEROS = REGISTRO ANTERIOR AL CAMPO, SIN FECHA CONOCIDA)
           05 EMPLEADOS-FECHA-INGRESO PIC 9(8).
      * FONDO DE CESANTIAS DEL EMPLEADO, VALIDADO CONTRA EL CATALOGO
      * FONDOS.data QUE MANTIENE EL PROGRAMA FONDOS; A EL SE CONSIGNAN
      * LAS CESANTIAS DEL ANO (CERO = SIN FONDO ASIGNADO)
           05 EMPLEADOS-FONDO-CESANTIAS
                                      PIC 9(3).
