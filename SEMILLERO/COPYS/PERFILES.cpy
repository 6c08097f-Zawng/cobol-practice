      ******************************************************************
      * PERFILES - Perfil de conocimiento del cliente de la casa de
      * cambio (uno por documento del registro de CLIENTES): ocupacion,
      * origen de fondos, volumen mensual declarado, PEP, nacionalidad
      * y la calificacion de riesgo calculada con esos datos y con la
      * actividad real del historico. Lo mantiene NO3CPERF y lo
      * consulta NO1CMONY al capturar el cliente de una operacion.
      ******************************************************************
       01  REG-PERFIL.
           02 RPER-DOCUMENTO         PIC X(12).
      * OCUPACION: 1 EMPLEADO, 2 INDEPENDIENTE, 3 PENSIONADO,
      * 4 ESTUDIANTE U HOGAR, 5 COMERCIO DE EFECTIVO
           02 RPER-OCUPACION         PIC 9(01).
           02 RPER-OCUPA-DETALLE     PIC X(20).
      * ORIGEN DE FONDOS: 1 SALARIO, 2 NEGOCIO PROPIO, 3 PENSION O
      * RENTA, 4 REMESAS DEL EXTERIOR, 5 OTRO
           02 RPER-FONDOS            PIC 9(01).
           02 RPER-VOLUMEN-DECL      PIC 9(12).
           02 RPER-PEP               PIC X(01).
              88 RPER-ES-PEP         VALUE 'S'.
           02 RPER-NACIONALIDAD      PIC X(03).
      * ACTIVIDAD REAL: PROMEDIO MENSUAL DE LOS ULTIMOS 90 DIAS
           02 RPER-VOLUMEN-REAL      PIC 9(12).
           02 RPER-PUNTAJE           PIC 9(02).
      * RIESGO: 'B' BAJO, 'M' MEDIO, 'A' ALTO
           02 RPER-RIESGO            PIC X(01).
              88 RPER-RIESGO-ALTO    VALUE 'A'.
      * FECHAS AAAAMMDD: ULTIMA ACTUALIZACION DEL PERFIL Y PROXIMA
      * REVISION (1, 2 O 3 ANOS SEGUN EL RIESGO)
           02 RPER-FEC-PERFIL        PIC 9(08).
           02 RPER-FEC-REVISION      PIC 9(08).
