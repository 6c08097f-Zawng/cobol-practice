      ******************************************************************
      * PERSONAS - Maestro unico de personas del taller: la misma
      * persona puede ser feligres (por telefono), cliente de la casa
      * de cambio (por documento), deudor o codeudor de un prestamo,
      * titular de un CDT y empleado, y cada sistema la conoce con
      * otra llave. Aqui tiene un numero de persona propio. Lo arma y
      * lo completa el batch NO9CPERS; los vinculos con los registros
      * de cada sistema van en PERSVINC y los emparejamientos dudosos
      * en la cola de revision PERSREVI. NO8CPEBR lo consulta (vista
      * 360) y trabaja la cola.
      *   DOCUMENTO: ESPACIOS = NINGUN SISTEMA LO TRAE TODAVIA
      *   TELEFONO:  CEROS = NINGUN SISTEMA LO TRAE TODAVIA
      *   CLAVE-NOM: NOMBRE EN MAYUSCULAS, SOLO LETRAS Y DIGITOS (LA
      *              MISMA NORMALIZACION DE NO2CDUPL)
      ******************************************************************
       01  REG-PERSONA.
           02 RPSN-NUMERO            PIC 9(07).
           02 RPSN-DOCUMENTO         PIC X(12).
           02 RPSN-TELEFONO          PIC 9(10).
           02 RPSN-NOMBRE            PIC X(30).
           02 RPSN-CLAVE-NOM         PIC X(30).
           02 RPSN-FECHA-ALTA        PIC 9(08).
           02 RPSN-FECHA-ACTUAL      PIC 9(08).
