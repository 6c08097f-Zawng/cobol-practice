      ******************************************************************
      * DONANTE - Maestro de donantes identificados de la parroquia
      * (personas y empresas que piden certificado de donacion), con
      * el tipo y numero de documento como llave. Lo mantiene NO3CDONA
      * al registrar las donaciones y lo lee NO7CCERT para el nombre y
      * la direccion del certificado anual.
      *   TIPO-DOC: C = CEDULA, N = NIT, E = CEDULA DE EXTRANJERIA,
      *             P = PASAPORTE
      ******************************************************************
       01  REG-DONANTE.
           02 RDNT-TIPO-DOC          PIC X(01).
           02 RDNT-NUM-DOC           PIC X(12).
           02 RDNT-NOMBRE            PIC X(30).
           02 RDNT-DIRECCION         PIC X(30).
           02 RDNT-CIUDAD            PIC X(15).
           02 RDNT-TELEFONO          PIC 9(10).
