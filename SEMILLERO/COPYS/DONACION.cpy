      * consultas) y NO1CSANM (seccion de donaciones del cierre de
      * mes), para que ambos usen el mismo layout.
      *   TIPOS: 1 = COLECTA DOMINICAL, 2 = DIEZMO, 3 = DONACION
      * El donante identificado lleva su documento (llave del maestro
      * DONANTES) para el certificado anual de NO7CCERT; el documento
      * en blanco es un donante anonimo (la colecta, el efectivo sin
      * nombre), que suma en el cierre pero no se certifica.
      *   TIPO-DOC: C = CEDULA, N = NIT, E = CEDULA DE EXTRANJERIA,
      *             P = PASAPORTE, BLANCO = ANONIMO
      ******************************************************************
       01  REG-DONACION.
           02 RDON-FECHA             PIC X(10).
           02 RDON-TIPO              PIC 9(01).
           02 RDON-DONANTE           PIC X(20).
           02 RDON-VALOR             PIC 9(07).
           02 RDON-TIPO-DOC          PIC X(01).
           02 RDON-NUM-DOC           PIC X(12).
