      ******************************************************************
      * PARTCONC - Partidas abiertas de la conciliacion bancaria de
      * NO9CCONC: lo que el cruce del mes no pudo casar, de un lado o
      * del otro, y que pasa a la conciliacion del mes siguiente.
      *   LADO:    'B' EXTRACTO DEL BANCO, 'L' LIBROS DEL TALLER
      *   FUENTE:  EXTRACTO, MAYOR (CUENTA DE BANCOS DEL LIBRO MAYOR),
      *            NOMINA (PAGOBANCO), CREDITO (BANCOPAG), MONEY
      *            (PENDLIQ)
      *   SENTIDO: 'E' ENTRA A LA CUENTA DEL BANCO, 'S' SALE
      * PERIODO es el mes en que la partida aparecio por primera vez.
      ******************************************************************
       01  REG-PARTIDA.
           02 RPAR-LADO              PIC X(01).
           02 RPAR-FUENTE            PIC X(08).
           02 RPAR-FECHA             PIC 9(08).
           02 RPAR-SENTIDO           PIC X(01).
           02 RPAR-VALOR             PIC 9(13)V99.
           02 RPAR-REFERENCIA        PIC X(16).
           02 RPAR-DESCRIPCION       PIC X(30).
           02 RPAR-PERIODO           PIC X(06).
