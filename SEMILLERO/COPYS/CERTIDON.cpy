      ******************************************************************
      * CERTIDON - Registro de un certificado de donaciones expedido:
      * ano gravable, numero consecutivo (unico entre todos los anos),
      * donante, totales certificados por tipo y fecha de expedicion
      * (AAAAMMDD). Lo graba NO7CCERT la primera vez que certifica a
      * un donante en un ano; si se vuelve a correr el ano, el donante
      * conserva su numero y el certificado sale como reexpedido.
      ******************************************************************
       01  REG-CERTIDON.
           02 RCER-ANO               PIC 9(04).
           02 RCER-NUMERO            PIC 9(06).
           02 RCER-TIPO-DOC          PIC X(01).
           02 RCER-NUM-DOC           PIC X(12).
           02 RCER-COLECTA           PIC 9(09).
           02 RCER-DIEZMO            PIC 9(09).
           02 RCER-DONACION          PIC 9(09).
           02 RCER-TOTAL             PIC 9(09).
           02 RCER-FECHA             PIC 9(08).
