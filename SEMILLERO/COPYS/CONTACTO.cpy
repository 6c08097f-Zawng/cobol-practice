      ******************************************************************
      * CONTACTO - Cada intento de entrevista en una direccion del
      * marco muestral (MARCO), con su resultado. Los intentos
      * fallidos los registra NO0C0014; la encuesta completa la graba
      * NO0C0012 al capturarla, con la posicion de la respuesta en el
      * archivo RESPUESTAS (la misma de la lista de callbacks).
      *   RESULTADO: 'C' COMPLETA, 'R' RECHAZO, 'N' NADIE EN CASA,
      *              'I' NO ELEGIBLE, 'D' DIRECCION NO ENCONTRADA
      ******************************************************************
       01  REG-CONTACTO.
           02 RCON-CAMPANA           PIC X(06).
           02 RCON-DIRECCION         PIC 9(06).
           02 RCON-ENCUESTADOR       PIC X(10).
           02 RCON-FECHA             PIC X(10).
           02 RCON-HORA              PIC X(08).
           02 RCON-RESULTADO         PIC X(01).
      * POSICION DEL REGISTRO EN RESPUESTAS (SOLO EN LAS COMPLETAS)
           02 RCON-POSICION          PIC 9(06).
