      * dia de la casa de cambio, corrida de nomina), para que ambos
      * lados del CALL usen el mismo layout. Cada llamada asienta una
      * partida doble balanceada: el mismo valor al debe de una
      * cuenta y al haber de otra. Las cuentas no las pone quien
      * llama: salen de la regla de ORIGEN + EVENTO del archivo
      * REGLACON y vuelven en CCON-R-CTA-DEBE / CCON-R-CTA-HABER.
      * CON REVERSO = 'S' se asienta al reves de la regla (contra-
      * asiento de una corrida reversada).
      *   CODRETO: 00 ASENTADO, 01 VALOR EN CERO, 02 ERROR DE
      *   ESCRITURA EN EL LIBRO, 03 NO HAY REGLA PARA ORIGEN + EVENTO,
      *   04 LA REGLA USA UNA CUENTA QUE NO ESTA EN CUENTAS,
      *   05 EL PERIODO ES DE UN ANO FISCAL YA CERRADO
      *   (03, 04 Y 05 NO ASIENTAN NADA; EL MOTIVO QUEDA EN MENSAJE)
      ******************************************************************
       01  NOCOCONT.
           05 CCON-E-ORIGEN           PIC X(08).
           05 CCON-E-EVENTO           PIC X(08).
           05 CCON-E-REVERSO          PIC X(01).
           05 CCON-E-PERIODO          PIC X(06).
           05 CCON-E-VALOR            PIC 9(13)V99.
           05 CCON-R-CTA-DEBE         PIC 9(04).
           05 CCON-R-CTA-HABER        PIC 9(04).
           05 CCON-R-CODRETO          PIC X(02).
           05 CCON-R-MENSAJE          PIC X(70).
