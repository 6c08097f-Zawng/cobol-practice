      ******************************************************************
      * PRESUEGR - Presupuesto anual de egresos por categoria, que el
      * consejo parroquial aprueba cada ano. La cuota de cada mes es
      * la doceava parte del valor anual. Un registro por ano y
      * categoria (al volverlo a capturar se reemplaza). Lo mantiene
      * NO3CEGRE y lo compara contra lo ejecutado en EGRESO.
      ******************************************************************
       01  REG-PRESUEGR.
           02 RPRE-ANO               PIC 9(04).
           02 RPRE-CATEGORIA         PIC 9(02).
           02 RPRE-VALOR             PIC 9(09).
