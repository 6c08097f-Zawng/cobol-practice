      ******************************************************************
      * SALDOS - Saldos de apertura del libro mayor que deja el cierre
      * del ano fiscal en NO9CMAYO: por cada cuenta de balance (y de
      * orden) con saldo, el saldo con que abre el ANO (debe positivo,
      * haber negativo). Las cuentas de ingreso y gasto abren en cero.
      * El registro con CUENTA = 0 marca el ano como abierto por un
      * cierre y guarda la utilidad (perdida si es negativa) del ano
      * cerrado. Con los saldos del ano, el balance general y el de
      * prueba solo leen del LIBROMAYOR los asientos del ano en curso;
      * NO9CCONT no asienta en un ano que ya tenga saldos del
      * siguiente (ano cerrado).
      ******************************************************************
       01  REG-SALDO.
           02 RSAL-ANO               PIC 9(04).
           02 RSAL-CUENTA            PIC 9(04).
           02 RSAL-SALDO             PIC S9(15)V99.
