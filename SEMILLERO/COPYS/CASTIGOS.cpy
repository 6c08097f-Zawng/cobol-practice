      ******************************************************************
      * CASTIGOS - Log de castigos de cartera: un registro por cada
      * prestamo que el supervisor aprueba castigar desde NO4CSERV
      * (opcion de castigo, sobre la propuesta que arma NO4CCAST). El
      * capital y la mora castigados quedan desde entonces fuera del
      * balance, en cuentas de orden, hasta su recuperacion. Lo leen
      * NO4CCAST (reporte de castigos y recuperaciones) y NO4CPROV
      * (provision consumida por los castigos del mes).
      ******************************************************************
       01  REG-CASTIGO.
           02 RCAS-FECHA             PIC X(10).
           02 RCAS-NUMERO            PIC 9(06).
           02 RCAS-PRODUCTO          PIC X(24).
      * CAPITAL REAL CASTIGADO (SALDO SIN EL INTERES NO CAUSADO) Y
      * MORA ACUMULADA AL MOMENTO DEL CASTIGO
           02 RCAS-CAPITAL           PIC 9(15)V9(02).
           02 RCAS-MORA              PIC 9(13)V9(02).
           02 RCAS-DIAS-MORA         PIC 9(05).
           02 RCAS-USUARIO           PIC X(10).
