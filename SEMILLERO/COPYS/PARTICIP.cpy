      ******************************************************************
      * PARTICIP - Participante inscrito en una ceremonia comunitaria
      * (CEREMONI): numero de la ceremonia, servicio propio del nino
      * en SANMSERV (que lleva su valor y al que se cuelgan sus
      * ABONOS), telefono del feligres responsable, nombre completo
      * del nino, padres y padrinos tal como pasaran al asiento del
      * libro sacramental (SACRAREG). Lo mantiene NO1CSANM.
      *   ESTADO: I = INSCRITO, C = RETIRADO, R = REGISTRADO EN LIBRO
      ******************************************************************
       01  REG-PARTICIPANTE.
           02 RPAR-CEREMONIA         PIC 9(04).
           02 RPAR-NUM-SERVICIO      PIC 9(04).
           02 RPAR-TELEFONO          PIC 9(10).
           02 RPAR-NOMBRE            PIC X(30).
           02 RPAR-PADRE             PIC X(30).
           02 RPAR-MADRE             PIC X(30).
           02 RPAR-PADRINO           PIC X(30).
           02 RPAR-MADRINA           PIC X(30).
           02 RPAR-ESTADO            PIC X(01).
              88 RPAR-INSCRITO       VALUE 'I'.
              88 RPAR-RETIRADO       VALUE 'C'.
              88 RPAR-REGISTRADO     VALUE 'R'.
