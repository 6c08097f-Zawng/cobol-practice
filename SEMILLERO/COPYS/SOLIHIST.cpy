      ******************************************************************
      * SOLIHIST - Historia de estados de las solicitudes de credito
      * (SOLICRED). Un registro por cada cambio de estado, escrito por
      * NO4CCOTI (radicada, formalizada) y NO4CSOLI (en estudio,
      * aprobada, negada con su motivo); NO4CSOLI la consulta.
      *   ESTADO: 'R' RADICADA, 'E' EN ESTUDIO, 'A' APROBADA,
      *           'N' NEGADA, 'F' FORMALIZADA
      ******************************************************************
       01  REG-SOLIHIST.
           02 RSHI-NUMERO            PIC 9(06).
           02 RSHI-FECHA             PIC X(10).
           02 RSHI-HORA              PIC X(08).
           02 RSHI-ESTADO            PIC X(01).
           02 RSHI-USUARIO           PIC X(10).
           02 RSHI-MOTIVO            PIC X(40).
