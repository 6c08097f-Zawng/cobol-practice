      ******************************************************************
      * PERSREVI - Cola de revision de los emparejamientos dudosos de
      * NO9CPERS: el registro fuente (sistema y clave, como en
      * PERSVINC) con sus datos, la persona que se le parece y por
      * que. Mientras esta pendiente el batch no lo vuelve a tocar;
      * NO8CPEBR lo resuelve y deja el vinculo en PERSVINC.
      *   ESTADO: 'P' PENDIENTE, 'V' VINCULADO A UNA PERSONA EXISTENTE,
      *           'N' RESULTO SER UNA PERSONA NUEVA
      *   PERSONA: LA PERSONA CON LA QUE QUEDO (CEROS SI PENDIENTE)
      ******************************************************************
       01  REG-PERSREVI.
           02 RPRV-SISTEMA           PIC X(08).
           02 RPRV-CLAVE             PIC X(12).
           02 RPRV-NOMBRE            PIC X(30).
           02 RPRV-DOCUMENTO         PIC X(12).
           02 RPRV-TELEFONO          PIC 9(10).
           02 RPRV-CANDIDATO         PIC 9(07).
           02 RPRV-MOTIVO            PIC X(30).
           02 RPRV-FECHA             PIC 9(08).
           02 RPRV-ESTADO            PIC X(01).
           02 RPRV-PERSONA           PIC 9(07).
           02 RPRV-FECHA-DECISION    PIC 9(08).
           02 RPRV-USUARIO           PIC X(10).
