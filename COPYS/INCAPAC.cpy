      ******************************************************************
      * INCAPAC - Incapacidad de un empleado, llave ID + FECHA DE
      * INICIO, con el tipo, los dias y el numero del certificado:
      *   TIPO    'G' ENFERMEDAD GENERAL (RECOBRO A LA EPS)
      *           'L' ACCIDENTE DE TRABAJO (RECOBRO A LA ARL)
      *           'M' LICENCIA DE MATERNIDAD (RECOBRO A LA EPS)
      *   ENTIDAD 'E' EPS / 'A' ARL, SEGUN EL TIPO
      * La registra INCAPACI; la corrida de NOMINA la liquida en el
      * periodo (los primeros dias a cargo de la compania, el resto
      * al porcentaje de ley) y deja el valor a recobrar, y el
      * seguimiento del recobro vuelve a INCAPACI.
      *   ESTADO  ESPACIO SIN LIQUIDAR, 'N' LIQUIDADA SIN RECOBRO,
      *           'P' RECOBRO PENDIENTE, 'G' PAGADO POR LA ENTIDAD,
      *           'R' RECHAZADO POR LA ENTIDAD
      ******************************************************************
       01  REG-INCAPAC.
           05 RINC-ID                 PIC 9(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-FECHA-INICIO       PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-TIPO               PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-DIAS               PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-CERTIFICADO        PIC X(15).
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-ENTIDAD            PIC X(1).
      * LIQUIDACION EN NOMINA Y SEGUIMIENTO DEL RECOBRO
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-PERIODO            PIC X(06).
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-VALOR-EMPRESA      PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-VALOR-RECOBRO      PIC 9(9)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-ESTADO             PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 RINC-FECHA-ESTADO       PIC 9(8).
