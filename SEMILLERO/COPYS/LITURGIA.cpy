      ******************************************************************
      * LITURGIA - Calendario liturgico de un ano: un registro por
      * cada tramo de un tiempo liturgico (fechas desde/hasta en
      * AAAAMMDD, inclusive). Lo genera NO5CFEST a partir de la Pascua
      * del ano y lo leen NO1CSANM, NO2CSOLI y NO6CCALE para aplicar
      * las reglas de REGLALIT a la fecha de cada servicio.
      *   TIEMPO: AD = ADVIENTO, NA = NAVIDAD, TO = TIEMPO ORDINARIO,
      *           CU = CUARESMA, SS = SEMANA SANTA (DOMINGO DE RAMOS A
      *           MIERCOLES SANTO), TP = TRIDUO PASCUAL (JUEVES A
      *           SABADO SANTO), PA = PASCUA (HASTA PENTECOSTES)
      ******************************************************************
       01  REG-LITURGIA.
           02 RLIT-ANO               PIC 9(04).
           02 RLIT-DESDE             PIC 9(08).
           02 RLIT-HASTA             PIC 9(08).
           02 RLIT-TIEMPO            PIC X(02).
           02 RLIT-NOMBRE            PIC X(20).
