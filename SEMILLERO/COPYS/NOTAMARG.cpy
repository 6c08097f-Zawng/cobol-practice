      ******************************************************************
      * NOTAMARG - Nota marginal de una partida de bautismo de los
      * libros parroquiales: cuando el bautizado se confirma o se casa
      * (aqui o en otra parroquia) la partida debe llevar la nota. La
      * llave es el libro/folio/acta del bautismo en SACRAREG; la nota
      * cita la fecha, la parroquia y el libro/folio/acta donde quedo
      * asentado el sacramento anotado. La graba NO1CSANM al asentar
      * una confirmacion o un matrimonio cuyo bautismo es nuestro, o
      * a mano con la notificacion recibida de otra parroquia, y la
      * imprime la constancia de bautismo.
      *   SACRAMENTO: 3 = CONFIRMACION, 4 = MATRIMONIO
      *   ORIGEN    : A = AUTOMATICA (ASIENTO PROPIO),
      *               M = MANUAL (NOTIFICACION DE OTRA PARROQUIA)
      ******************************************************************
       01  REG-NOTAMARG.
           02 RNOT-LIBRO             PIC 9(02).
           02 RNOT-FOLIO             PIC 9(03).
           02 RNOT-ACTA              PIC 9(05).
           02 RNOT-SACRAMENTO        PIC 9(01).
           02 RNOT-FECHA             PIC X(10).
           02 RNOT-NOMBRE            PIC X(30).
      * EL OTRO CONYUGE CUANDO LA NOTA ES DE MATRIMONIO
           02 RNOT-CONYUGE           PIC X(30).
           02 RNOT-PARROQUIA         PIC X(30).
           02 RNOT-REF-LIBRO         PIC 9(02).
           02 RNOT-REF-FOLIO         PIC 9(03).
           02 RNOT-REF-ACTA          PIC 9(05).
           02 RNOT-ORIGEN            PIC A(01).
           02 RNOT-FEC-NOTA          PIC X(10).
