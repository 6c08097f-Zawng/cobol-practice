      ******************************************************************
      * REGLALIT - Regla de un tiempo liturgico para un servicio de la
      * parroquia (una por tiempo y servicio). La mantiene NO5CFEST y
      * la aplican la reserva por pantalla (NO1CSANM), la carga de
      * solicitudes de la web (NO2CSOLI) y la generacion del
      * calendario con el horario fijo de misas (NO6CCALE).
      *   TIEMPO  : EL MISMO CODIGO DE LITURGIA (AD, NA, TO, CU, SS,
      *             TP, PA)
      *   SERVICIO: 1 BAUTIZO ... 6 MISAS, COMO EN SANMSERV
      *   REGLA   : P = PROHIBIDO, A = PERMITIDO CON AUTORIZACION DEL
      *             PARROCO, T = TARIFA DISTINTA (RRLI-VALOR),
      *             L = LIBRE (SIN RESTRICCION)
      ******************************************************************
       01  REG-REGLALIT.
           02 RRLI-TIEMPO            PIC X(02).
           02 RRLI-COD-SERVICIO      PIC 9(01).
           02 RRLI-REGLA             PIC X(01).
              88 RRLI-PROHIBIDO      VALUE 'P'.
              88 RRLI-AUTORIZACION   VALUE 'A'.
              88 RRLI-TARIFA         VALUE 'T'.
              88 RRLI-LIBRE          VALUE 'L'.
           02 RRLI-VALOR             PIC 9(07).
