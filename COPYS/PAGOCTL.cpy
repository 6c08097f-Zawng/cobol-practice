      ******************************************************************
      * PAGOCTL - Control del pago de cada corrida de NOMINA: la
      * corrida deja su periodo retenido y el archivo PAGOBANCO.data
      * no va al banco hasta que un supervisor lo libera en PAGOCTL.
      * Antes de liberar, el supervisor firma las excepciones del
      * reporte de variaciones. Un periodo retenido o firmado se
      * puede reversar; uno liberado ya no.
      *   ESTADO  'R' RETENIDO, 'F' EXCEPCIONES FIRMADAS,
      *           'L' LIBERADO AL BANCO, 'V' REVERSADO
      * Si un periodo se reversa y se vuelve a correr, rige el ultimo
      * registro del periodo.
      ******************************************************************
       01  REG-PAGOCTL.
           05 RPCT-PERIODO            PIC X(06).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPCT-ESTADO             PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPCT-FECHA-CORRIDA      PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPCT-FECHA-ESTADO       PIC 9(8).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPCT-USUARIO            PIC X(10).
