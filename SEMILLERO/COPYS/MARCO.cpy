      ******************************************************************
      * MARCO - Marco muestral de la encuesta: las direcciones que el
      * cliente entrega para cada campana, con su ciudad y estrato, y
      * el encuestador al que se le asignan. Lo carga y lo asigna
      * NO0C0014; NO0C0012 exige el codigo de la direccion al capturar
      * una encuesta de una campana que tiene marco. Cada visita a la
      * direccion queda en CONTACTO.
      *   CIUDAD: 1=BOGOTA, 2=MEDELLIN, 3=CALI, 4=BARRANQUILLA, 5=OTRA
      ******************************************************************
       01  REG-MARCO.
           02 RMAR-CAMPANA           PIC X(06).
           02 RMAR-DIRECCION         PIC 9(06).
           02 RMAR-CIUDAD            PIC 9(01).
           02 RMAR-ESTRATO           PIC 9(01).
           02 RMAR-TEXTO             PIC X(40).
      * ENCUESTADOR ASIGNADO (ESPACIOS = SIN ASIGNAR) Y DESDE CUANDO
           02 RMAR-ENCUESTADOR       PIC X(10).
           02 RMAR-FECHA-ASIGNA      PIC X(10).
