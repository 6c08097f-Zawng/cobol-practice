      ******************************************************************
      * SOLICRED - Solicitud de credito: etapa entre la cotizacion
      * que el cliente acepta y el prestamo formal del maestro
      * PRESTAMOS. La radica NO4CCOTI; NO4CSOLI la pasa a estudio (la
      * asigna al aprobador cuya atribucion cubre el capital), la
      * aprueba o la niega; solo la aprobada se formaliza en NO4CCOTI.
      *   ESTADO:     'R' RADICADA, 'E' EN ESTUDIO, 'A' APROBADA,
      *               'N' NEGADA, 'F' FORMALIZADA
      *   DOCUMENTOS: 'S' ENTREGADO, 'N' PENDIENTE, 'X' NO APLICA
      ******************************************************************
       01  REG-SOLICITUD.
           02 RSOL-NUMERO            PIC 9(06).
           02 RSOL-FECHA             PIC X(10).
           02 RSOL-ESTADO            PIC X(01).
           02 RSOL-FECHA-ESTADO      PIC X(10).
      * CONDICIONES DE LA COTIZACION ACEPTADA
           02 RSOL-COT-FECHA         PIC X(10).
           02 RSOL-PRODUCTO          PIC X(24).
           02 RSOL-CAPITAL           PIC 9(15)V9(02).
           02 RSOL-CUOTAS            PIC 9(03).
           02 RSOL-CUOTA-MEN         PIC 9(15)V9(02).
           02 RSOL-TOTAL             PIC 9(15)V9(02).
           02 RSOL-CODEU-NOMBRE      PIC X(25).
           02 RSOL-CODEU-EDAD        PIC 9(03).
           02 RSOL-CODEU-TELEFONO    PIC 9(10).
      * IDENTIFICACION DEL DEUDOR Y DEL CODEUDOR
           02 RSOL-DEUDOR-DOC        PIC X(12).
           02 RSOL-DEUDOR-NOMBRE     PIC X(25).
           02 RSOL-CODEU-DOC         PIC X(12).
      * CAPACIDAD DE PAGO DECLARADA. LA RELACION (PORCENTAJE) ES
      * (OBLIGACIONES + CUOTA NUEVA) / INGRESOS; 999.99 SIN INGRESOS
           02 RSOL-INGRESOS          PIC 9(13)V9(02).
           02 RSOL-OBLIGACIONES      PIC 9(13)V9(02).
           02 RSOL-RELACION          PIC 9(03)V9(02).
      * LISTA DE DOCUMENTOS: CEDULA, SOPORTE DE INGRESOS Y PAPELES
      * DEL CODEUDOR
           02 RSOL-DOC-IDENTIDAD     PIC X(01).
           02 RSOL-DOC-INGRESOS      PIC X(01).
           02 RSOL-DOC-CODEUDOR      PIC X(01).
      * APROBADOR ASIGNADO ('*' SIN TABLA DE ATRIBUCIONES), QUIEN
      * DECIDIO, MOTIVO DE LA NEGACION Y PRESTAMO FORMALIZADO
           02 RSOL-APROBADOR         PIC X(10).
           02 RSOL-DECIDIO           PIC X(10).
           02 RSOL-MOTIVO            PIC X(40).
           02 RSOL-PRESTAMO          PIC 9(06).
      * SEGURO DE VIDA DEUDORES DE LA COTIZACION: EDAD DEL DEUDOR Y
      * TASA ANUAL DE SU BANDA
           02 RSOL-DEUDOR-EDAD       PIC 9(03).
           02 RSOL-SEG-TASA          PIC 9V9(03).
