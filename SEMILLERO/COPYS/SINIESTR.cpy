      ******************************************************************
      * SINIESTR - Reclamacion al seguro de vida deudores por muerte
      * del deudor de un prestamo asegurado. La radica y la sigue con
      * la aseguradora NO4CSINI; cuando la aseguradora paga, NO4CSERV
      * aplica la indemnizacion y cancela el prestamo. Un solo
      * siniestro por prestamo (el objetado se puede volver a enviar).
      *   ESTADO: 'R' RADICADO, 'E' ENVIADO A LA ASEGURADORA,
      *           'O' OBJETADO, 'P' PAGADO Y APLICADO AL PRESTAMO
      ******************************************************************
       01  REG-SINIESTRO.
           02 RSIN-PRESTAMO          PIC 9(06).
           02 RSIN-FECHA-AVISO       PIC X(10).
           02 RSIN-FECHA-MUERTE      PIC X(10).
           02 RSIN-ESTADO            PIC X(01).
           02 RSIN-FECHA-ESTADO      PIC X(10).
           02 RSIN-DEUDOR-DOC        PIC X(12).
           02 RSIN-DEUDOR-NOMBRE     PIC X(25).
      * VALOR ASEGURADO: CAPITAL PENDIENTE (SALDO SIN EL INTERES NO
      * CAUSADO) EL DIA DEL AVISO
           02 RSIN-VALOR-ASEGURADO   PIC 9(15)V9(02).
      * INDEMNIZACION RECIBIDA Y LO QUE SOBRO DESPUES DE CANCELAR EL
      * PRESTAMO (SE DEVUELVE A LOS BENEFICIARIOS)
           02 RSIN-VALOR-PAGADO      PIC 9(15)V9(02).
           02 RSIN-EXCEDENTE         PIC 9(15)V9(02).
      * RADICADO DE LA RECLAMACION EN LA ASEGURADORA
           02 RSIN-REF-ASEGURADORA   PIC X(15).
      * ULTIMO USUARIO QUE LO MOVIO Y MOTIVO DE LA OBJECION
           02 RSIN-USUARIO           PIC X(10).
           02 RSIN-MOTIVO            PIC X(40).
