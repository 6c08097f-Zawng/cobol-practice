      ******************************************************************
      * RECERTIF - Evidencia de la recertificacion de accesos de
      * NO8CRECE para los auditores: un registro por usuario revisado,
      * con lo que el revisor tuvo a la vista y lo que decidio. Los
      * registros de una misma revision comparten FECHA y REVISOR.
      *   ULTIMO-INGRESO: ULTIMA ENTRADA 'E' EN LOGSESION (AAAAMMDD,
      *                   CEROS = NO APARECE EN EL LOG)
      *   DENEGADAS:      OPCIONES DENEGADAS ('D') EN LOGSESION
      *   EDAD-CLAVE:     DIAS DESDE QUE SE FIJO LA CLAVE (99999 =
      *                   CLAVE DE USUARIO NUEVO, NUNCA FIJADA)
      *   DECISION:       'C' CONFIRMADO, 'R' REVOCADO, 'I' INHABILITADO
      *                   POR INACTIVIDAD, 'B' YA ESTABA BLOQUEADO,
      *                   'P' PENDIENTE (REVISION SIN FIRMAR, O LA
      *                   CUENTA DEL PROPIO REVISOR)
      *   FIRMADA:        'S' EL REVISOR FIRMO LA REVISION
      ******************************************************************
       01  REG-RECERTIF.
           02 RREC-FECHA             PIC 9(08).
           02 RREC-REVISOR           PIC X(10).
           02 RREC-USUARIO           PIC X(10).
           02 RREC-ROL               PIC X(01).
           02 RREC-ULTIMO-INGRESO    PIC 9(08).
           02 RREC-DENEGADAS         PIC 9(05).
           02 RREC-EDAD-CLAVE        PIC 9(05).
           02 RREC-DECISION          PIC X(01).
           02 RREC-MOTIVO            PIC X(30).
           02 RREC-FIRMADA           PIC X(01).
