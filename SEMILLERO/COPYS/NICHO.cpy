      ******************************************************************
      * NICHO - Registro del maestro de nichos del columbario (osario)
      * de la parroquia: ubicacion (pabellon, fila, columna), tipo y
      * estado, con el contrato que lo ocupa. Compartido por NO2CNICH
      * (mantenimiento, contratos y vencimientos) y NO1CSANM (nicho
      * asignado desde la reserva del funeral).
      *   TIPO  : O = OSARIO (RESTOS), C = CENIZARIO (CENIZAS)
      *   ESTADO: L = LIBRE, V = VENDIDO, A = ARRENDADO
      ******************************************************************
       01  REG-NICHO.
           02 RNIC-CODIGO            PIC 9(04).
           02 RNIC-PABELLON          PIC X(01).
           02 RNIC-FILA              PIC 9(02).
           02 RNIC-COLUMNA           PIC 9(02).
           02 RNIC-TIPO              PIC A(01).
           02 RNIC-ESTADO            PIC A(01).
           02 RNIC-CONTRATO          PIC 9(04).
