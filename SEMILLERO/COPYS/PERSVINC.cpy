      ******************************************************************
      * PERSVINC - Vinculo entre una persona del maestro PERSONAS y un
      * registro de un sistema: un registro por cada registro fuente
      * ya emparejado. Lo graba NO9CPERS (y NO8CPEBR al resolver la
      * cola de revision).
      *   SISTEMA / CLAVE DEL REGISTRO FUENTE:
      *     FELIGRES  TELEFONO DEL FELIGRES
      *     CLIENTES  DOCUMENTO DEL CLIENTE DE LA CASA DE CAMBIO
      *     DEUDOR    NUMERO DEL PRESTAMO (LA PERSONA ES EL DEUDOR)
      *     CODEUDOR  NUMERO DEL PRESTAMO (LA PERSONA ES EL CODEUDOR)
      *     CDT       NUMERO DEL CERTIFICADO
      *     EMPLEADO  NUMERO DEL EMPLEADO
      *   CRITERIO: 'D' MISMO DOCUMENTO, 'T' MISMO TELEFONO Y NOMBRE
      *             PARECIDO, 'U' PERSONA NUEVA (SIN PAREJA), 'R'
      *             RESUELTO A MANO EN LA COLA DE REVISION
      *   USUARIO:  QUIEN LO RESOLVIO (SOLO EN 'R')
      ******************************************************************
       01  REG-PERSVINC.
           02 RVIN-PERSONA           PIC 9(07).
           02 RVIN-SISTEMA           PIC X(08).
           02 RVIN-CLAVE             PIC X(12).
           02 RVIN-NOMBRE            PIC X(30).
           02 RVIN-CRITERIO          PIC X(01).
           02 RVIN-FECHA             PIC 9(08).
           02 RVIN-USUARIO           PIC X(10).
