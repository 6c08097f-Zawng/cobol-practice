      * rol. Lo mantiene NO8CUSUA, lo valida el ingreso de NO0C0003 y
      * lo consultan NO1CSANM, NO1CMONY e INDEXADOS para dejar las
      * opciones destructivas o que mueven dinero solo en los roles
      * autorizados. NO0C0013 toma de aqui el empleado de nomina de
      * cada encuestador para pagarle el incentivo.
      *   ROL: 'A' ADMINISTRADOR, 'S' SUPERVISOR, 'C' CAJERO/OPERADOR
      ******************************************************************
       01  REG-USUARIO.
      * CICLO DE VIDA DE LA CLAVE: FECHA (AAAAMMDD) EN QUE SE FIJO
      * (CEROS = USUARIO NUEVO, CAMBIO OBLIGADO EN EL PRIMER
      * INGRESO), INTENTOS FALLIDOS CONSECUTIVOS Y MARCA DE BLOQUEO
      * ('B' = BLOQUEADO POR INTENTOS, 'I' = INHABILITADO POR NO
      * INGRESAR EN LOS DIAS DE INACTIVIDAD, 'R' = REVOCADO EN LA
      * RECERTIFICACION DE ACCESOS DE NO8CRECE; EN CUALQUIER CASO
      * NO ENTRA Y SOLO NO8CUSUA LO DESBLOQUEA)
           02 RUSU-FECHA-CLAVE       PIC 9(08).
           02 RUSU-FALLIDOS          PIC 9(02).
           02 RUSU-BLOQUEADO         PIC X(01).
      * CEDULA (EMPLEADOS-ID DE LA NOMINA) DEL USUARIO, PARA QUE LO
      * QUE SE LE PAGA POR SU TRABAJO EN EL TALLER (INCENTIVO DE
      * ENCUESTADORES DE NO0C0013) LLEGUE COMO NOVEDAD A SU NOMINA.
      * CEROS = SIN EMPLEADO ASIGNADO
           02 RUSU-EMPLEADO          PIC 9(06).
