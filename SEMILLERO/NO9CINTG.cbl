      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: CHEQUEO NOCTURNO DE INTEGRIDAD ENTRE ARCHIVOS. CON
      * EL TIEMPO LOS ARCHIVOS DE LA PARROQUIA, EL CREDITO, LA CASA DE
      * CAMBIO Y LA NOMINA SE DESCUADRAN ENTRE SI (ABONOS DE SERVICIOS
      * QUE YA NO ESTAN, PAGOS DE PRESTAMOS QUE NO EXISTEN, EMPLEADOS
      * CON CODIGOS DE CATALOGO BORRADOS). ESTE PASO CARGA LOS
      * MAESTROS EN MEMORIA, RECORRE CADA ARCHIVO HIJO DE LA LISTA DE
      * RELACIONES E IMPRIME CADA HUERFANO CON SU ARCHIVO, SU CLAVE Y
      * LA REFERENCIA ROTA, CON UNA PAGINA DE RESUMEN POR RELACION. EL
      * REPORTE VA AL SPOOL CENTRAL.
      * CORRE COMO PASO DE NO9CBATC MARCADO CON CODIGO DE RETORNO:
      * DEVUELVE 8 SI HAY HUERFANOS EN UNA RELACION CRITICA (LA
      * CADENA SE DETIENE Y LA CORRIDA DE LA MANANA LO MUESTRA), 4 SI
      * SOLO LOS HAY EN RELACIONES DE ADVERTENCIA, Y 0 SI TODO CUADRA.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO9CINTG.
       AUTHOR.                           NOVATEC (EDWIN-PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * SERVICIOS DE LA PARROQUIA (INDEXADO POR NUMERO DE SERVICIO,
      * IGUAL QUE EN NO1CSANM; AQUI SOLO SE RECORRE)
           SELECT SERVICIO ASSIGN TO './FILES/SANMIGUEL/SANMSERV'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASER-NUM-SERVICIO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SER.
      * HISTORICO DE SERVICIOS CERRADOS POR ANO (CIERRE DE NO1CSANM):
      * LOS HIJOS DE UN SERVICIO YA ARCHIVADO NO SON HUERFANOS
           SELECT SANMHIST ASSIGN TO './FILES/SANMIGUEL/SANMHIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIS.
      * ABONOS (PAGOS PARCIALES) DE LOS SERVICIOS
           SELECT ABONOS ASSIGN TO './FILES/SANMIGUEL/ABONOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * ENLACES RESERVA-RECURSO
           SELECT RESERREC ASSIGN TO './FILES/SANMIGUEL/RESERREC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * INTENCIONES DE MISA, COLGADAS DEL SERVICIO DE LA MISA
           SELECT INTENCION ASSIGN TO './FILES/SANMIGUEL/INTENCION'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * LIBROS PARROQUIALES, CON EL SERVICIO QUE LES DIO ORIGEN
           SELECT SACRAREG ASSIGN TO './FILES/SANMIGUEL/SACRAREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * MAESTRO DE PRESTAMOS
           SELECT PRESTAMOS ASSIGN TO './FILES/CREDITO/PRESTAMOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PRES.
      * PAGOS APLICADOS A LOS PRESTAMOS
           SELECT PAGOSPRE ASSIGN TO './FILES/CREDITO/PAGOSPRE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * PRESTAMOS CASTIGADOS (NO4CCAST)
           SELECT CASTIGOS ASSIGN TO './FILES/CREDITO/CASTIGOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * SINIESTROS DEL SEGURO DE VIDA DEUDORES (NO4CSINI)
           SELECT SINIESTR ASSIGN TO './FILES/CREDITO/SINIESTR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * RECUPERACIONES DE CARTERA CASTIGADA
           SELECT RECUPERA ASSIGN TO './FILES/CREDITO/RECUPERA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * CLIENTES DE LA CASA DE CAMBIO (CUMPLIMIENTO)
           SELECT CLIENTES ASSIGN TO './FILES/MONEY/CLIENTES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CLI.
      * MAESTRO DE SUCURSALES (NO3CSUCU)
           SELECT SUCURSALES ASSIGN TO './FILES/MONEY/SUCURSALES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SUC.
      * HISTORICO DE TRANSACCIONES (INDEXADO, COMO EN NO1CMONY; AQUI
      * SOLO SE RECORRE)
           SELECT TRANSHIS ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTHI-CLAVE
           ALTERNATE RECORD KEY IS RTHI-CLIENTE-DOC
                                   WITH DUPLICATES
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * PERFILES DE RIESGO DE LOS CLIENTES (NO3CPERF)
           SELECT PERFILES ASSIGN TO './FILES/MONEY/PERFILES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
      * MAESTRO DE EMPLEADOS Y CATALOGOS DE LA NOMINA (LOS MISMOS
      * ARCHIVOS DE GENERADOS QUE MANTIENEN LOS PROGRAMAS DE PRACTICAS)
           SELECT EMPLEADOS
           ASSIGN TO '../GENERADOS/EMPLEADOS.data'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMPLEADOS-ID
           ALTERNATE RECORD KEY IS EMPLEADOS-TELEFONO
               WITH DUPLICATES
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIJ.
           SELECT DEPARTAMENTOS
           ASSIGN TO '../GENERADOS/DEPARTAMENTOS.data'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAT.
           SELECT CARGOS
           ASSIGN TO '../GENERADOS/CARGOS.data'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAT.
           SELECT FONDOS
           ASSIGN TO '../GENERADOS/FONDOS.data'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAT.
      * REPORTE DE HUERFANOS
           SELECT IMPRESOR ASSIGN TO './FILES/BATCH/INTEGRID'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  SERVICIO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SERVICIO.
           02 ASER-NUM-SERVICIO    PIC 9(04).
           02 ASER-COD-SERVICIO    PIC 9(01).
           02 ASER-FECHA           PIC X(10).
           02 ASER-HORA            PIC X(05).
           02 ASER-NOMBRE          PIC X(20).
           02 ASER-TELEFONO        PIC 9(10).
           02 ASER-AGREGADOS       PIC A(01).
           02 ASER-VALOR           PIC 9(07).
           02 ASER-ESTADO          PIC A(01).
           02 ASER-CELEBRANTE      PIC 9(02).
           02 ASER-SEDE            PIC 9(01).

       FD  SANMHIST LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/HISTSERV.cpy'.

       FD  ABONOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/ABONOS.cpy'.

       FD  RESERREC LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/RESERREC.cpy'.

       FD  INTENCION LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/INTENCION.cpy'.

       FD  SACRAREG LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SACRAREG.cpy'.

       FD  PRESTAMOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PRESTAMO.cpy'.

       FD  PAGOSPRE LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PAGO.
           02 RPAG-NUMERO            PIC 9(06).
           02 RPAG-CUOTA-NUM         PIC 9(03).
           02 RPAG-FECHA             PIC X(10).
           02 RPAG-VALOR             PIC 9(15)V9(02).
           02 RPAG-MARCA             PIC X(01).

       FD  CASTIGOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CASTIGOS.cpy'.

       FD  SINIESTR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SINIESTR.cpy'.

       FD  RECUPERA LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/RECUPERA.cpy'.

       FD  CLIENTES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CLIENTES.cpy'.

       FD  SUCURSALES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/SUCURSAL.cpy'.

       FD  TRANSHIS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TRANSHIS.cpy'.

       FD  PERFILES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERFILES.cpy'.

       FD  EMPLEADOS.
       COPY '../COPYS/EMPLEADOS.cpy'.

       FD  DEPARTAMENTOS.
       01  REG-DEPARTAMENTO.
           05 DEPTO-CODIGO            PIC 9(3).
           05 FILLER                  PIC X.
           05 DEPTO-NOMBRE            PIC X(20).

       FD  CARGOS.
       COPY '../COPYS/CARGOS.cpy'.

       FD  FONDOS.
       COPY '../COPYS/FONDOS.cpy'.

       FD  IMPRESOR LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-SER             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-HIS             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PRES            PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CLI             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SUC             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CAT             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-HIJ             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP             PIC X(02) VALUE SPACES.
       01  SW-FDA                    PIC 9 VALUE ZEROS.

      *----------------------------------------------------------------*
      * RELACIONES QUE SE REVISAN: ARCHIVO HIJO, MAESTRO DEL QUE
      * DEPENDE, 'C' SI ES CRITICA (SU HUERFANO DETIENE LA CADENA
      * NOCTURNA) O 'A' SI ES DE ADVERTENCIA, Y SU DESCRIPCION. EL
      * NUMERO DE LA RELACION ES SU POSICION EN LA LISTA; CADA UNA
      * TIENE SU PARRAFO DE REVISION EN EL PROCEDIMIENTO.
      *----------------------------------------------------------------*
       01  WS-LISTA-RELACIONES.
           02 FILLER PIC X(50) VALUE
              'ABONOS   SANMSERV C ABONO DE UN SERVICIO'.
           02 FILLER PIC X(50) VALUE
              'RESERREC SANMSERV A RECURSO DE UN SERVICIO VIGENTE'.
           02 FILLER PIC X(50) VALUE
              'INTENCIO SANMSERV C INTENCION DE UNA MISA VIGENTE'.
           02 FILLER PIC X(50) VALUE
              'SACRAREG SANMSERV C ACTA DE UN SERVICIO'.
           02 FILLER PIC X(50) VALUE
              'PAGOSPRE PRESTAMO C PAGO DE UN PRESTAMO'.
           02 FILLER PIC X(50) VALUE
              'CASTIGOS PRESTAMO C CASTIGO DE UN PRESTAMO'.
           02 FILLER PIC X(50) VALUE
              'SINIESTR PRESTAMO C SINIESTRO DE UN PRESTAMO'.
           02 FILLER PIC X(50) VALUE
              'RECUPERA PRESTAMO C RECUPERACION DE UN PRESTAMO'.
           02 FILLER PIC X(50) VALUE
              'TRANSHIS CLIENTES A CLIENTE DE LA OPERACION'.
           02 FILLER PIC X(50) VALUE
              'TRANSHIS SUCURSAL A SUCURSAL DE LA OPERACION'.
           02 FILLER PIC X(50) VALUE
              'PERFILES CLIENTES A PERFIL DE UN CLIENTE'.
           02 FILLER PIC X(50) VALUE
              'EMPLEADO DEPARTAM A DEPARTAMENTO DEL EMPLEADO'.
           02 FILLER PIC X(50) VALUE
              'EMPLEADO CARGOS   A CARGO DEL EMPLEADO'.
           02 FILLER PIC X(50) VALUE
              'EMPLEADO FONDOS   A FONDO DE CESANTIAS'.
       01  WS-TABLA-RELACIONES REDEFINES WS-LISTA-RELACIONES.
           02 TAB-RELACION OCCURS 14 TIMES.
              03 TAB-REL-HIJO        PIC X(08).
              03 FILLER              PIC X(01).
              03 TAB-REL-PADRE       PIC X(08).
              03 FILLER              PIC X(01).
              03 TAB-REL-CRITICA     PIC X(01).
              03 FILLER              PIC X(01).
              03 TAB-REL-NOMBRE      PIC X(30).
       01  WS-NUM-RELACIONES         PIC 9(02) VALUE 14.

      * RESULTADO DE CADA RELACION: SI SE PUDO LEER EL ARCHIVO HIJO,
      * REGISTROS REVISADOS Y HUERFANOS
       01  TABLA-CONTEO.
           02 TAB-CONTEO OCCURS 14 TIMES.
              03 TAB-CNT-LEIDO       PIC X(01).
              03 TAB-CNT-REVISADOS   PIC 9(07).
              03 TAB-CNT-HUERFANOS   PIC 9(07).
       01  RX                        PIC 9(02) VALUE ZEROS.

      * SERVICIOS DE LA PARROQUIA, POR NUMERO DE SERVICIO: 'S' SI
      * EXISTE (VIVO EN SANMSERV O ARCHIVADO EN SANMHIST), CON SU
      * CODIGO Y SU ESTADO
       01  TABLA-SERVICIOS.
           02 TAB-SRV OCCURS 9999 TIMES.
              03 TAB-SRV-EXISTE      PIC X(01).
              03 TAB-SRV-CODIGO      PIC 9(01).
              03 TAB-SRV-ESTADO      PIC X(01).

      * NUMEROS DE PRESTAMO DEL MAESTRO
       01  WS-NUM-PRESTAMOS          PIC 9(05) VALUE ZEROS.
       01  TABLA-PRESTAMOS.
           02 TAB-PRE                OCCURS 1 TO 20000 TIMES
                                     DEPENDING ON WS-NUM-PRESTAMOS.
              03 TAB-PRE-NUMERO      PIC 9(06).
       01  PX                        PIC 9(05) VALUE ZEROS.

      * DOCUMENTOS DE LOS CLIENTES DE LA CASA DE CAMBIO
       01  WS-NUM-CLIENTES           PIC 9(04) VALUE ZEROS.
       01  TABLA-CLIENTES.
           02 TAB-CLI                OCCURS 1 TO 5000 TIMES
                                     DEPENDING ON WS-NUM-CLIENTES.
              03 TAB-CLI-DOCUMENTO   PIC X(12).
       01  CX                        PIC 9(04) VALUE ZEROS.

      * CODIGOS DE SUCURSAL Y DE LOS CATALOGOS DE LA NOMINA: 'S' SI
      * EL CODIGO EXISTE
       01  TABLA-SUCURSALES.
           02 TAB-SUC-EXISTE         PIC X(01) OCCURS 9 TIMES.
       01  TABLA-DEPARTAMENTOS.
           02 TAB-DEP-EXISTE         PIC X(01) OCCURS 999 TIMES.
       01  TABLA-CARGOS.
           02 TAB-CAR-EXISTE         PIC X(01) OCCURS 999 TIMES.
       01  TABLA-FONDOS.
           02 TAB-FON-EXISTE         PIC X(01) OCCURS 999 TIMES.

      * BUSQUEDA EN LOS MAESTROS
       01  WS-BUS-SERVICIO           PIC 9(04) VALUE ZEROS.
       01  WS-BUS-PRESTAMO           PIC 9(06) VALUE ZEROS.
       01  WS-BUS-DOCUMENTO          PIC X(12) VALUE SPACES.
       01  SW-ENCONTRO               PIC X(01) VALUE 'N'.
           88 SW-SI-ENCONTRO         VALUE 'S'.
       01  WS-SRV-CODIGO             PIC 9(01) VALUE ZEROS.
       01  WS-SRV-ESTADO             PIC X(01) VALUE SPACES.

      * HUERFANO EN CURSO: CLAVE DEL REGISTRO HIJO, REFERENCIA ROTA Y
      * POR QUE ESTA ROTA
       01  WS-CLAVE                  PIC X(20) VALUE SPACES.
       01  WS-REFERENCIA             PIC X(12) VALUE SPACES.
       01  WS-MOTIVO                 PIC X(22) VALUE SPACES.

      * TOTALES Y CODIGO DE RETORNO DEL PASO
       01  WS-FECHA-HOY              PIC 9(08) VALUE ZEROS.
       01  WS-LINEAS                 PIC 9(03) VALUE ZEROS.
       01  WS-TOT-CRITICOS           PIC 9(07) VALUE ZEROS.
       01  WS-TOT-ADVERTENCIAS       PIC 9(07) VALUE ZEROS.
       01  WS-CODIGO-RETORNO         PIC 9(02) VALUE ZEROS.
       01  WS-MAS-CANTIDAD           PIC Z(06)9.

      * SPOOL CENTRAL DE REPORTES
       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

       01  REG-INT-TITULO.
           02 RINT-TITULO            PIC X(80) VALUE SPACES.

       01  REG-INT-DETALLE.
           02 RIND-RELACION          PIC 9(02) VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RIND-ARCHIVO           PIC X(08) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RIND-CLAVE             PIC X(20) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RIND-PADRE             PIC X(08) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RIND-REFERENCIA        PIC X(12) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RIND-MOTIVO            PIC X(22) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RIND-CRITICA           PIC X(01) VALUE SPACES.

       01  REG-INT-RESUMEN.
           02 RINR-RELACION          PIC 9(02) VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RINR-HIJO              PIC X(08) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RINR-PADRE             PIC X(08) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RINR-NOMBRE            PIC X(30) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RINR-CONTEOS.
              03 RINR-REVISADOS      PIC Z(06)9 VALUE ZEROS.
              03 FILLER              PIC X(01) VALUE SPACES.
              03 RINR-HUERFANOS      PIC Z(06)9 VALUE ZEROS.
           02 FILLER                 PIC X(01) VALUE SPACES.
           02 RINR-CRITICA           PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE TABLA-CONTEO
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO EL REPORTE: ' WS-ESTADO-IMP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 7000-ENCABEZADO
           PERFORM 1000-CARGAR-SERVICIOS
           PERFORM 1100-CARGAR-PRESTAMOS
           PERFORM 1200-CARGAR-CLIENTES
           PERFORM 1300-CARGAR-SUCURSALES
           PERFORM 1400-CARGAR-CATALOGOS
           PERFORM 2000-REVISAR-PARROQUIA
           PERFORM 3000-REVISAR-CREDITO
           PERFORM 4000-REVISAR-CAMBIO
           PERFORM 5000-REVISAR-NOMINA
           PERFORM 8000-PAGINA-RESUMEN
           CLOSE IMPRESOR
           PERFORM 9000-ENTREGAR-AL-SPOOL
           DISPLAY 'HUERFANOS EN RELACIONES CRITICAS:    '
                   WS-TOT-CRITICOS
           DISPLAY 'HUERFANOS EN RELACIONES ADVERTENCIA: '
                   WS-TOT-ADVERTENCIAS
           EVALUATE TRUE
               WHEN WS-TOT-CRITICOS > ZEROS
                   MOVE 8 TO WS-CODIGO-RETORNO
               WHEN WS-TOT-ADVERTENCIAS > ZEROS
                   MOVE 4 TO WS-CODIGO-RETORNO
               WHEN OTHER
                   MOVE 0 TO WS-CODIGO-RETORNO
           END-EVALUATE
      * EL CODIGO SE FIJA AL FINAL: EL CALL AL SPOOL LO PISA
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *----------------------------------------------------------------*
      * CARGA DE LOS MAESTROS EN MEMORIA. UN MAESTRO QUE NO SE PUEDE
      * ABRIR QUEDA VACIO Y SE AVISA EN EL REPORTE: SUS HIJOS SALEN
      * TODOS COMO HUERFANOS, QUE ES LO QUE DE VERDAD ESTA PASANDO
      *----------------------------------------------------------------*
       1000-CARGAR-SERVICIOS.
           MOVE SPACES TO TABLA-SERVICIOS
           MOVE 0 TO SW-FDA
           OPEN INPUT SERVICIO
           IF WS-ESTADO-SER = '00'
               PERFORM 1010-LEER-SERVICIO UNTIL SW-FDA = 1
               CLOSE SERVICIO
           ELSE
               MOVE 'SANMSERV' TO WS-CLAVE
               MOVE WS-ESTADO-SER TO WS-REFERENCIA
               PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-IF
      * EL HISTORICO NO EXISTE HASTA EL PRIMER CIERRE DE ANO; EL
      * SERVICIO VIVO PREVALECE SOBRE UNO ARCHIVADO CON EL MISMO NUMERO
           MOVE 0 TO SW-FDA
           OPEN INPUT SANMHIST
           EVALUATE WS-ESTADO-HIS
               WHEN '00'
                   PERFORM 1020-LEER-HISTORICO UNTIL SW-FDA = 1
                   CLOSE SANMHIST
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'SANMHIST' TO WS-CLAVE
                   MOVE WS-ESTADO-HIS TO WS-REFERENCIA
                   PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-EVALUATE.

       1010-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF ASER-NUM-SERVICIO > ZEROS
                        MOVE 'S' TO TAB-SRV-EXISTE(ASER-NUM-SERVICIO)
                        MOVE ASER-COD-SERVICIO
                          TO TAB-SRV-CODIGO(ASER-NUM-SERVICIO)
                        MOVE ASER-ESTADO
                          TO TAB-SRV-ESTADO(ASER-NUM-SERVICIO)
                    END-IF
           END-READ.

       1020-LEER-HISTORICO.
           READ SANMHIST AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF HSER-NUM-SERVICIO > ZEROS
                       AND TAB-SRV-EXISTE(HSER-NUM-SERVICIO) NOT = 'S'
                        MOVE 'S' TO TAB-SRV-EXISTE(HSER-NUM-SERVICIO)
                        MOVE HSER-COD-SERVICIO
                          TO TAB-SRV-CODIGO(HSER-NUM-SERVICIO)
                        MOVE HSER-ESTADO
                          TO TAB-SRV-ESTADO(HSER-NUM-SERVICIO)
                    END-IF
           END-READ.

       1100-CARGAR-PRESTAMOS.
           MOVE ZEROS TO WS-NUM-PRESTAMOS
           MOVE 0 TO SW-FDA
           OPEN INPUT PRESTAMOS
           IF WS-ESTADO-PRES = '00'
               PERFORM 1110-LEER-PRESTAMO UNTIL SW-FDA = 1
               CLOSE PRESTAMOS
           ELSE
               MOVE 'PRESTAMO' TO WS-CLAVE
               MOVE WS-ESTADO-PRES TO WS-REFERENCIA
               PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-IF.

       1110-LEER-PRESTAMO.
           READ PRESTAMOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF WS-NUM-PRESTAMOS < 20000
                        ADD 1 TO WS-NUM-PRESTAMOS
                        MOVE RPRE-NUMERO
                          TO TAB-PRE-NUMERO(WS-NUM-PRESTAMOS)
                    END-IF
           END-READ.

       1200-CARGAR-CLIENTES.
           MOVE ZEROS TO WS-NUM-CLIENTES
           MOVE 0 TO SW-FDA
           OPEN INPUT CLIENTES
           IF WS-ESTADO-CLI = '00'
               PERFORM 1210-LEER-CLIENTE UNTIL SW-FDA = 1
               CLOSE CLIENTES
           ELSE
               MOVE 'CLIENTES' TO WS-CLAVE
               MOVE WS-ESTADO-CLI TO WS-REFERENCIA
               PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-IF.

       1210-LEER-CLIENTE.
           READ CLIENTES AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF WS-NUM-CLIENTES < 5000
                        ADD 1 TO WS-NUM-CLIENTES
                        MOVE RCLI-DOCUMENTO
                          TO TAB-CLI-DOCUMENTO(WS-NUM-CLIENTES)
                    END-IF
           END-READ.

       1300-CARGAR-SUCURSALES.
           MOVE SPACES TO TABLA-SUCURSALES
           MOVE 0 TO SW-FDA
           OPEN INPUT SUCURSALES
           IF WS-ESTADO-SUC = '00'
               PERFORM 1310-LEER-SUCURSAL UNTIL SW-FDA = 1
               CLOSE SUCURSALES
           ELSE
               MOVE 'SUCURSAL' TO WS-CLAVE
               MOVE WS-ESTADO-SUC TO WS-REFERENCIA
               PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-IF.

       1310-LEER-SUCURSAL.
           READ SUCURSALES AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF RSUC-CODIGO > ZEROS
                        MOVE 'S' TO TAB-SUC-EXISTE(RSUC-CODIGO)
                    END-IF
           END-READ.

      * CATALOGOS DE LA NOMINA (DEPARTAMENTOS, CARGOS Y FONDOS)
       1400-CARGAR-CATALOGOS.
           MOVE SPACES TO TABLA-DEPARTAMENTOS
           MOVE 0 TO SW-FDA
           OPEN INPUT DEPARTAMENTOS
           IF WS-ESTADO-CAT = '00'
               PERFORM 1410-LEER-DEPARTAMENTO UNTIL SW-FDA = 1
               CLOSE DEPARTAMENTOS
           ELSE
               MOVE 'DEPARTAM' TO WS-CLAVE
               MOVE WS-ESTADO-CAT TO WS-REFERENCIA
               PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-IF
           MOVE SPACES TO TABLA-CARGOS
           MOVE 0 TO SW-FDA
           OPEN INPUT CARGOS
           IF WS-ESTADO-CAT = '00'
               PERFORM 1420-LEER-CARGO UNTIL SW-FDA = 1
               CLOSE CARGOS
           ELSE
               MOVE 'CARGOS' TO WS-CLAVE
               MOVE WS-ESTADO-CAT TO WS-REFERENCIA
               PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-IF
           MOVE SPACES TO TABLA-FONDOS
           MOVE 0 TO SW-FDA
           OPEN INPUT FONDOS
           IF WS-ESTADO-CAT = '00'
               PERFORM 1430-LEER-FONDO UNTIL SW-FDA = 1
               CLOSE FONDOS
           ELSE
               MOVE 'FONDOS' TO WS-CLAVE
               MOVE WS-ESTADO-CAT TO WS-REFERENCIA
               PERFORM 7300-MAESTRO-NO-DISPONIBLE
           END-IF.

       1410-LEER-DEPARTAMENTO.
           READ DEPARTAMENTOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF DEPTO-CODIGO IS NUMERIC AND DEPTO-CODIGO > ZEROS
                        MOVE 'S' TO TAB-DEP-EXISTE(DEPTO-CODIGO)
                    END-IF
           END-READ.

       1420-LEER-CARGO.
           READ CARGOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF CARGO-CODIGO IS NUMERIC AND CARGO-CODIGO > ZEROS
                        MOVE 'S' TO TAB-CAR-EXISTE(CARGO-CODIGO)
                    END-IF
           END-READ.

       1430-LEER-FONDO.
           READ FONDOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    IF FONDO-CODIGO IS NUMERIC AND FONDO-CODIGO > ZEROS
                        MOVE 'S' TO TAB-FON-EXISTE(FONDO-CODIGO)
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * PARROQUIA: ABONOS, RECURSOS, INTENCIONES Y ACTAS CONTRA EL
      * ARCHIVO DE SERVICIOS
      *----------------------------------------------------------------*
       2000-REVISAR-PARROQUIA.
           MOVE 1 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT ABONOS
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 2010-LEER-ABONO UNTIL SW-FDA = 1
               CLOSE ABONOS
           END-IF
           MOVE 2 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT RESERREC
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 2020-LEER-RESERREC UNTIL SW-FDA = 1
               CLOSE RESERREC
           END-IF
           MOVE 3 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT INTENCION
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 2030-LEER-INTENCION UNTIL SW-FDA = 1
               CLOSE INTENCION
           END-IF
           MOVE 4 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT SACRAREG
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 2040-LEER-SACRAREG UNTIL SW-FDA = 1
               CLOSE SACRAREG
           END-IF.

       2010-LEER-ABONO.
           READ ABONOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RABO-NUM-SERVICIO TO WS-BUS-SERVICIO
                    PERFORM 6000-BUSCAR-SERVICIO
                    IF NOT SW-SI-ENCONTRO
                        MOVE SPACES TO WS-CLAVE
                        STRING RABO-NUM-SERVICIO ' ' RABO-FECHA
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RABO-NUM-SERVICIO TO WS-REFERENCIA
                        MOVE 'SERVICIO NO EXISTE' TO WS-MOTIVO
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

      * EL RECURSO QUEDA TOMADO POR UN SERVICIO QUE YA NO VA A SER
       2020-LEER-RESERREC.
           READ RESERREC AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RRSR-NUM-SERVICIO TO WS-BUS-SERVICIO
                    PERFORM 6000-BUSCAR-SERVICIO
                    MOVE SPACES TO WS-MOTIVO
                    EVALUATE TRUE
                        WHEN NOT SW-SI-ENCONTRO
                            MOVE 'SERVICIO NO EXISTE' TO WS-MOTIVO
                        WHEN WS-SRV-ESTADO = 'C'
                            MOVE 'SERVICIO CANCELADO' TO WS-MOTIVO
                    END-EVALUATE
                    IF WS-MOTIVO NOT = SPACES
                        MOVE SPACES TO WS-CLAVE
                        STRING RRSR-NUM-SERVICIO '-' RRSR-RECURSO
                               ' ' RRSR-FECHA
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RRSR-NUM-SERVICIO TO WS-REFERENCIA
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

      * LA INTENCION CUELGA DE UNA MISA (CODIGO 6) QUE SIGA EN PIE
       2030-LEER-INTENCION.
           READ INTENCION AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RINT-NUM-SERVICIO TO WS-BUS-SERVICIO
                    PERFORM 6000-BUSCAR-SERVICIO
                    MOVE SPACES TO WS-MOTIVO
                    EVALUATE TRUE
                        WHEN NOT SW-SI-ENCONTRO
                            MOVE 'MISA NO EXISTE' TO WS-MOTIVO
                        WHEN WS-SRV-CODIGO NOT = 6
                            MOVE 'EL SERVICIO NO ES MISA' TO WS-MOTIVO
                        WHEN WS-SRV-ESTADO = 'C'
                            MOVE 'MISA CANCELADA' TO WS-MOTIVO
                    END-EVALUATE
                    IF WS-MOTIVO NOT = SPACES
                        MOVE SPACES TO WS-CLAVE
                        STRING RINT-NUM-SERVICIO ' ' RINT-SOLICITANTE
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RINT-NUM-SERVICIO TO WS-REFERENCIA
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

       2040-LEER-SACRAREG.
           READ SACRAREG AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RSAC-NUM-SERVICIO TO WS-BUS-SERVICIO
                    PERFORM 6000-BUSCAR-SERVICIO
                    IF NOT SW-SI-ENCONTRO
                        MOVE SPACES TO WS-CLAVE
                        STRING 'L' RSAC-LIBRO ' F' RSAC-FOLIO
                               ' A' RSAC-ACTA
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RSAC-NUM-SERVICIO TO WS-REFERENCIA
                        MOVE 'SERVICIO NO EXISTE' TO WS-MOTIVO
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CREDITO: PAGOS, CASTIGOS, SINIESTROS Y RECUPERACIONES CONTRA
      * EL MAESTRO DE PRESTAMOS
      *----------------------------------------------------------------*
       3000-REVISAR-CREDITO.
           MOVE 5 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT PAGOSPRE
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 3010-LEER-PAGO UNTIL SW-FDA = 1
               CLOSE PAGOSPRE
           END-IF
           MOVE 6 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT CASTIGOS
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 3020-LEER-CASTIGO UNTIL SW-FDA = 1
               CLOSE CASTIGOS
           END-IF
           MOVE 7 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT SINIESTR
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 3030-LEER-SINIESTRO UNTIL SW-FDA = 1
               CLOSE SINIESTR
           END-IF
           MOVE 8 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT RECUPERA
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 3040-LEER-RECUPERA UNTIL SW-FDA = 1
               CLOSE RECUPERA
           END-IF.

       3010-LEER-PAGO.
           READ PAGOSPRE AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RPAG-NUMERO TO WS-BUS-PRESTAMO
                    PERFORM 6100-BUSCAR-PRESTAMO
                    IF NOT SW-SI-ENCONTRO
                        MOVE SPACES TO WS-CLAVE
                        STRING RPAG-NUMERO '-' RPAG-CUOTA-NUM
                               ' ' RPAG-FECHA(1:6) RPAG-FECHA(9:2)
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RPAG-NUMERO TO WS-REFERENCIA
                        MOVE 'PRESTAMO NO EXISTE' TO WS-MOTIVO
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

       3020-LEER-CASTIGO.
           READ CASTIGOS AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RCAS-NUMERO TO WS-BUS-PRESTAMO
                    PERFORM 6100-BUSCAR-PRESTAMO
                    IF NOT SW-SI-ENCONTRO
                        MOVE SPACES TO WS-CLAVE
                        STRING RCAS-NUMERO ' ' RCAS-FECHA
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RCAS-NUMERO TO WS-REFERENCIA
                        MOVE 'PRESTAMO NO EXISTE' TO WS-MOTIVO
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

       3030-LEER-SINIESTRO.
           READ SINIESTR AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RSIN-PRESTAMO TO WS-BUS-PRESTAMO
                    PERFORM 6100-BUSCAR-PRESTAMO
                    IF NOT SW-SI-ENCONTRO
                        MOVE SPACES TO WS-CLAVE
                        STRING RSIN-PRESTAMO ' ' RSIN-FECHA-AVISO
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RSIN-PRESTAMO TO WS-REFERENCIA
                        MOVE 'PRESTAMO NO EXISTE' TO WS-MOTIVO
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

       3040-LEER-RECUPERA.
           READ RECUPERA AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RREC-NUMERO TO WS-BUS-PRESTAMO
                    PERFORM 6100-BUSCAR-PRESTAMO
                    IF NOT SW-SI-ENCONTRO
                        MOVE SPACES TO WS-CLAVE
                        STRING RREC-NUMERO ' ' RREC-FECHA
                               DELIMITED BY SIZE INTO WS-CLAVE
                        MOVE RREC-NUMERO TO WS-REFERENCIA
                        MOVE 'PRESTAMO NO EXISTE' TO WS-MOTIVO
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CASA DE CAMBIO: EL CLIENTE Y LA SUCURSAL DE CADA OPERACION DEL
      * HISTORICO (UNA LECTURA PARA LAS DOS RELACIONES), Y LOS
      * PERFILES DE RIESGO CONTRA EL REGISTRO DE CLIENTES
      *----------------------------------------------------------------*
       4000-REVISAR-CAMBIO.
           MOVE 0 TO SW-FDA
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(9) TAB-CNT-LEIDO(10)
               PERFORM 4010-LEER-TRANSHIS UNTIL SW-FDA = 1
               CLOSE TRANSHIS
           END-IF
           MOVE 11 TO RX
           MOVE 0 TO SW-FDA
           OPEN INPUT PERFILES
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(RX)
               PERFORM 4020-LEER-PERFIL UNTIL SW-FDA = 1
               CLOSE PERFILES
           END-IF.

      * SOLO LAS OPERACIONES GRANDES LLEVAN CLIENTE; LAS DEMAS VIENEN
      * CON EL DOCUMENTO EN BLANCO. SUCURSAL CERO ES DE LOS REGISTROS
      * ANTERIORES AL MAESTRO DE SUCURSALES
       4010-LEER-TRANSHIS.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE SPACES TO WS-CLAVE
                    STRING RTHI-CLA-FECHA '-' RTHI-CLA-NUMERO
                           '-' RTHI-CLA-SEC
                           DELIMITED BY SIZE INTO WS-CLAVE
                    MOVE 9 TO RX
                    IF RTHI-CLIENTE-DOC NOT = SPACES
                        ADD 1 TO TAB-CNT-REVISADOS(RX)
                        MOVE RTHI-CLIENTE-DOC TO WS-BUS-DOCUMENTO
                        PERFORM 6200-BUSCAR-CLIENTE
                        IF NOT SW-SI-ENCONTRO
                            MOVE RTHI-CLIENTE-DOC TO WS-REFERENCIA
                            MOVE 'CLIENTE NO REGISTRADO' TO WS-MOTIVO
                            PERFORM 7100-REGISTRAR-HUERFANO
                        END-IF
                    END-IF
                    MOVE 10 TO RX
                    IF RTHI-SUCURSAL > ZEROS
                        ADD 1 TO TAB-CNT-REVISADOS(RX)
                        IF TAB-SUC-EXISTE(RTHI-SUCURSAL) NOT = 'S'
                            MOVE RTHI-SUCURSAL TO WS-REFERENCIA
                            MOVE 'SUCURSAL NO EXISTE' TO WS-MOTIVO
                            PERFORM 7100-REGISTRAR-HUERFANO
                        END-IF
                    END-IF
           END-READ.

       4020-LEER-PERFIL.
           READ PERFILES AT END MOVE 1 TO SW-FDA
                NOT AT END
                    ADD 1 TO TAB-CNT-REVISADOS(RX)
                    MOVE RPER-DOCUMENTO TO WS-BUS-DOCUMENTO
                    PERFORM 6200-BUSCAR-CLIENTE
                    IF NOT SW-SI-ENCONTRO
                        MOVE RPER-DOCUMENTO TO WS-CLAVE
                        MOVE RPER-DOCUMENTO TO WS-REFERENCIA
                        MOVE 'CLIENTE NO REGISTRADO' TO WS-MOTIVO
                        PERFORM 7100-REGISTRAR-HUERFANO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * NOMINA: DEPARTAMENTO, CARGO Y FONDO DE CESANTIAS DE CADA
      * EMPLEADO CONTRA SUS CATALOGOS (CERO = SIN ASIGNAR, NO SE
      * REVISA)
      *----------------------------------------------------------------*
       5000-REVISAR-NOMINA.
           MOVE 0 TO SW-FDA
           OPEN INPUT EMPLEADOS
           IF WS-ESTADO-HIJ = '00'
               MOVE 'S' TO TAB-CNT-LEIDO(12) TAB-CNT-LEIDO(13)
                           TAB-CNT-LEIDO(14)
               PERFORM 5010-LEER-EMPLEADO UNTIL SW-FDA = 1
               CLOSE EMPLEADOS
           END-IF.

       5010-LEER-EMPLEADO.
           READ EMPLEADOS NEXT RECORD AT END MOVE 1 TO SW-FDA
                NOT AT END
                    MOVE SPACES TO WS-CLAVE
                    STRING EMPLEADOS-ID ' ' EMPLEADOS-APELLIDOS
                           DELIMITED BY SIZE INTO WS-CLAVE
                    MOVE 12 TO RX
                    IF EMPLEADOS-DEPARTAMENTO IS NUMERIC
                       AND EMPLEADOS-DEPARTAMENTO > ZEROS
                        ADD 1 TO TAB-CNT-REVISADOS(RX)
                        IF TAB-DEP-EXISTE(EMPLEADOS-DEPARTAMENTO)
                           NOT = 'S'
                            MOVE EMPLEADOS-DEPARTAMENTO
                              TO WS-REFERENCIA
                            MOVE 'DEPARTAMENTO NO EXISTE' TO WS-MOTIVO
                            PERFORM 7100-REGISTRAR-HUERFANO
                        END-IF
                    END-IF
                    MOVE 13 TO RX
                    IF EMPLEADOS-CARGO IS NUMERIC
                       AND EMPLEADOS-CARGO > ZEROS
                        ADD 1 TO TAB-CNT-REVISADOS(RX)
                        IF TAB-CAR-EXISTE(EMPLEADOS-CARGO) NOT = 'S'
                            MOVE EMPLEADOS-CARGO TO WS-REFERENCIA
                            MOVE 'CARGO NO EXISTE' TO WS-MOTIVO
                            PERFORM 7100-REGISTRAR-HUERFANO
                        END-IF
                    END-IF
                    MOVE 14 TO RX
                    IF EMPLEADOS-FONDO-CESANTIAS IS NUMERIC
                       AND EMPLEADOS-FONDO-CESANTIAS > ZEROS
                        ADD 1 TO TAB-CNT-REVISADOS(RX)
                        IF TAB-FON-EXISTE(EMPLEADOS-FONDO-CESANTIAS)
                           NOT = 'S'
                            MOVE EMPLEADOS-FONDO-CESANTIAS
                              TO WS-REFERENCIA
                            MOVE 'FONDO NO EXISTE' TO WS-MOTIVO
                            PERFORM 7100-REGISTRAR-HUERFANO
                        END-IF
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * BUSQUEDAS EN LOS MAESTROS CARGADOS
      *----------------------------------------------------------------*
       6000-BUSCAR-SERVICIO.
           MOVE 'N' TO SW-ENCONTRO
           MOVE ZEROS TO WS-SRV-CODIGO
           MOVE SPACES TO WS-SRV-ESTADO
           IF WS-BUS-SERVICIO > ZEROS
               IF TAB-SRV-EXISTE(WS-BUS-SERVICIO) = 'S'
                   MOVE 'S' TO SW-ENCONTRO
                   MOVE TAB-SRV-CODIGO(WS-BUS-SERVICIO)
                     TO WS-SRV-CODIGO
                   MOVE TAB-SRV-ESTADO(WS-BUS-SERVICIO)
                     TO WS-SRV-ESTADO
               END-IF
           END-IF.

       6100-BUSCAR-PRESTAMO.
           MOVE 'N' TO SW-ENCONTRO
           PERFORM 6110-COMPARAR-PRESTAMO
               VARYING PX FROM 1 BY 1
               UNTIL PX > WS-NUM-PRESTAMOS OR SW-SI-ENCONTRO.

       6110-COMPARAR-PRESTAMO.
           IF TAB-PRE-NUMERO(PX) = WS-BUS-PRESTAMO
               MOVE 'S' TO SW-ENCONTRO
           END-IF.

       6200-BUSCAR-CLIENTE.
           MOVE 'N' TO SW-ENCONTRO
           PERFORM 6210-COMPARAR-CLIENTE
               VARYING CX FROM 1 BY 1
               UNTIL CX > WS-NUM-CLIENTES OR SW-SI-ENCONTRO.

       6210-COMPARAR-CLIENTE.
           IF TAB-CLI-DOCUMENTO(CX) = WS-BUS-DOCUMENTO
               MOVE 'S' TO SW-ENCONTRO
           END-IF.

      *----------------------------------------------------------------*
      * REPORTE DE HUERFANOS
      *----------------------------------------------------------------*
       7000-ENCABEZADO.
           MOVE SPACES TO RINT-TITULO
           STRING 'CHEQUEO DE INTEGRIDAD ENTRE ARCHIVOS - '
                  WS-FECHA-HOY
                  DELIMITED BY SIZE INTO RINT-TITULO
           WRITE REG-IMPRESOR FROM REG-INT-TITULO AFTER PAGE
           MOVE 'RE HIJO     CLAVE' TO RINT-TITULO
           MOVE 'MAESTRO'          TO RINT-TITULO(34:7)
           MOVE 'REFERENCIA'       TO RINT-TITULO(43:10)
           MOVE 'MOTIVO'           TO RINT-TITULO(56:6)
           MOVE 'C'                TO RINT-TITULO(79:1)
           WRITE REG-IMPRESOR FROM REG-INT-TITULO AFTER 2
           MOVE 4 TO WS-LINEAS.

      * UN HUERFANO DE LA RELACION RX, CON LA CLAVE DEL HIJO, LA
      * REFERENCIA ROTA Y EL MOTIVO YA ARMADOS
       7100-REGISTRAR-HUERFANO.
           ADD 1 TO TAB-CNT-HUERFANOS(RX)
           IF TAB-REL-CRITICA(RX) = 'C'
               ADD 1 TO WS-TOT-CRITICOS
           ELSE
               ADD 1 TO WS-TOT-ADVERTENCIAS
           END-IF
           IF WS-LINEAS > 55
               PERFORM 7000-ENCABEZADO
           END-IF
           MOVE RX                    TO RIND-RELACION
           MOVE TAB-REL-HIJO(RX)      TO RIND-ARCHIVO
           MOVE WS-CLAVE              TO RIND-CLAVE
           MOVE TAB-REL-PADRE(RX)     TO RIND-PADRE
           MOVE WS-REFERENCIA         TO RIND-REFERENCIA
           MOVE WS-MOTIVO             TO RIND-MOTIVO
           MOVE TAB-REL-CRITICA(RX)   TO RIND-CRITICA
           WRITE REG-IMPRESOR FROM REG-INT-DETALLE AFTER 1
           ADD 1 TO WS-LINEAS.

      * WS-CLAVE TRAE EL MAESTRO Y WS-REFERENCIA EL ESTADO DEL OPEN
       7300-MAESTRO-NO-DISPONIBLE.
           DISPLAY 'MAESTRO NO DISPONIBLE: ' WS-CLAVE(1:8)
                   ' ESTADO ' WS-REFERENCIA(1:2)
           MOVE SPACES TO REG-IMPRESOR
           STRING 'MAESTRO NO DISPONIBLE: ' WS-CLAVE(1:8)
                  ' ESTADO ' WS-REFERENCIA(1:2)
                  ' (SUS HIJOS SALEN COMO HUERFANOS)'
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           ADD 1 TO WS-LINEAS.

      *----------------------------------------------------------------*
      * PAGINA DE RESUMEN: REGISTROS REVISADOS Y HUERFANOS POR
      * RELACION, Y EL CODIGO CON QUE TERMINA EL PASO
      *----------------------------------------------------------------*
       8000-PAGINA-RESUMEN.
           MOVE SPACES TO RINT-TITULO
           STRING 'RESUMEN POR RELACION - ' WS-FECHA-HOY
                  DELIMITED BY SIZE INTO RINT-TITULO
           WRITE REG-IMPRESOR FROM REG-INT-TITULO AFTER PAGE
           MOVE 'RE HIJO     MAESTRO  RELACION' TO RINT-TITULO
           MOVE 'REVISADOS'        TO RINT-TITULO(52:9)
           MOVE 'HUERFAN'          TO RINT-TITULO(62:7)
           MOVE 'C'                TO RINT-TITULO(70:1)
           WRITE REG-IMPRESOR FROM REG-INT-TITULO AFTER 2
           PERFORM 8010-LINEA-RESUMEN
               VARYING RX FROM 1 BY 1 UNTIL RX > WS-NUM-RELACIONES
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-TOT-CRITICOS TO WS-MAS-CANTIDAD
           STRING 'HUERFANOS EN RELACIONES CRITICAS    : '
                  WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-TOT-ADVERTENCIAS TO WS-MAS-CANTIDAD
           STRING 'HUERFANOS EN RELACIONES ADVERTENCIA : '
                  WS-MAS-CANTIDAD
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           EVALUATE TRUE
               WHEN WS-TOT-CRITICOS > ZEROS
                   MOVE 'RESULTADO: RELACION CRITICA ROTA (CODIGO 8)'
                     TO REG-IMPRESOR
               WHEN WS-TOT-ADVERTENCIAS > ZEROS
                   MOVE 'RESULTADO: CON ADVERTENCIAS (CODIGO 4)'
                     TO REG-IMPRESOR
               WHEN OTHER
                   MOVE 'RESULTADO: ARCHIVOS INTEGROS (CODIGO 0)'
                     TO REG-IMPRESOR
           END-EVALUATE
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           STRING 'C: C=CRITICA (DETIENE LA CADENA) A=ADVERTENCIA'
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2.

       8010-LINEA-RESUMEN.
           MOVE RX                    TO RINR-RELACION
           MOVE TAB-REL-HIJO(RX)      TO RINR-HIJO
           MOVE TAB-REL-PADRE(RX)     TO RINR-PADRE
           MOVE TAB-REL-NOMBRE(RX)    TO RINR-NOMBRE
           MOVE TAB-REL-CRITICA(RX)   TO RINR-CRITICA
           MOVE SPACES TO RINR-CONTEOS
           IF TAB-CNT-LEIDO(RX) = 'S'
               MOVE TAB-CNT-REVISADOS(RX) TO RINR-REVISADOS
               MOVE TAB-CNT-HUERFANOS(RX) TO RINR-HUERFANOS
           ELSE
               MOVE '  SIN ARCHIVO' TO RINR-CONTEOS
           END-IF
           WRITE REG-IMPRESOR FROM REG-INT-RESUMEN AFTER 1.

       9000-ENTREGAR-AL-SPOOL.
           INITIALIZE NOCOSPOL
           MOVE 'BATCH'                      TO CSPO-E-SISTEMA
           MOVE 'INTEGRIDAD'                 TO CSPO-E-TIPO
           MOVE './FILES/BATCH/INTEGRID'     TO CSPO-E-ORIGEN
           MOVE 'F'                          TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

       END PROGRAM NO9CINTG.
