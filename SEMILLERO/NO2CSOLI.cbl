      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: INGRESO MASIVO DE LAS SOLICITUDES DE RESERVA QUE LAS
      * FAMILIAS ENVIAN POR EL FORMULARIO WEB. LEE EL ARCHIVO
      * DELIMITADO QUE DEJA EL FORMULARIO (UNA SOLICITUD POR LINEA) Y
      * PASA CADA UNA POR LAS MISMAS REGLAS DE LA PANTALLA DE ADICION
      * DE NO1CSANM: DIA DE ANTICIPACION, FESTIVOS, REGLAS DEL TIEMPO
      * LITURGICO, FECHA DENTRO DEL CALENDARIO, HORA Y HORAS
      * CONSECUTIVAS LIBRES, CELEBRANTE PRESENTE Y SIN CHOQUE,
      * CURSILLO DEL MATRIMONIO Y TARIFA VIGENTE. LA QUE PASA QUEDA
      * RESERVADA COMO SERVICIO PENDIENTE CON SU COMPROBANTE; LA QUE
      * ENCUENTRA EL CUPO OCUPADO QUEDA EN LA LISTA DE ESPERA DE ESE
      * CUPO; LAS DEMAS VAN AL ARCHIVO DE RECHAZOS CON SU MOTIVO. CADA
      * SOLICITUD LLEVA SU CARTA DE RESPUESTA PARA QUE EL DESPACHO
      * LLAME O ESCRIBA A LA FAMILIA.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CSOLI.
       AUTHOR.                     NOVATEC SOLUTIONS (EDWIN-PAEZ).
       INSTALLATION.               PARROQUIA SAN MIGUEL.
       DATE-WRITTEN.               15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARCHIVO DELIMITADO DEL FORMULARIO WEB (SERVICIO;SEDE;
      * DD/MM/AAAA;HH:MM;NOMBRE;TELEFONO;CELEBRANTE;AGREGADO;DIRECCION)
           SELECT SOLICWEB ASSIGN TO './FILES/SANMIGUEL/SOLICWEB'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-SOL.
      * SERVICIOS DE LA PARROQUIA (EL MISMO ARCHIVO DE NO1CSANM)
           SELECT SERVICIO ASSIGN TO './FILES/SANMIGUEL/SANMSERV'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASER-NUM-SERVICIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-SER.
      * CONSECUTIVO DE LOS SERVICIOS DE LA PARROQUIA
           SELECT CONSECUT ASSIGN TO './FILES/SANMIGUEL/CONSECUT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CON.
      * CALENDARIO DE CUPOS (COMPARTIDO CON EL ADMINISTRADOR DE CUPOS)
           SELECT DATOSCAL ASSIGN TO './FILES/CALENDARIO/DATOSCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAL.
      * REGISTROS DE CONTROL DE CIERRE/APERTURA DE SANMSERV
           SELECT CONTROLES ASSIGN TO './FILES/CONTROLES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CTL.
      * MAESTRO DE FELIGRESES, POR TELEFONO
           SELECT FELIGRES ASSIGN TO './FILES/SANMIGUEL/FELIGRES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FEL.
      * TARIFAS CON FECHA DE VIGENCIA (COMPARTIDO CON NO2CTARI)
           SELECT TARIFAS ASSIGN TO './FILES/SANMIGUEL/TARIFAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-TAR.
      * CALENDARIO LITURGICO Y REGLAS DE CADA TIEMPO (DE NO5CFEST)
           SELECT LITURGIA ASSIGN TO './FILES/SANMIGUEL/LITURGIA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LIT.
           SELECT REGLALIT ASSIGN TO './FILES/SANMIGUEL/REGLALIT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-RLI.
      * LISTA DE ESPERA DE CUPOS OCUPADOS DEL CALENDARIO
           SELECT ESPERA ASSIGN TO './FILES/SANMIGUEL/ESPERA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-ESP.
      * MAESTRO DE CELEBRANTES Y SUS AUSENCIAS (DE NO2CCELE)
           SELECT CELEBRAN ASSIGN TO './FILES/SANMIGUEL/CELEBRAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CEL.
           SELECT AUSENCIAS ASSIGN TO './FILES/SANMIGUEL/AUSENCIAS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-AUS.
      * CURSILLOS PREMATRIMONIALES (COMPARTIDO CON NO2CCURS)
           SELECT CURSILLO ASSIGN TO './FILES/SANMIGUEL/CURSILLO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CUR.
      * AMONESTACIONES DE LOS MATRIMONIOS RESERVADOS
           SELECT AMONESTA ASSIGN TO './FILES/SANMIGUEL/AMONESTA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-AMO.
      * RECHAZOS DEL ARCHIVO DEL FORMULARIO, CON SU MOTIVO
           SELECT RECHAZOS ASSIGN TO './FILES/SANMIGUEL/SOLICREC'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-REC.
      * COMPROBANTES DE LAS RESERVAS TOMADAS, UNO POR PAGINA
           SELECT COMPROBA ASSIGN TO './FILES/SANMIGUEL/SOLICCOM'
           FILE STATUS IS WS-ESTADO-COM.
      * CARTAS DE RESPUESTA, UNA POR SOLICITUD
           SELECT CARTAS ASSIGN TO './FILES/SANMIGUEL/SOLICCAR'
           FILE STATUS IS WS-ESTADO-CAR.
      * PAGINA DE CONTROL DE LA CORRIDA
           SELECT IMPRESOR ASSIGN TO './FILES/SANMIGUEL/SOLICCTL'
           FILE STATUS IS WS-ESTADO-IMP.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  SOLICWEB LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-SOLICWEB            PIC X(150).

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

       FD  CONSECUT LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONSECUT.
           02 ACON-CONSECUTIVO     PIC 9(04).

       FD  DATOSCAL LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CALENDARIO.cpy'.

       FD  CONTROLES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CONTROLE.cpy'.

       FD  FELIGRES LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/FELIGRES.cpy'.

       FD  TARIFAS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/TARIFAS.cpy'.

       FD  LITURGIA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/LITURGIA.cpy'.

       FD  REGLALIT LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/REGLALIT.cpy'.

       FD  ESPERA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/ESPERA.cpy'.

       FD  CELEBRAN LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CELEBRAN.cpy'.

       FD  AUSENCIAS LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/AUSENCIA.cpy'.

       FD  CURSILLO LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CURSILLO.cpy'.

       FD  AMONESTA LABEL RECORD STANDARD
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/AMONESTA.cpy'.

       FD  RECHAZOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RECHAZO             PIC X(200).

       FD  COMPROBA LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-COMPROBA            PIC X(80).

       FD  CARTAS LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CARTA               PIC X(80).

       FD  IMPRESOR LABEL RECORD OMITTED
           RECORDING MODE IS FIXED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-IMPRESOR            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-SOL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-SER           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CON           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CAL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CTL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-FEL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-TAR           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-LIT           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RLI           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-ESP           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CEL           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-AUS           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CUR           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-AMO           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-REC           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-COM           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CAR           PIC X(02) VALUE SPACES.
       01  WS-ESTADO-IMP           PIC X(02) VALUE SPACES.
       01  SW-FDA-SOLICWEB         PIC 9 VALUE ZEROS.
       01  SW-FDA-SERVICIO         PIC 9 VALUE ZEROS.
       01  SW-FDA-CONSECUT         PIC 9 VALUE ZEROS.
       01  SW-FDA-DATOSCAL         PIC 9 VALUE ZEROS.
       01  SW-FDA-CONTROLES        PIC 9 VALUE ZEROS.
       01  SW-FDA-FELIGRES         PIC 9 VALUE ZEROS.
       01  SW-FDA-TARIFAS          PIC 9 VALUE ZEROS.
       01  SW-FDA-LITURGIA         PIC 9 VALUE ZEROS.
       01  SW-FDA-REGLALIT         PIC 9 VALUE ZEROS.
       01  SW-FDA-CELEBRAN         PIC 9 VALUE ZEROS.
       01  SW-FDA-AUSENCIAS        PIC 9 VALUE ZEROS.
       01  SW-FDA-CURSILLO         PIC 9 VALUE ZEROS.

      * CAMPOS DE LA LINEA DEL FORMULARIO
       01  WS-LIN-SERVICIO         PIC X(01) VALUE SPACES.
       01  WS-LIN-SEDE             PIC X(01) VALUE SPACES.
       01  WS-LIN-FECHA            PIC X(10) VALUE SPACES.
       01  WS-LIN-HORA             PIC X(05) VALUE SPACES.
       01  WS-LIN-NOMBRE           PIC X(20) VALUE SPACES.
       01  WS-LIN-TELEFONO-TXT     PIC X(12) VALUE SPACES.
       01  WS-LIN-CELEBRANTE-TXT   PIC X(02) VALUE SPACES.
       01  WS-LIN-AGREGADO         PIC X(01) VALUE SPACES.
       01  WS-LIN-DIRECCION        PIC X(30) VALUE SPACES.

      * SOLICITUD YA INTERPRETADA (MISMOS CAMPOS DE LA PANTALLA)
       01  WS-SER                  PIC 9(01) VALUE ZEROS.
       01  WS-SEDE                 PIC 9(01) VALUE ZEROS.
       01  WS-NOM                  PIC X(20) VALUE SPACES.
       01  WS-TEL                  PIC 9(10) VALUE ZEROS.
       01  WS-CEL                  PIC 9(02) VALUE ZEROS.
       01  WS-AGR                  PIC A(01) VALUE SPACES.
       01  WS-DIRECCION            PIC X(30) VALUE SPACES.
       01  WS-FEC.
           02 WS-FEC-DIA           PIC 99 VALUE ZEROS.
           02 WS-FEC-MES           PIC 99 VALUE ZEROS.
           02 WS-FEC-ANO           PIC 99 VALUE ZEROS.
       01  WS-HOR.
           02 WS-HOR-HOR           PIC 99 VALUE ZEROS.
           02 WS-HOR-MIN           PIC 99 VALUE ZEROS.

      * RESULTADO DE LA SOLICITUD: 'R' RESERVADA, 'E' EN LISTA DE
      * ESPERA, 'X' RECHAZADA (CON SU MOTIVO)
       01  WS-RESULTADO            PIC X(01) VALUE SPACES.
           88 SOL-RESERVADA        VALUE 'R'.
           88 SOL-EN-ESPERA        VALUE 'E'.
           88 SOL-RECHAZADA        VALUE 'X'.
       01  WS-MOTIVO               PIC X(40) VALUE SPACES.
       01  WS-CUPO-OCUPADO         PIC 9 VALUE ZEROS.

      * FECHAS DE COMPARACION (AAAAMMDD)
       01  WS-FEC-SIS              PIC 9(08) VALUE ZEROS.
       01  WS-HOR-SIS              PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-EVENTO         PIC 9(08) VALUE ZEROS.
       01  WS-FEC-EDITADA          PIC X(10) VALUE SPACES.

      * CALENDARIO Y DURACION DEL SERVICIO
       01  WS-FEC-EN-CAL           PIC 9 VALUE ZEROS.
       01  WS-DURACION-SER         PIC 9(02) VALUE ZEROS.
       01  WS-HOR-FIN              PIC 9(02) VALUE ZEROS.
       01  WS-CUPOS-VISTOS         PIC 9(02) VALUE ZEROS.

      * CELEBRANTES: TABLA CARGADA DEL MAESTRO UNA VEZ POR CORRIDA;
      * LA MARCA DE AUSENCIA SE RECALCULA PARA LA FECHA DE CADA
      * SOLICITUD
       01  WS-NUM-CELEBRANTES      PIC 9(02) VALUE ZEROS.
       01  TABLA-CELEBRANTES.
           02 TAB-CELEBRANTE       OCCURS 1 TO 20 TIMES
                                   DEPENDING ON WS-NUM-CELEBRANTES.
              03 TAB-CEL-CODIGO    PIC 9(02).
              03 TAB-CEL-NOMBRE    PIC X(25).
              03 TAB-CEL-AUSENTE   PIC A(01).
       01  C                       PIC 9(02) VALUE ZEROS.
       01  WS-CEL-VALIDO           PIC 9 VALUE ZEROS.
       01  WS-CEL-AUSENTE          PIC 9 VALUE ZEROS.
       01  WS-CEL-CHOQUE           PIC 9 VALUE ZEROS.
       01  WS-CEL-NOMBRE           PIC X(25) VALUE SPACES.

      * CURSILLO Y FELIGRES
       01  WS-CUR-HALLADO          PIC 9 VALUE ZEROS.
       01  WS-FEL-HALLADO          PIC 9 VALUE ZEROS.

      * VALOR DEL SERVICIO: TARIFA VIGENTE O, EN SU DEFECTO, LOS
      * VALORES DE RESPALDO DE LA PANTALLA
       01  WS-TARIFA-VIGENTE       PIC 9(08) VALUE ZEROS.
       01  WS-TARIFA-VALOR         PIC 9(07) VALUE ZEROS.
       01  WS-VALORES              PIC 9(07) VALUE ZEROS.
      * TIEMPO LITURGICO DE LA FECHA Y REGLA DEL SERVICIO EN EL
       01  WS-LIT-TIEMPO           PIC X(02) VALUE SPACES.
       01  WS-LIT-NOMBRE           PIC X(20) VALUE SPACES.
       01  WS-LIT-REGLA            PIC X(01) VALUE SPACES.
       01  WS-LIT-VALOR            PIC 9(07) VALUE ZEROS.
       01  WS-LIT-TARIFA           PIC 9(07) VALUE ZEROS.
           88 VAL-BAU              VALUE 0050000.
           88 VAL-PRI              VALUE 0080000.
           88 VAL-CON              VALUE 0020000.
           88 VAL-MAT              VALUE 0250000.
           88 VAL-FUN              VALUE 0300000.
           88 VAL-MIS              VALUE 0060000.
       01  WS-PORCE                PIC 9(03) VALUE 020.
       01  WS-VAL-AGR-TABLA        PIC 9(07) VALUE ZEROS.
           88 VAL-AGR-FLORES       VALUE 0020000.
           88 VAL-AGR-DECORACION   VALUE 0030000.
           88 VAL-AGR-FOTOGRAFIA   VALUE 0050000.
           88 VAL-AGR-NINGUNO      VALUE 0000000.
       01  WS-VAL-AGR              PIC 9(07) VALUE ZEROS.
       01  WS-VAL-TOT              PIC 9(07) VALUE ZEROS.
       01  WS-NUM-SERVICIO         PIC 9(04) VALUE ZEROS.

      * AMONESTACIONES: TRES DOMINGOS ANTERIORES A LA BODA
       01  WS-FECHA-INTEGRABLE     PIC 9(08) VALUE ZEROS.
       01  WS-INT-SER              PIC 9(07) VALUE ZEROS.
       01  WS-INT-DOMINGO          PIC 9(07) VALUE ZEROS.
       01  WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       01  WS-AMO-SEC              PIC 9(01) VALUE ZEROS.
       01  WS-AMO-FECHA            PIC 9(08) VALUE ZEROS.

      * CONTROL DE CIERRE/APERTURA DEL ARCHIVO DE SERVICIOS
       01  WS-CTL-REGISTROS        PIC 9(07) VALUE ZEROS.
       01  WS-CTL-SUMA             PIC 9(15)V99 VALUE ZEROS.
       01  WS-CTL-REG-ULT          PIC 9(07) VALUE ZEROS.
       01  WS-CTL-SUM-ULT          PIC 9(15)V99 VALUE ZEROS.
       01  WS-CTL-HAY-ULTIMO       PIC 9 VALUE ZEROS.

      * TOTALES DE CONTROL
       01  WS-TOT-LINEAS           PIC 9(05) VALUE ZEROS.
       01  WS-TOT-RESERVADAS       PIC 9(05) VALUE ZEROS.
       01  WS-VAL-RESERVADO        PIC 9(09) VALUE ZEROS.
       01  WS-TOT-ESPERA           PIC 9(05) VALUE ZEROS.
       01  WS-TOT-RECHAZOS         PIC 9(05) VALUE ZEROS.
       01  WS-MAS-DINERO           PIC $$$,$$$,$$9.

      * SPOOL CENTRAL DE REPORTES Y RUTINA DE FECHAS (FESTIVOS)
       01  RUT-NO8CSPOL            PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.
       01  RUT-FECHAS              PIC X(08) VALUE 'NO6CFECH'.
       COPY './COPYS/VARFECHAS.CPY'.

      * ENCABEZADOS (LOS MISMOS DEL COMPROBANTE DE NO1CSANM)
       01  REG-SAL-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
           02 RSAL-01-FEC-SIS      PIC X(53) VALUE SPACES.
           02 FILLER               PIC X(10) VALUE 'HORA.SIS: '.
           02 RSAL-01-HOR-SIS      PIC X(08) VALUE SPACES.

       01  REG-SAL-ENC-02.
           02 FILLER               PIC X(80) VALUE ALL '*'.

       01  REG-SAL-ENC-03.
           02 FILLER               PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(20) VALUE
                                   'PARROQUIA SAN MIGUEL'.
           02 FILLER               PIC X(30) VALUE SPACES.

       01  REG-COM-TIT.
           02 FILLER               PIC X(25) VALUE SPACES.
           02 FILLER               PIC X(26) VALUE
                                   'COMPROBANTE DE RESERVA NO.'.
           02 FILLER               PIC X(01) VALUE SPACES.
           02 RCOM-TIT-NUMERO      PIC 9(04) VALUE ZEROS.
           02 FILLER               PIC X(24) VALUE SPACES.

       01  REG-COM-DET.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RCOM-DET-ETIQUETA    PIC X(20) VALUE SPACES.
           02 RCOM-DET-VALOR       PIC X(55) VALUE SPACES.

       01  REG-COM-PIE.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 FILLER               PIC X(55) VALUE
               'RECUERDE: LAS RESERVAS SE TOMAN MINIMO CON UN DIA DE'.
           02 FILLER               PIC X(20) VALUE ' ANTICIPACION.'.

       01  WS-MASCARA-COM          PIC $$,$$$,$$9 VALUE ZEROS.

      * RENGLONES DE LA CARTA DE RESPUESTA
       01  REG-CAR-TEXTO.
           02 FILLER               PIC X(05) VALUE SPACES.
           02 RCAR-TEXTO           PIC X(75) VALUE SPACES.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-INICIALIZAR
           PERFORM 2000-PROCESAR-SOLICITUD UNTIL SW-FDA-SOLICWEB = 1
           CLOSE SOLICWEB RECHAZOS COMPROBA CARTAS
      * LAS RESERVAS DE LA CORRIDA QUEDAN EN EL REGISTRO DE CONTROL,
      * IGUAL QUE AL SALIR DE LA PANTALLA, PARA QUE NO DISPAREN LA
      * ALARMA DE LA PROXIMA APERTURA DE NO1CSANM
           PERFORM 7200-GRABAR-CONTROL
           PERFORM 6000-PAGINA-CONTROL
           PERFORM 8000-ENTREGAR-AL-SPOOL
           DISPLAY 'SOLICITUDES: '  WS-TOT-LINEAS
                   ' RESERVADAS: '  WS-TOT-RESERVADAS
                   ' EN ESPERA: '   WS-TOT-ESPERA
                   ' RECHAZADAS: '  WS-TOT-RECHAZOS
           GOBACK.

       1000-INICIALIZAR.
           ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
           ACCEPT WS-HOR-SIS FROM TIME
           MOVE WS-FEC-SIS(7:2) TO WS-FEC-EDITADA(1:2)
           MOVE '/'             TO WS-FEC-EDITADA(3:1)
           MOVE WS-FEC-SIS(5:2) TO WS-FEC-EDITADA(4:2)
           MOVE '/'             TO WS-FEC-EDITADA(6:1)
           MOVE WS-FEC-SIS(1:4) TO WS-FEC-EDITADA(7:4)
           MOVE WS-FEC-EDITADA  TO RSAL-01-FEC-SIS
           MOVE WS-HOR-SIS(1:2) TO RSAL-01-HOR-SIS(1:2)
           MOVE ':'             TO RSAL-01-HOR-SIS(3:1)
           MOVE WS-HOR-SIS(3:2) TO RSAL-01-HOR-SIS(4:2)
           MOVE ':'             TO RSAL-01-HOR-SIS(6:1)
           MOVE WS-HOR-SIS(5:2) TO RSAL-01-HOR-SIS(7:2)
           OPEN INPUT SOLICWEB
           IF WS-ESTADO-SOL NOT = '00'
               DISPLAY 'NO SE ENCONTRO EL ARCHIVO DEL FORMULARIO WEB'
               STOP RUN
           END-IF
      * SIN CONSECUTIVO NO SE PUEDE NUMERAR NINGUNA RESERVA
           OPEN INPUT CONSECUT
           IF WS-ESTADO-CON NOT = '00'
               DISPLAY 'NO SE ENCONTRO EL CONSECUTIVO DE SERVICIOS'
               STOP RUN
           END-IF
           CLOSE CONSECUT
           PERFORM 7000-VERIFICA-CONTROL
           PERFORM 1100-CARGAR-CELEBRANTES
           OPEN OUTPUT RECHAZOS
           OPEN OUTPUT COMPROBA
           OPEN OUTPUT CARTAS
           IF WS-ESTADO-REC NOT = '00' OR WS-ESTADO-COM NOT = '00'
              OR WS-ESTADO-CAR NOT = '00'
               DISPLAY 'ERROR ABRIENDO LOS ARCHIVOS DE SALIDA'
               STOP RUN
           END-IF.

       1100-CARGAR-CELEBRANTES.
           MOVE ZEROS TO WS-NUM-CELEBRANTES
           MOVE 0 TO SW-FDA-CELEBRAN
           OPEN INPUT CELEBRAN
           IF WS-ESTADO-CEL = '00'
               PERFORM 1110-LEER-CELEBRANTE UNTIL SW-FDA-CELEBRAN = 1
               CLOSE CELEBRAN
           END-IF.

       1110-LEER-CELEBRANTE.
           READ CELEBRAN AT END MOVE 1 TO SW-FDA-CELEBRAN
                NOT AT END
                    IF WS-NUM-CELEBRANTES < 20
                        ADD 1 TO WS-NUM-CELEBRANTES
                        MOVE RCEL-CODIGO
                          TO TAB-CEL-CODIGO(WS-NUM-CELEBRANTES)
                        MOVE RCEL-NOMBRE
                          TO TAB-CEL-NOMBRE(WS-NUM-CELEBRANTES)
                        MOVE 'N'
                          TO TAB-CEL-AUSENTE(WS-NUM-CELEBRANTES)
                    END-IF
           END-READ.

       2000-PROCESAR-SOLICITUD.
           READ SOLICWEB AT END MOVE 1 TO SW-FDA-SOLICWEB
                NOT AT END
                    ADD 1 TO WS-TOT-LINEAS
                    PERFORM 2010-PARSEAR-LINEA
                    PERFORM 2100-VALIDAR-SOLICITUD
                    EVALUATE TRUE
                        WHEN SOL-RESERVADA
                            PERFORM 3000-RESERVAR
                        WHEN SOL-EN-ESPERA
                            PERFORM 3500-ANOTAR-ESPERA
                        WHEN OTHER
                            PERFORM 4000-RECHAZAR
                    END-EVALUATE
                    PERFORM 5000-CARTA-RESPUESTA
           END-READ.

       2010-PARSEAR-LINEA.
           MOVE SPACES TO WS-LIN-SERVICIO WS-LIN-SEDE WS-LIN-FECHA
                          WS-LIN-HORA WS-LIN-NOMBRE WS-LIN-TELEFONO-TXT
                          WS-LIN-CELEBRANTE-TXT WS-LIN-AGREGADO
                          WS-LIN-DIRECCION
           UNSTRING REG-SOLICWEB DELIMITED BY ';'
               INTO WS-LIN-SERVICIO WS-LIN-SEDE WS-LIN-FECHA
                    WS-LIN-HORA WS-LIN-NOMBRE WS-LIN-TELEFONO-TXT
                    WS-LIN-CELEBRANTE-TXT WS-LIN-AGREGADO
                    WS-LIN-DIRECCION
           END-UNSTRING
           MOVE ZEROS TO WS-SER WS-SEDE WS-TEL WS-CEL WS-FEC WS-HOR
           IF WS-LIN-SERVICIO IS NUMERIC
               MOVE WS-LIN-SERVICIO TO WS-SER
           END-IF
           IF WS-LIN-SEDE IS NUMERIC
               MOVE WS-LIN-SEDE TO WS-SEDE
           END-IF
           IF WS-LIN-TELEFONO-TXT > SPACES
               COMPUTE WS-TEL = FUNCTION NUMVAL(WS-LIN-TELEFONO-TXT)
           END-IF
           IF WS-LIN-CELEBRANTE-TXT > SPACES
               COMPUTE WS-CEL = FUNCTION NUMVAL(WS-LIN-CELEBRANTE-TXT)
           END-IF
           IF WS-LIN-FECHA(1:2) IS NUMERIC
              AND WS-LIN-FECHA(4:2) IS NUMERIC
              AND WS-LIN-FECHA(7:4) IS NUMERIC
               MOVE WS-LIN-FECHA(1:2) TO WS-FEC-DIA
               MOVE WS-LIN-FECHA(4:2) TO WS-FEC-MES
               MOVE WS-LIN-FECHA(9:2) TO WS-FEC-ANO
           END-IF
           IF WS-LIN-HORA(1:2) IS NUMERIC
              AND WS-LIN-HORA(4:2) IS NUMERIC
               MOVE WS-LIN-HORA(1:2) TO WS-HOR-HOR
               MOVE WS-LIN-HORA(4:2) TO WS-HOR-MIN
           END-IF
           MOVE WS-LIN-NOMBRE    TO WS-NOM
           MOVE WS-LIN-DIRECCION TO WS-DIRECCION
           MOVE WS-LIN-AGREGADO  TO WS-AGR
           MOVE 20          TO WS-FECHA-EVENTO(1:2)
           MOVE WS-FEC-ANO  TO WS-FECHA-EVENTO(3:2)
           MOVE WS-FEC-MES  TO WS-FECHA-EVENTO(5:2)
           MOVE WS-FEC-DIA  TO WS-FECHA-EVENTO(7:2).

      *----------------------------------------------------------------*
      * LAS REGLAS DE LA PANTALLA DE ADICION, EN SU MISMO ORDEN. LA
      * PRIMERA QUE FALLA DEJA EL MOTIVO Y DETIENE LA REVISION; SOLO
      * EL CUPO OCUPADO MANDA LA SOLICITUD A LA LISTA DE ESPERA (EN
      * LA PANTALLA ES LA UNICA FALLA QUE OFRECE ANOTARSE)
      *----------------------------------------------------------------*
       2100-VALIDAR-SOLICITUD.
           MOVE SPACES TO WS-MOTIVO
           MOVE 0 TO WS-CUPO-OCUPADO
           PERFORM 2110-VALIDA-DATOS
           IF WS-MOTIVO = SPACES AND WS-SER = 4
               PERFORM 2120-VALIDA-CURSILLO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2130-VALIDA-FECHA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2140-VALIDA-FESTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2145-VALIDA-TIEMPO-LITURGICO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2150-BUSCA-FECHA-EN-CALENDARIO
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2160-VALIDA-HORA
           END-IF
           IF WS-MOTIVO = SPACES
               PERFORM 2200-VALIDA-DISPONIBILIDAD
           END-IF
           IF WS-MOTIVO = SPACES AND WS-CEL > ZEROS
               PERFORM 2300-VALIDA-CELEBRANTE
           END-IF
           EVALUATE TRUE
               WHEN WS-MOTIVO = SPACES
                   SET SOL-RESERVADA TO TRUE
               WHEN WS-CUPO-OCUPADO = 1
                   SET SOL-EN-ESPERA TO TRUE
               WHEN OTHER
                   SET SOL-RECHAZADA TO TRUE
           END-EVALUATE.

       2110-VALIDA-DATOS.
           EVALUATE TRUE
               WHEN WS-SER < 1 OR WS-SER > 6
                   MOVE 'SERVICIO INVALIDO' TO WS-MOTIVO
               WHEN WS-SEDE < 1 OR WS-SEDE > 2
                   MOVE 'SEDE INVALIDA' TO WS-MOTIVO
               WHEN WS-TEL = ZEROS
                   MOVE 'FALTA EL TELEFONO' TO WS-MOTIVO
               WHEN WS-NOM = SPACES
                   MOVE 'FALTA EL NOMBRE' TO WS-MOTIVO
               WHEN WS-AGR NOT = SPACE AND NOT = 'F' AND NOT = 'D'
                    AND NOT = 'P' AND NOT = 'N'
                   MOVE 'AGREGADO INVALIDO' TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 2111-VALIDA-CODIGO-CELEBRANTE
           END-EVALUATE
           EVALUATE WS-SER
               WHEN 4 MOVE 3 TO WS-DURACION-SER
               WHEN 5 MOVE 2 TO WS-DURACION-SER
               WHEN OTHER MOVE 1 TO WS-DURACION-SER
           END-EVALUATE.

      * SIN MAESTRO DE CELEBRANTES LA RESERVA QUEDA SIN CELEBRANTE,
      * COMO EN LA PANTALLA; CON MAESTRO, EL CODIGO DEBE EXISTIR
       2111-VALIDA-CODIGO-CELEBRANTE.
           IF WS-NUM-CELEBRANTES = ZEROS
               MOVE ZEROS TO WS-CEL
           END-IF
           IF WS-CEL > ZEROS
               MOVE 0 TO WS-CEL-VALIDO
               PERFORM VARYING C FROM 1 BY 1
                       UNTIL C > WS-NUM-CELEBRANTES
                   IF TAB-CEL-CODIGO(C) = WS-CEL
                       MOVE 1 TO WS-CEL-VALIDO
                   END-IF
               END-PERFORM
               IF WS-CEL-VALIDO = 0
                   MOVE 'CELEBRANTE INEXISTENTE' TO WS-MOTIVO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EL MATRIMONIO EXIGE EL CURSILLO DE LA PAREJA POR EL TELEFONO.
      * EN LA PANTALLA EL OPERADOR PUEDE DEJARLO SEGUIR; AQUI NO HAY
      * QUIEN LO AUTORICE, ASI QUE SIN CURSILLO SE RECHAZA
      *----------------------------------------------------------------*
       2120-VALIDA-CURSILLO.
           MOVE 0 TO WS-CUR-HALLADO
           MOVE 0 TO SW-FDA-CURSILLO
           OPEN INPUT CURSILLO
           IF WS-ESTADO-CUR = '00'
               PERFORM 2121-LEER-CURSILLO
                   UNTIL WS-CUR-HALLADO = 1 OR SW-FDA-CURSILLO = 1
               CLOSE CURSILLO
           END-IF
           IF WS-CUR-HALLADO = 0
               MOVE 'LA PAREJA NO TIENE CURSILLO PREMATRIMONIAL'
                 TO WS-MOTIVO
           END-IF.

       2121-LEER-CURSILLO.
           READ CURSILLO AT END MOVE 1 TO SW-FDA-CURSILLO
                NOT AT END
                    IF RCUR-TELEFONO = WS-TEL
                        MOVE 1 TO WS-CUR-HALLADO
                    END-IF
           END-READ.

       2130-VALIDA-FECHA.
           EVALUATE TRUE
               WHEN WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                   MOVE 'FECHA INVALIDA (DIA)' TO WS-MOTIVO
               WHEN WS-FEC-MES < 1 OR WS-FEC-MES > 12
                   MOVE 'FECHA INVALIDA (MES)' TO WS-MOTIVO
               WHEN WS-FECHA-EVENTO NOT > WS-FEC-SIS
                   MOVE 'MINIMO CON UN DIA DE ANTICIPACION'
                     TO WS-MOTIVO
           END-EVALUATE.

      * LOS FESTIVOS LOS RESPONDE LA RUTINA DE FECHAS, COMO EN LA
      * PANTALLA
       2140-VALIDA-FESTIVO.
           INITIALIZE WS-FECHAS
           MOVE 1   TO WS-FORMATO
           MOVE 'C' TO WS-FUNCION-HABIL
           MOVE WS-FECHA-EVENTO TO WS-FECHA-BASE
           CALL RUT-FECHAS USING WS-FECHAS
           IF WS-ES-FESTIVO = 'S'
               MOVE 'ESA FECHA ES FESTIVO' TO WS-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
      * REGLAS DEL TIEMPO LITURGICO, COMO EN LA PANTALLA. LA REGLA 'A'
      * (CON AUTORIZACION DEL PARROCO) SE RECHAZA, PORQUE EN EL
      * PROCESO MASIVO NADIE LA PUEDE AUTORIZAR: LA FAMILIA DEBE PEDIR
      * LA RESERVA EN EL DESPACHO. LA 'T' DEJA LA TARIFA DEL TIEMPO
      * PARA 3100-CALCULAR-VALOR
      *----------------------------------------------------------------*
       2145-VALIDA-TIEMPO-LITURGICO.
           MOVE SPACES TO WS-LIT-TIEMPO WS-LIT-NOMBRE WS-LIT-REGLA
           MOVE ZEROS  TO WS-LIT-VALOR WS-LIT-TARIFA
           MOVE 0 TO SW-FDA-LITURGIA
           OPEN INPUT LITURGIA
           IF WS-ESTADO-LIT = '00'
               PERFORM 2146-LEER-LITURGIA
                   UNTIL SW-FDA-LITURGIA = 1 OR WS-LIT-TIEMPO > SPACES
               CLOSE LITURGIA
           END-IF
           IF WS-LIT-TIEMPO > SPACES
               MOVE 0 TO SW-FDA-REGLALIT
               OPEN INPUT REGLALIT
               IF WS-ESTADO-RLI = '00'
                   PERFORM 2147-LEER-REGLA
                       UNTIL SW-FDA-REGLALIT = 1
                          OR WS-LIT-REGLA > SPACES
                   CLOSE REGLALIT
               END-IF
           END-IF
           EVALUATE WS-LIT-REGLA
               WHEN 'P'
                   STRING 'NO SE CELEBRA EN ' DELIMITED BY SIZE
                          WS-LIT-NOMBRE       DELIMITED BY SIZE
                     INTO WS-MOTIVO
                   END-STRING
               WHEN 'A'
                   MOVE 'REQUIERE AUTORIZACION DEL PARROCO'
                     TO WS-MOTIVO
               WHEN 'T'
                   MOVE WS-LIT-VALOR TO WS-LIT-TARIFA
           END-EVALUATE.

       2146-LEER-LITURGIA.
           READ LITURGIA AT END MOVE 1 TO SW-FDA-LITURGIA
                         NOT AT END
                             IF RLIT-DESDE <= WS-FECHA-EVENTO
                                AND RLIT-HASTA >= WS-FECHA-EVENTO
                                 MOVE RLIT-TIEMPO TO WS-LIT-TIEMPO
                                 MOVE RLIT-NOMBRE TO WS-LIT-NOMBRE
                             END-IF
           END-READ.

       2147-LEER-REGLA.
           READ REGLALIT AT END MOVE 1 TO SW-FDA-REGLALIT
                         NOT AT END
                             IF RRLI-TIEMPO = WS-LIT-TIEMPO
                                AND RRLI-COD-SERVICIO = WS-SER
                                 MOVE RRLI-REGLA TO WS-LIT-REGLA
                                 MOVE RRLI-VALOR TO WS-LIT-VALOR
                             END-IF
           END-READ.

      * LA FECHA DEBE EXISTIR EN EL CALENDARIO GENERADO DE LA SEDE; SIN
      * CALENDARIO NO SE RESTRINGE
       2150-BUSCA-FECHA-EN-CALENDARIO.
           MOVE 0 TO SW-FDA-DATOSCAL
           MOVE 0 TO WS-FEC-EN-CAL
           OPEN INPUT DATOSCAL
           IF WS-ESTADO-CAL = '00'
               PERFORM 2151-LEER-CALENDARIO
                   UNTIL SW-FDA-DATOSCAL = 1 OR WS-FEC-EN-CAL = 1
               CLOSE DATOSCAL
               IF WS-FEC-EN-CAL = 0
                   MOVE 'FECHA FUERA DEL CALENDARIO GENERADO'
                     TO WS-MOTIVO
               END-IF
           END-IF.

       2151-LEER-CALENDARIO.
           READ DATOSCAL AT END MOVE 1 TO SW-FDA-DATOSCAL
                         NOT AT END
                             IF REG-FECHA = WS-FEC
                                AND REG-SEDE = WS-SEDE
                                 MOVE 1 TO WS-FEC-EN-CAL
                             END-IF
           END-READ.

       2160-VALIDA-HORA.
           IF WS-HOR-HOR > 06 AND < 21
               IF WS-HOR-MIN > 59
                   MOVE 'MINUTO INVALIDO' TO WS-MOTIVO
               END-IF
           ELSE
               MOVE 'HORA INVALIDA (DE 07:00 A 20:59)' TO WS-MOTIVO
           END-IF.

      *----------------------------------------------------------------*
      * EL SERVICIO DEBE CABER ANTES DEL CIERRE Y TODAS LAS HORAS DEL
      * RANGO DEBEN EXISTIR EN EL CALENDARIO Y ESTAR LIBRES
      *----------------------------------------------------------------*
       2200-VALIDA-DISPONIBILIDAD.
           COMPUTE WS-HOR-FIN = WS-HOR-HOR + WS-DURACION-SER - 1
           IF WS-HOR-FIN > 20
               MOVE 'EL SERVICIO NO CABE ANTES DEL CIERRE (20:00)'
                 TO WS-MOTIVO
           ELSE
               MOVE 0 TO SW-FDA-DATOSCAL
               MOVE ZEROS TO WS-CUPOS-VISTOS
               OPEN INPUT DATOSCAL
               IF WS-ESTADO-CAL = '00'
                   PERFORM 2210-BUSCA-CUPO UNTIL SW-FDA-DATOSCAL = 1
                   CLOSE DATOSCAL
                   IF WS-CUPOS-VISTOS < WS-DURACION-SER
                       MOVE 1 TO WS-CUPO-OCUPADO
                   END-IF
               END-IF
               IF WS-CUPO-OCUPADO = 1
                   MOVE 'ESE CUPO YA ESTA OCUPADO O INHABILITADO'
                     TO WS-MOTIVO
               END-IF
           END-IF.

       2210-BUSCA-CUPO.
           READ DATOSCAL AT END MOVE 1 TO SW-FDA-DATOSCAL
                NOT AT END
                    IF REG-FECHA = WS-FEC AND REG-SEDE = WS-SEDE
                       AND REG-HORA >= WS-HOR-HOR
                       AND REG-HORA <= WS-HOR-FIN
                        ADD 1 TO WS-CUPOS-VISTOS
                        IF REG-ESTADO = 'I' OR REG-ESTADO = 'O'
                            MOVE 1 TO WS-CUPO-OCUPADO
                            MOVE 1 TO SW-FDA-DATOSCAL
                        END-IF
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EL CELEBRANTE PEDIDO NO PUEDE ESTAR AUSENTE ESE DIA NI TENER
      * OTRO SERVICIO PENDIENTE A LA MISMA FECHA Y HORA
      *----------------------------------------------------------------*
       2300-VALIDA-CELEBRANTE.
           PERFORM 2310-MARCA-AUSENTES
           IF WS-CEL-AUSENTE = 1
               MOVE 'EL CELEBRANTE ESTA AUSENTE ESE DIA' TO WS-MOTIVO
           ELSE
               MOVE 0 TO WS-CEL-CHOQUE
               MOVE 0 TO SW-FDA-SERVICIO
               OPEN INPUT SERVICIO
               IF WS-ESTADO-SER = '00'
                   PERFORM 2320-LEER-AGENDA
                       UNTIL SW-FDA-SERVICIO = 1 OR WS-CEL-CHOQUE = 1
                   CLOSE SERVICIO
               END-IF
               IF WS-CEL-CHOQUE = 1
                   MOVE 'EL CELEBRANTE YA TIENE SERVICIO A ESA HORA'
                     TO WS-MOTIVO
               END-IF
           END-IF.

       2310-MARCA-AUSENTES.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CELEBRANTES
               MOVE 'N' TO TAB-CEL-AUSENTE(C)
           END-PERFORM
           MOVE 0 TO SW-FDA-AUSENCIAS
           OPEN INPUT AUSENCIAS
           IF WS-ESTADO-AUS = '00'
               PERFORM 2311-LEER-AUSENCIA UNTIL SW-FDA-AUSENCIAS = 1
               CLOSE AUSENCIAS
           END-IF
           MOVE 0 TO WS-CEL-AUSENTE
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CELEBRANTES
               IF TAB-CEL-CODIGO(C) = WS-CEL
                  AND TAB-CEL-AUSENTE(C) = 'S'
                   MOVE 1 TO WS-CEL-AUSENTE
               END-IF
           END-PERFORM.

       2311-LEER-AUSENCIA.
           READ AUSENCIAS AT END MOVE 1 TO SW-FDA-AUSENCIAS
                NOT AT END
                    IF RAUS-DESDE <= WS-FECHA-EVENTO
                       AND RAUS-HASTA >= WS-FECHA-EVENTO
                        PERFORM VARYING C FROM 1 BY 1
                                UNTIL C > WS-NUM-CELEBRANTES
                            IF TAB-CEL-CODIGO(C) = RAUS-CELEBRANTE
                                MOVE 'S' TO TAB-CEL-AUSENTE(C)
                            END-IF
                        END-PERFORM
                    END-IF
           END-READ.

       2320-LEER-AGENDA.
           READ SERVICIO NEXT RECORD
                AT END MOVE 1 TO SW-FDA-SERVICIO
                NOT AT END
                    IF ASER-CELEBRANTE = WS-CEL AND ASER-ESTADO = 'P'
                       AND ASER-FECHA(1:2) = WS-FEC-DIA
                       AND ASER-FECHA(4:2) = WS-FEC-MES
                       AND ASER-FECHA(9:2) = WS-FEC-ANO
                       AND ASER-HORA(1:2)  = WS-HOR-HOR
                        MOVE 1 TO WS-CEL-CHOQUE
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * RESERVA: FELIGRES, VALOR CON SU AGREGADO, CONSECUTIVO, SERVICIO
      * PENDIENTE, CUPOS OCUPADOS, AMONESTACIONES DEL MATRIMONIO Y
      * COMPROBANTE. LOS RECURSOS Y EL NICHO SE SIGUEN TOMANDO EN EL
      * DESPACHO, PORQUE LA FAMILIA LOS ESCOGE EN PERSONA
      *----------------------------------------------------------------*
       3000-RESERVAR.
           PERFORM 3010-BUSCAR-FELIGRES
           IF WS-FEL-HALLADO = 1
               MOVE RFEL-NOMBRE TO WS-NOM
           ELSE
               PERFORM 3020-GRABAR-FELIGRES
           END-IF
           PERFORM 3100-CALCULAR-VALOR
           OPEN I-O SERVICIO
           IF WS-ESTADO-SER NOT = '00'
               MOVE 'ARCHIVO DE SERVICIOS NO DISPONIBLE' TO WS-MOTIVO
               SET SOL-RECHAZADA TO TRUE
               PERFORM 4000-RECHAZAR
           ELSE
               PERFORM 3200-OBTIENE-CONSECUTIVO
               PERFORM 3210-MOVER-CAMPOS-SERVI
               WRITE REG-SERVICIO END-WRITE
               CLOSE SERVICIO
               PERFORM 3300-OCUPAR-CUPOS
               IF WS-SER = 4
                   PERFORM 3400-GENERA-AMONESTA
               END-IF
               PERFORM 3600-IMPRIMIR-COMPROBANTE
               ADD 1 TO WS-TOT-RESERVADAS
               ADD WS-VAL-TOT TO WS-VAL-RESERVADO
           END-IF.

       3010-BUSCAR-FELIGRES.
           MOVE 0 TO WS-FEL-HALLADO
           MOVE 0 TO SW-FDA-FELIGRES
           OPEN INPUT FELIGRES
           IF WS-ESTADO-FEL = '00'
               PERFORM 3011-LEER-FELIGRES
                   UNTIL WS-FEL-HALLADO = 1 OR SW-FDA-FELIGRES = 1
               CLOSE FELIGRES
           END-IF.

       3011-LEER-FELIGRES.
           READ FELIGRES AT END MOVE 1 TO SW-FDA-FELIGRES
                NOT AT END
                    IF RFEL-TELEFONO = WS-TEL
                        MOVE 1 TO WS-FEL-HALLADO
                    END-IF
           END-READ.

      * EL FELIGRES NUEVO QUEDA EN EL MAESTRO CON LA DIRECCION QUE
      * DIGITO EN EL FORMULARIO
       3020-GRABAR-FELIGRES.
           MOVE WS-TEL       TO RFEL-TELEFONO
           MOVE WS-NOM       TO RFEL-NOMBRE
           MOVE WS-DIRECCION TO RFEL-DIRECCION
           OPEN EXTEND FELIGRES
           IF WS-ESTADO-FEL = '35'
               OPEN OUTPUT FELIGRES
           END-IF
           IF WS-ESTADO-FEL = '00' OR WS-ESTADO-FEL = '05'
               WRITE REG-FELIGRES END-WRITE
               CLOSE FELIGRES
           END-IF.

       3100-CALCULAR-VALOR.
           MOVE ZEROS TO WS-TARIFA-VIGENTE WS-TARIFA-VALOR
           MOVE 0 TO SW-FDA-TARIFAS
           OPEN INPUT TARIFAS
           IF WS-ESTADO-TAR = '00'
               PERFORM 3110-LEER-TARIFA UNTIL SW-FDA-TARIFAS = 1
               CLOSE TARIFAS
           END-IF
           IF WS-TARIFA-VIGENTE > ZEROS
               MOVE WS-TARIFA-VALOR TO WS-VALORES
           ELSE
               EVALUATE WS-SER
                   WHEN 1 SET VAL-BAU TO TRUE
                   WHEN 2 SET VAL-PRI TO TRUE
                   WHEN 3 SET VAL-CON TO TRUE
                   WHEN 4 SET VAL-MAT TO TRUE
                   WHEN 5 SET VAL-FUN TO TRUE
                   WHEN 6 SET VAL-MIS TO TRUE
               END-EVALUATE
           END-IF
      * EL TIEMPO LITURGICO CON TARIFA PROPIA (REGLA 'T') LA IMPONE
           IF WS-LIT-TARIFA > ZEROS
               MOVE WS-LIT-TARIFA TO WS-VALORES
           END-IF
      * EL MATRIMONIO LLEVA SU RECARGO AUTOMATICO; LOS DEMAS, EL
      * AGREGADO QUE ESCOGIO LA FAMILIA (EN BLANCO, NINGUNO)
           IF WS-SER = 4
               COMPUTE WS-VAL-AGR = WS-VALORES * (WS-PORCE / 100)
               MOVE 'M' TO WS-AGR
           ELSE
               EVALUATE WS-AGR
                   WHEN 'F' SET VAL-AGR-FLORES     TO TRUE
                   WHEN 'D' SET VAL-AGR-DECORACION TO TRUE
                   WHEN 'P' SET VAL-AGR-FOTOGRAFIA TO TRUE
                   WHEN OTHER
                       SET VAL-AGR-NINGUNO TO TRUE
                       MOVE 'N' TO WS-AGR
               END-EVALUATE
               MOVE WS-VAL-AGR-TABLA TO WS-VAL-AGR
           END-IF
           ADD WS-VALORES WS-VAL-AGR GIVING WS-VAL-TOT.

       3110-LEER-TARIFA.
           READ TARIFAS AT END MOVE 1 TO SW-FDA-TARIFAS
                NOT AT END
                    IF RTAR-COD-SERVICIO = WS-SER
                       AND RTAR-FECHA-DESDE <= WS-FECHA-EVENTO
                       AND RTAR-FECHA-DESDE > WS-TARIFA-VIGENTE
                        MOVE RTAR-FECHA-DESDE TO WS-TARIFA-VIGENTE
                        MOVE RTAR-VALOR       TO WS-TARIFA-VALOR
                    END-IF
           END-READ.

      * ACON-CONSECUTIVO ES PIC 9(04): AL LLEGAR A 9999 SE REINICIA EN
      * 1, IGUAL QUE EN LA PANTALLA
       3200-OBTIENE-CONSECUTIVO.
           MOVE 0 TO SW-FDA-CONSECUT
           OPEN I-O CONSECUT
           READ CONSECUT AT END MOVE 1 TO SW-FDA-CONSECUT
                NOT AT END
                    ADD 1 TO ACON-CONSECUTIVO
                        ON SIZE ERROR
                            MOVE 1 TO ACON-CONSECUTIVO
                    END-ADD
                    REWRITE REG-CONSECUT END-REWRITE
           END-READ
           CLOSE CONSECUT
           MOVE ACON-CONSECUTIVO TO WS-NUM-SERVICIO.

       3210-MOVER-CAMPOS-SERVI.
           MOVE WS-NUM-SERVICIO  TO ASER-NUM-SERVICIO
           MOVE WS-SER           TO ASER-COD-SERVICIO
           MOVE WS-FEC-DIA       TO ASER-FECHA(1:2)
           MOVE '/'              TO ASER-FECHA(3:1)
           MOVE WS-FEC-MES       TO ASER-FECHA(4:2)
           MOVE '/'              TO ASER-FECHA(6:1)
           MOVE '20'             TO ASER-FECHA(7:2)
           MOVE WS-FEC-ANO       TO ASER-FECHA(9:2)
           MOVE WS-HOR-HOR       TO ASER-HORA(1:2)
           MOVE ':'              TO ASER-HORA(3:1)
           MOVE WS-HOR-MIN       TO ASER-HORA(4:2)
           MOVE WS-NOM           TO ASER-NOMBRE
           MOVE WS-TEL           TO ASER-TELEFONO
           MOVE WS-AGR           TO ASER-AGREGADOS
           MOVE WS-VAL-TOT       TO ASER-VALOR
           MOVE 'P'              TO ASER-ESTADO
           MOVE WS-CEL           TO ASER-CELEBRANTE
           MOVE WS-SEDE          TO ASER-SEDE.

      * OCUPA TODOS LOS CUPOS DEL CALENDARIO QUE ABARCA EL SERVICIO,
      * PARA QUE LA SIGUIENTE SOLICITUD DEL ARCHIVO YA LOS VEA TOMADOS
       3300-OCUPAR-CUPOS.
           MOVE 0 TO SW-FDA-DATOSCAL
           MOVE ZEROS TO WS-CUPOS-VISTOS
           OPEN I-O DATOSCAL
           IF WS-ESTADO-CAL = '00'
               PERFORM 3310-BUSCA-Y-OCUPA UNTIL SW-FDA-DATOSCAL = 1
               CLOSE DATOSCAL
           END-IF.

       3310-BUSCA-Y-OCUPA.
           READ DATOSCAL AT END MOVE 1 TO SW-FDA-DATOSCAL
                NOT AT END
                    IF REG-FECHA = WS-FEC AND REG-SEDE = WS-SEDE
                       AND REG-HORA >= WS-HOR-HOR
                       AND REG-HORA <= WS-HOR-FIN
                        MOVE 'O' TO REG-ESTADO
                        REWRITE REG-CALENDARIO END-REWRITE
                        ADD 1 TO WS-CUPOS-VISTOS
                        IF WS-CUPOS-VISTOS = WS-DURACION-SER
                            MOVE 1 TO SW-FDA-DATOSCAL
                        END-IF
                    END-IF
           END-READ.

      * TRES AMONESTACIONES, UNA POR CADA DOMINGO ANTERIOR A LA BODA
       3400-GENERA-AMONESTA.
           MOVE WS-FECHA-EVENTO TO WS-FECHA-INTEGRABLE
           COMPUTE WS-INT-SER =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-INTEGRABLE)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-SER 7)
           IF WS-DIA-SEMANA = 0
               COMPUTE WS-INT-DOMINGO = WS-INT-SER - 7
           ELSE
               COMPUTE WS-INT-DOMINGO = WS-INT-SER - WS-DIA-SEMANA
           END-IF
           OPEN EXTEND AMONESTA
           IF WS-ESTADO-AMO = '35'
               OPEN OUTPUT AMONESTA
           END-IF
           IF WS-ESTADO-AMO = '00' OR WS-ESTADO-AMO = '05'
               PERFORM 3410-GRABA-AMONESTA
                   VARYING WS-AMO-SEC FROM 1 BY 1 UNTIL WS-AMO-SEC > 3
               CLOSE AMONESTA
           END-IF.

       3410-GRABA-AMONESTA.
           COMPUTE WS-AMO-FECHA = FUNCTION DATE-OF-INTEGER
                   (WS-INT-DOMINGO - ((3 - WS-AMO-SEC) * 7))
           MOVE WS-NUM-SERVICIO  TO RAMO-NUM-SERVICIO
           MOVE WS-AMO-SEC       TO RAMO-SECUENCIA
           MOVE WS-AMO-FECHA     TO RAMO-FECHA
           MOVE 'P'              TO RAMO-ESTADO
           WRITE REG-AMONESTA END-WRITE.

      *----------------------------------------------------------------*
      * EL CUPO ESTA OCUPADO: LA FAMILIA QUEDA EN LA LISTA DE ESPERA
      * DE ESE CUPO, PARA AVISARLE SI LA RESERVA ORIGINAL SE CANCELA
      *----------------------------------------------------------------*
       3500-ANOTAR-ESPERA.
           MOVE WS-FEC     TO RESP-FECHA
           MOVE WS-HOR-HOR TO RESP-HORA
           MOVE WS-SER     TO RESP-SERVICIO
           MOVE WS-NOM     TO RESP-NOMBRE
           MOVE WS-TEL     TO RESP-TELEFONO
           MOVE 'E'        TO RESP-ESTADO
           MOVE WS-SEDE    TO RESP-SEDE
           OPEN EXTEND ESPERA
           IF WS-ESTADO-ESP = '35'
               OPEN OUTPUT ESPERA
           END-IF
           IF WS-ESTADO-ESP = '00' OR WS-ESTADO-ESP = '05'
               WRITE REG-ESPERA END-WRITE
               CLOSE ESPERA
               ADD 1 TO WS-TOT-ESPERA
           ELSE
               MOVE 'LISTA DE ESPERA NO DISPONIBLE' TO WS-MOTIVO
               SET SOL-RECHAZADA TO TRUE
               PERFORM 4000-RECHAZAR
           END-IF.

      *----------------------------------------------------------------*
      * COMPROBANTE DE LA RESERVA, CON EL MISMO FORMATO DEL QUE IMPRIME
      * LA PANTALLA DE ADICION
      *----------------------------------------------------------------*
       3600-IMPRIMIR-COMPROBANTE.
           MOVE WS-NUM-SERVICIO TO RCOM-TIT-NUMERO
           WRITE REG-COMPROBA FROM REG-SAL-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-COMPROBA FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           WRITE REG-COMPROBA FROM REG-SAL-ENC-03 AFTER 1 END-WRITE
           WRITE REG-COMPROBA FROM REG-COM-TIT    AFTER 1 END-WRITE
           WRITE REG-COMPROBA FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           MOVE 'SERVICIO          :' TO RCOM-DET-ETIQUETA
           PERFORM 9000-NOMBRE-SERVICIO
           WRITE REG-COMPROBA FROM REG-COM-DET AFTER 2 END-WRITE
           MOVE 'A NOMBRE DE       :' TO RCOM-DET-ETIQUETA
           MOVE WS-NOM                TO RCOM-DET-VALOR
           WRITE REG-COMPROBA FROM REG-COM-DET AFTER 1 END-WRITE
           MOVE 'FECHA DEL EVENTO  :' TO RCOM-DET-ETIQUETA
           MOVE ASER-FECHA            TO RCOM-DET-VALOR
           WRITE REG-COMPROBA FROM REG-COM-DET AFTER 1 END-WRITE
           MOVE 'HORA DEL EVENTO   :' TO RCOM-DET-ETIQUETA
           MOVE ASER-HORA             TO RCOM-DET-VALOR
           WRITE REG-COMPROBA FROM REG-COM-DET AFTER 1 END-WRITE
           MOVE 'SEDE              :' TO RCOM-DET-ETIQUETA
           PERFORM 9010-NOMBRE-SEDE
           WRITE REG-COMPROBA FROM REG-COM-DET AFTER 1 END-WRITE
           MOVE 'AGREGADOS         :' TO RCOM-DET-ETIQUETA
           EVALUATE WS-AGR
               WHEN 'M' MOVE 'RECARGO MATRIMONIO (20%)'
                                             TO RCOM-DET-VALOR
               WHEN 'F' MOVE 'FLORES'        TO RCOM-DET-VALOR
               WHEN 'D' MOVE 'DECORACION'    TO RCOM-DET-VALOR
               WHEN 'P' MOVE 'FOTOGRAFIA'    TO RCOM-DET-VALOR
               WHEN OTHER MOVE 'NINGUNO'     TO RCOM-DET-VALOR
           END-EVALUATE
           WRITE REG-COMPROBA FROM REG-COM-DET AFTER 1 END-WRITE
           MOVE 'VALOR TOTAL       :' TO RCOM-DET-ETIQUETA
           MOVE WS-VAL-TOT            TO WS-MASCARA-COM
           MOVE WS-MASCARA-COM        TO RCOM-DET-VALOR
           WRITE REG-COMPROBA FROM REG-COM-DET AFTER 1 END-WRITE
           IF WS-CEL > ZEROS
               MOVE 'CELEBRANTE        :' TO RCOM-DET-ETIQUETA
               PERFORM 9020-NOMBRE-CELEBRANTE
               MOVE WS-CEL-NOMBRE         TO RCOM-DET-VALOR
               WRITE REG-COMPROBA FROM REG-COM-DET AFTER 1 END-WRITE
           END-IF
           WRITE REG-COMPROBA FROM REG-SAL-ENC-02 AFTER 2 END-WRITE
           WRITE REG-COMPROBA FROM REG-COM-PIE    AFTER 1 END-WRITE.

       4000-RECHAZAR.
           ADD 1 TO WS-TOT-RECHAZOS
           MOVE SPACES TO REG-RECHAZO
           STRING REG-SOLICWEB DELIMITED BY '  '
                  ' | ' DELIMITED BY SIZE
                  WS-MOTIVO DELIMITED BY SIZE
                  INTO REG-RECHAZO
           WRITE REG-RECHAZO.

      *----------------------------------------------------------------*
      * CARTA DE RESPUESTA A LA FAMILIA, UNA PAGINA POR SOLICITUD, CON
      * LO QUE PIDIO Y EL RESULTADO: RESERVA CONFIRMADA (NUMERO Y
      * VALOR), LISTA DE ESPERA, O RECHAZO CON SU MOTIVO
      *----------------------------------------------------------------*
       5000-CARTA-RESPUESTA.
           WRITE REG-CARTA FROM REG-SAL-ENC-02 AFTER PAGE END-WRITE
           WRITE REG-CARTA FROM REG-SAL-ENC-03 AFTER 1 END-WRITE
           WRITE REG-CARTA FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           MOVE SPACES TO RCAR-TEXTO
           STRING 'FECHA: ' WS-FEC-EDITADA
                  DELIMITED BY SIZE INTO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           MOVE 'SENOR(A)'   TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           MOVE WS-NOM       TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE
           IF WS-DIRECCION > SPACES
               MOVE WS-DIRECCION TO RCAR-TEXTO
               WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE
           END-IF
           MOVE SPACES TO RCAR-TEXTO
           STRING 'TELEFONO: ' WS-TEL
                  DELIMITED BY SIZE INTO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE
           MOVE SPACES TO RCOM-DET-VALOR
           PERFORM 9000-NOMBRE-SERVICIO
           MOVE SPACES TO RCAR-TEXTO
           STRING 'REF: SOLICITUD DE ' DELIMITED BY SIZE
                  RCOM-DET-VALOR DELIMITED BY '  '
                  ' PARA EL ' DELIMITED BY SIZE
                  WS-LIN-FECHA DELIMITED BY SIZE
                  ' A LAS ' DELIMITED BY SIZE
                  WS-LIN-HORA DELIMITED BY SIZE
                  INTO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           MOVE 'APRECIADA FAMILIA:' TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           EVALUATE TRUE
               WHEN SOL-RESERVADA
                   PERFORM 5100-TEXTO-RESERVADA
               WHEN SOL-EN-ESPERA
                   PERFORM 5200-TEXTO-ESPERA
               WHEN OTHER
                   PERFORM 5300-TEXTO-RECHAZADA
           END-EVALUATE
           MOVE 'CORDIALMENTE,'       TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 3 END-WRITE
           MOVE 'DESPACHO PARROQUIAL' TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 3 END-WRITE.

       5100-TEXTO-RESERVADA.
           MOVE SPACES TO RCAR-TEXTO
           STRING 'CON GUSTO LE CONFIRMAMOS QUE SU SERVICIO QUEDO '
                  'RESERVADO CON EL'
                  DELIMITED BY SIZE INTO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           MOVE WS-VAL-TOT TO WS-MASCARA-COM
           PERFORM 9010-NOMBRE-SEDE
           MOVE SPACES TO RCAR-TEXTO
           STRING 'COMPROBANTE NO. ' WS-NUM-SERVICIO
                  ', EN LA ' DELIMITED BY SIZE
                  RCOM-DET-VALOR DELIMITED BY '  '
                  ', POR UN VALOR DE ' DELIMITED BY SIZE
                  WS-MASCARA-COM DELIMITED BY SIZE
                  INTO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE
           IF WS-CEL > ZEROS
               PERFORM 9020-NOMBRE-CELEBRANTE
               MOVE SPACES TO RCAR-TEXTO
               STRING 'CELEBRA: ' WS-CEL-NOMBRE
                      DELIMITED BY SIZE INTO RCAR-TEXTO
               WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE
           END-IF
           MOVE 'EL SERVICIO QUEDA PENDIENTE; POR FAVOR ACERQUESE AL DES
      -         'PACHO PARA SUS ABONOS.'
             TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           IF WS-SER = 4
               MOVE 'LAS AMONESTACIONES SE LEERAN LOS TRES DOMINGOS ANTE
      -             'RIORES A LA BODA.'
                 TO RCAR-TEXTO
               WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE
           END-IF.

       5200-TEXTO-ESPERA.
           MOVE 'EL HORARIO QUE SOLICITO YA ESTA OCUPADO EN NUESTRO CALE
      -         'NDARIO.'
             TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           MOVE 'SU SOLICITUD QUEDO EN LA LISTA DE ESPERA DE ESE CUPO Y
      -         'LE AVISAREMOS'
             TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE
           MOVE 'SI SE LLEGA A LIBERAR, O PUEDE LLAMARNOS PARA ESCOGER O
      -         'TRA FECHA.'
             TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 1 END-WRITE.

       5300-TEXTO-RECHAZADA.
           MOVE 'LAMENTAMOS INFORMARLE QUE NO FUE POSIBLE TOMAR SU RESER
      -         'VA, POR ESTE MOTIVO:'
             TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           MOVE SPACES    TO RCAR-TEXTO
           MOVE WS-MOTIVO TO RCAR-TEXTO(5:40)
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE
           MOVE 'COMUNIQUESE CON EL DESPACHO PARROQUIAL PARA BUSCAR OTRA
      -         ' FECHA.'
             TO RCAR-TEXTO
           WRITE REG-CARTA FROM REG-CAR-TEXTO AFTER 2 END-WRITE.

       6000-PAGINA-CONTROL.
           OPEN OUTPUT IMPRESOR
           IF WS-ESTADO-IMP NOT = '00'
               DISPLAY 'ERROR GENERANDO LA PAGINA DE CONTROL'
               STOP RUN
           END-IF
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-01 AFTER PAGE END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-03 AFTER 1 END-WRITE
           WRITE REG-IMPRESOR FROM REG-SAL-ENC-02 AFTER 1 END-WRITE
           MOVE 'CONTROL DEL INGRESO DE SOLICITUDES DEL FORMULARIO WEB'
             TO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           STRING 'SOLICITUDES DEL ARCHIVO: ' WS-TOT-LINEAS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 2
           MOVE SPACES TO REG-IMPRESOR
           MOVE WS-VAL-RESERVADO TO WS-MAS-DINERO
           STRING 'RESERVADAS             : ' WS-TOT-RESERVADAS
                  '  VALOR: ' WS-MAS-DINERO
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING 'EN LISTA DE ESPERA     : ' WS-TOT-ESPERA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           MOVE SPACES TO REG-IMPRESOR
           STRING 'RECHAZADAS             : ' WS-TOT-RECHAZOS
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR AFTER 1
           CLOSE IMPRESOR.

      *----------------------------------------------------------------*
      * CONTROL DE SANMSERV: ANTES DE RESERVAR SE AVISA SI EL ARCHIVO
      * NO CUADRA CON EL ULTIMO CIERRE; AL TERMINAR SE DEJA EL CONTEO
      * Y LA SUMA NUEVOS, COMO HACE NO1CSANM AL SALIR
      *----------------------------------------------------------------*
       7000-VERIFICA-CONTROL.
           MOVE 0 TO WS-CTL-HAY-ULTIMO
           MOVE 0 TO SW-FDA-CONTROLES
           OPEN INPUT CONTROLES
           IF WS-ESTADO-CTL = '00'
               PERFORM 7010-LEER-CONTROL UNTIL SW-FDA-CONTROLES = 1
               CLOSE CONTROLES
           END-IF
           IF WS-CTL-HAY-ULTIMO = 1
               PERFORM 7100-CONTAR-SERVICIOS
               IF WS-CTL-REGISTROS NOT = WS-CTL-REG-ULT
                  OR WS-CTL-SUMA NOT = WS-CTL-SUM-ULT
                   DISPLAY '*** ATENCION: EL ARCHIVO DE SERVICIOS NO '
                           'CUADRA CON EL ULTIMO CIERRE ***'
                   DISPLAY 'REGISTROS AHORA: ' WS-CTL-REGISTROS
                           ' SEGUN CONTROL: ' WS-CTL-REG-ULT
               END-IF
           END-IF.

       7010-LEER-CONTROL.
           READ CONTROLES AT END MOVE 1 TO SW-FDA-CONTROLES
                NOT AT END
                    IF RCTL-SISTEMA = 'SANMSERV'
                        MOVE RCTL-REGISTROS TO WS-CTL-REG-ULT
                        MOVE RCTL-SUMA      TO WS-CTL-SUM-ULT
                        MOVE 1 TO WS-CTL-HAY-ULTIMO
                    END-IF
           END-READ.

       7100-CONTAR-SERVICIOS.
           MOVE ZEROS TO WS-CTL-REGISTROS WS-CTL-SUMA
           MOVE 0 TO SW-FDA-SERVICIO
           OPEN INPUT SERVICIO
           IF WS-ESTADO-SER = '00'
               PERFORM 7110-LEER-SERVICIO UNTIL SW-FDA-SERVICIO = 1
               CLOSE SERVICIO
           END-IF.

       7110-LEER-SERVICIO.
           READ SERVICIO NEXT RECORD
                AT END MOVE 1 TO SW-FDA-SERVICIO
                NOT AT END
                    ADD 1 TO WS-CTL-REGISTROS
                    ADD ASER-VALOR TO WS-CTL-SUMA
           END-READ.

       7200-GRABAR-CONTROL.
           IF WS-TOT-RESERVADAS > ZEROS
               PERFORM 7100-CONTAR-SERVICIOS
               MOVE 'SANMSERV'        TO RCTL-SISTEMA
               MOVE WS-FEC-SIS        TO RCTL-FECHA
               MOVE WS-HOR-SIS(1:6)   TO RCTL-HORA
               MOVE WS-CTL-REGISTROS  TO RCTL-REGISTROS
               MOVE WS-CTL-SUMA       TO RCTL-SUMA
               OPEN EXTEND CONTROLES
               IF WS-ESTADO-CTL = '35'
                   OPEN OUTPUT CONTROLES
               END-IF
               IF WS-ESTADO-CTL = '00' OR WS-ESTADO-CTL = '05'
                   WRITE REG-CONTROL END-WRITE
                   CLOSE CONTROLES
               END-IF
           END-IF.

       8000-ENTREGAR-AL-SPOOL.
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'SOLICCAR'                    TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/SOLICCAR'  TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL
           IF WS-TOT-RESERVADAS > ZEROS
               MOVE 'SANMIGUE'                   TO CSPO-E-SISTEMA
               MOVE 'SOLICCOM'                   TO CSPO-E-TIPO
               MOVE './FILES/SANMIGUEL/SOLICCOM' TO CSPO-E-ORIGEN
               MOVE 'F'                          TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
           END-IF
           MOVE 'SANMIGUE'                    TO CSPO-E-SISTEMA
           MOVE 'SOLICCTL'                    TO CSPO-E-TIPO
           MOVE './FILES/SANMIGUEL/SOLICCTL'  TO CSPO-E-ORIGEN
           MOVE 'F'                           TO CSPO-E-FORMATO
           CALL RUT-NO8CSPOL USING NOCOSPOL.

      *----------------------------------------------------------------*
      * NOMBRES PARA LOS IMPRESOS (DEJAN EL TEXTO EN RCOM-DET-VALOR)
      *----------------------------------------------------------------*
       9000-NOMBRE-SERVICIO.
           EVALUATE WS-SER
               WHEN 1 MOVE 'BAUTISMO'         TO RCOM-DET-VALOR
               WHEN 2 MOVE 'PRIMERA COMUNION' TO RCOM-DET-VALOR
               WHEN 3 MOVE 'CONFIRMACION'     TO RCOM-DET-VALOR
               WHEN 4 MOVE 'MATRIMONIO'       TO RCOM-DET-VALOR
               WHEN 5 MOVE 'FUNERALES'        TO RCOM-DET-VALOR
               WHEN 6 MOVE 'MISAS'            TO RCOM-DET-VALOR
               WHEN OTHER MOVE 'SERVICIO'     TO RCOM-DET-VALOR
           END-EVALUATE.

       9010-NOMBRE-SEDE.
           IF WS-SEDE = 2
               MOVE 'CAPILLA SAN JOSE'  TO RCOM-DET-VALOR
           ELSE
               MOVE 'IGLESIA PRINCIPAL' TO RCOM-DET-VALOR
           END-IF.

       9020-NOMBRE-CELEBRANTE.
           MOVE SPACES TO WS-CEL-NOMBRE
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-NUM-CELEBRANTES
               IF TAB-CEL-CODIGO(C) = WS-CEL
                   MOVE TAB-CEL-NOMBRE(C) TO WS-CEL-NOMBRE
               END-IF
           END-PERFORM.

       END PROGRAM NO2CSOLI.
