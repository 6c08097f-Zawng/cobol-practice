      * OBJETIVO: SIMULAR LOS MOVIMIENTOS DE UNA CAJA DE CAMBIO
      * MOD: 09-AGO-26 - TRASLADOS DE DIVISAS ENTRE SUCURSALES, CON
      *      REGISTRO EN EL MISMO LIBRO TRANSDIV DE LAS OPERACIONES
      * MOD: 15-OCT-26 - BOVEDA Y CAJON POR CAJERO: FONDO INICIAL,
      *      REPOSICIONES Y DEVOLUCIONES, Y ARQUEO POR CAJERO
      * MOD: 15-OCT-26 - PROPUESTA DIARIA DE PEDIDO AL BANCO
      *      CORRESPONSAL CONTRA LIMITES DE POSICION POR DIVISA, CON
      *      PEDIDOS PENDIENTES HASTA QUE EL BANCO ENTREGA
      * MOD: 15-OCT-26 - RETENCION DE BILLETES FALSOS CON CONSTANCIA
      *      AL CLIENTE, REPORTE MENSUAL Y CADENA DE CUSTODIA
      * MOD: 15-OCT-26 - AVISO DE PERFIL DE RIESGO ALTO O VENCIDO AL
      *      CAPTURAR EL CLIENTE, CON APROBACION DEL SUPERVISOR SOBRE
      *      EL UMBRAL DE KYCPAR (EL PERFIL LO MANTIENE NO3CPERF)
      * MOD: 15-OCT-26 - LIBROS POR SUCURSAL: LA SESION TRABAJA EN UNA
      *      SUCURSAL, CADA OPERACION LLEVA SU SUCURSAL, CIERRE Y
      *      ARQUEO POR SUCURSAL Y CONSOLIDADO DE LA CASA ANTES DEL
      *      CORTE DEL DIA
      * MOD: 15-OCT-26 - TRANSHIS INDEXADO POR FECHA Y NUMERO DE
      *      OPERACION: LA REIMPRESION DEL CIERRE Y EL PEDIDO AL BANCO
      *      VAN DIRECTO AL RANGO DE FECHAS (CONVERSION EN NO9CINDX)
      * MOD: 15-OCT-26 - ASIENTOS DEL CORTE POR REGLA DE ASIENTO
      *      (COMPRA, VENTA, MARGEN) Y AVISO SI EL ASIENTO SE RECHAZA
      * MOD: 15-OCT-26 - LA ANULACION EN EFECTIVO REVERSA LOS BILLETES
      *      DEL CAJON DEL CAJERO ORIGINAL Y EL ARQUEO DEL CAJON AJUSTA
      *      LA POSICION DE LA CASA A LO CONTADO
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO1CMONY.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PAR.
      * PERFIL DE RIESGO DEL CLIENTE Y UMBRAL DE APROBACION (NO3CPERF)
           SELECT PERFILES ASSIGN TO './FILES/MONEY/PERFILES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PER.
           SELECT KYCPAR ASSIGN TO './FILES/MONEY/KYCPAR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-KYP.
      * REPORTE DE FIN DE DIA DE OPERACIONES SOBRE EL UMBRAL
           SELECT GRANDES ASSIGN TO './FILES/MONEY/GRANDES'
           FILE STATUS IS WS-ESTADO-GRA.
      * HISTORICO DATADO DE TRANSACCIONES (CORTE DE FIN DE DIA)
           SELECT TRANSHIS ASSIGN TO './FILES/MONEY/TRANSHIS'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTHI-CLAVE
           ALTERNATE RECORD KEY IS RTHI-CLIENTE-DOC
                                   WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-ESTADO-THI.
      * REIMPRESION DEL CIERRE DE UNA FECHA PASADA
           SELECT CIERREREP ASSIGN TO './FILES/MONEY/CIERREREP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-DEN.
      * CAJON DE CADA CAJERO POR DIVISA (LO DEMAS ESTA EN LA BOVEDA):
      * SE CARGA AL ARRANCAR Y SE REESCRIBE AL SALIR
           SELECT CAJONES ASSIGN TO './FILES/MONEY/CAJONES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CJN.
      * MOVIMIENTOS ENTRE LA BOVEDA Y LOS CAJONES (FONDO INICIAL,
      * REPOSICION, DEVOLUCION Y CIERRE)
           SELECT MOVCAJON ASSIGN TO './FILES/MONEY/MOVCAJON'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-MCJ.
      * LIMITES DE POSICION POR DIVISA (MINIMO Y MAXIMO EN CAJA)
           SELECT LIMITES ASSIGN TO './FILES/MONEY/LIMITES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-LIM.
      * PEDIDOS AL BANCO CORRESPONSAL: EL PEDIDO APROBADO QUEDA
      * PENDIENTE HASTA QUE EL BANCO ENTREGA (O RECIBE) LAS DIVISAS
           SELECT PEDIDOS ASSIGN TO './FILES/MONEY/PEDIDOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-PED.
      * REPORTE DE PROPUESTA DE PEDIDO DEL DIA
           SELECT PROPUESTA ASSIGN TO './FILES/MONEY/PROPUESTA'
           FILE STATUS IS WS-ESTADO-PRO.
      * REGISTRO DE BILLETES FALSOS RETENIDOS
           SELECT FALSOS ASSIGN TO './FILES/MONEY/FALSOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-FAL.
      * CONSTANCIA DE RETENCION PARA EL CLIENTE
           SELECT RETENCION ASSIGN TO './FILES/MONEY/RETENCION'
           FILE STATUS IS WS-ESTADO-RET.
      * REPORTE MENSUAL DE BILLETES FALSOS PARA LAS AUTORIDADES
           SELECT REPFALSOS ASSIGN TO './FILES/MONEY/REPFALSOS'
           FILE STATUS IS WS-ESTADO-RFA.
      * CIERRES DEL DIA POR SUCURSAL, CON LAS CIFRAS DE CADA CIERRE
           SELECT CIERRESUC ASSIGN TO './FILES/MONEY/CIERRESUC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CSU.
      * CONSOLIDADO DE LA CASA Y COMPARATIVO DE SUCURSALES
           SELECT CONSOLIDA ASSIGN TO './FILES/MONEY/CONSOLIDA'
           FILE STATUS IS WS-ESTADO-CNS.
      * LISTA RESTRICTIVA DE CUMPLIMIENTO (LA MANTIENE NO3CWTCH)
           SELECT WATCHLST ASSIGN TO './FILES/MONEY/WATCHLST'
           ORGANIZATION IS SEQUENTIAL
           02 RPOS-SUCURSAL          PIC 9(01).
           02 RPOS-DIVISA            PIC X(03).
           02 RPOS-CANTIDAD          PIC 9(07).
      * COSTO PROMEDIO PONDERADO DE LA DIVISA EN LA SUCURSAL
           02 RPOS-COSTO-PROM        PIC 9(05)V9(04).

       FD  SUCURSALES LABEL RECORD STANDARD
       01  REG-MONEYPAR.
           02 RPAR-UMBRAL            PIC 9(12).

       FD  PERFILES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/PERFILES.cpy'.

       FD  KYCPAR LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-KYCPAR.
           02 RKYP-UMBRAL            PIC 9(12).

       FD  GRANDES LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-GRANDES               PIC X(80).
      * CORTE DEL BILLETE DEL RENGLON (CERO = RENGLON TOTAL DE LA
      * DIVISA, EN UNIDADES; CON CORTE, LAS CIFRAS SON BILLETES)
           02 RDIF-DENOM             PIC 9(03).
      * SUCURSAL ARQUEADA (0 = PRINCIPAL)
           02 RDIF-SUCURSAL          PIC 9(01).

       FD  DENOMPOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
           02 RDEN-DIVISA            PIC X(03).
           02 RDEN-DENOM             PIC 9(03).
           02 RDEN-CANTIDAD          PIC 9(07).
           02 RDEN-SUCURSAL          PIC 9(01).

       FD  CAJONES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/CAJONES.cpy'.

       FD  MOVCAJON LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/MOVCAJON.cpy'.

       FD  LIMITES LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-LIMITE.
           02 RLIM-DIVISA            PIC X(03).
           02 RLIM-MINIMO            PIC 9(07).
           02 RLIM-MAXIMO            PIC 9(07).

       FD  PEDIDOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PEDIDO.
           02 RPED-NUMERO            PIC 9(06).
           02 RPED-FECHA             PIC X(11).
           02 RPED-DIVISA            PIC X(03).
      * TIPO: 'C' COMPRA AL BANCO, 'D' DEVOLUCION AL BANCO
           02 RPED-TIPO              PIC X(01).
           02 RPED-CANTIDAD          PIC 9(07).
      * TRM DEL DIA DE LA PROPUESTA Y VALOR DEL PEDIDO A ESA TASA
           02 RPED-TASA              PIC 9(05)V99.
           02 RPED-VALOR             PIC 9(12)V99.
           02 RPED-APRUEBA           PIC X(10).
      * ESTADO: 'P' PENDIENTE, 'C' CONFIRMADO POR EL BANCO
           02 RPED-ESTADO            PIC X(01).
           02 RPED-RECIBIDO          PIC 9(07).
           02 RPED-FEC-CONFIRMA      PIC X(11).
           02 RPED-CONFIRMA          PIC X(10).

       FD  PROPUESTA LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PROPUESTA             PIC X(80).

       FD  FALSOS LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY './COPYS/FALSOS.cpy'.

       FD  CIERRESUC LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CIERRESUC.
           02 RCSU-FECHA             PIC X(06).
           02 RCSU-SUCURSAL          PIC 9(01).
           02 RCSU-HORA              PIC X(08).
           02 RCSU-CAJERO            PIC X(10).
      * VOLUMEN EN PESOS, MARGEN DEL SPREAD Y UTILIDAD REALIZADA DE
      * LAS COMPRAS Y VENTAS DEL DIA EN LA SUCURSAL (SIN ANULADAS)
           02 RCSU-VOLUMEN           PIC 9(13)V99.
           02 RCSU-MARGEN            PIC S9(12)V99.
           02 RCSU-UTILIDAD          PIC S9(12)V99.
      * DIFERENCIAS DEL ARQUEO DE HOY VALORADAS A LA TRM, Y CUANTAS
      * DIVISAS NO CUADRARON
           02 RCSU-DIFERENCIA        PIC S9(12)V99.
           02 RCSU-NUM-DIFER         PIC 9(02).
      * POSICION DE LA SUCURSAL AL CERRAR, POR DIVISA
           02 RCSU-POSICION          OCCURS 9 TIMES.
              03 RCSU-DIVISA         PIC X(03).
              03 RCSU-CANTIDAD       PIC 9(07).

       FD  CONSOLIDA LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CONSOLIDA             PIC X(80).

       FD  RETENCION LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RETENCION             PIC X(80).

       FD  REPFALSOS LABEL RECORD OMITTED
           BLOCK CONTAINS 0 RECORDS.
       01  REG-REPFALSOS             PIC X(80).

       FD  WATCHLST LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS.
                                     VALUE ZEROS.
       01  WS-DEN-CONTADO            PIC 9(07) VALUE ZEROS.
       01  WS-DEN-DIF                PIC S9(07) VALUE ZEROS.
      * BILLETES DE LOS QUE PUEDE SALIR LA ENTREGA DE UNA VENTA (EL
      * CAJON DEL CAJERO, O LA BOVEDA SI NO TIENE CAJON ABIERTO)
       01  TABLA-DEN-DISPONIBLE.
           02 TAB-DEN-DISP           PIC 9(07) OCCURS 6 TIMES
                                     VALUE ZEROS.

      * BOVEDA Y CAJONES: EL EFECTIVO DE LA CASA (TAB-INVENTARIO Y
      * TAB-DEN-CANT) ES LA BOVEDA MAS LOS CAJONES ABIERTOS. CADA
      * CAJERO ABRE CON UN FONDO POR DIVISA Y CORTE, RECIBE
      * REPOSICIONES Y DEVUELVE A LA BOVEDA; SUS OPERACIONES EN
      * EFECTIVO ENTRAN Y SALEN DE SU CAJON, Y EL ARQUEO LO CUENTA
      * CONTRA SU PROPIO SALDO ESPERADO
       01  WS-ESTADO-CJN             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-MCJ             PIC X(02) VALUE SPACES.
       01  SW-FDA-CAJONES            PIC 9 VALUE ZEROS.
       01  WS-NUM-CAJONES            PIC 9(02) VALUE ZEROS.
       01  TABLA-CAJONES.
           02 TAB-CJN OCCURS 1 TO 90 TIMES
                      DEPENDING ON WS-NUM-CAJONES.
              03 TAB-CJN-CAJERO      PIC X(10).
              03 TAB-CJN-DIVISA      PIC X(03).
              03 TAB-CJN-FECHA       PIC X(11).
              03 TAB-CJN-ESTADO      PIC X(01).
                 88 TAB-CJN-ABIERTO  VALUE 'A'.
              03 TAB-CJN-FONDO       PIC 9(07).
              03 TAB-CJN-CANTIDAD    PIC 9(07).
              03 TAB-CJN-BILL        PIC 9(07) OCCURS 6 TIMES.
              03 TAB-CJN-SUCURSAL    PIC 9(01).
       01  CN                        PIC 9(02) VALUE ZEROS.
       01  SW-CJN-HALLADO            PIC 9 VALUE ZEROS.
       01  SW-CJN-ABIERTO            PIC 9 VALUE ZEROS.
       01  WS-CJN-CAJERO             PIC X(10) VALUE SPACES.
       01  WS-CJN-TIPO               PIC X(01) VALUE SPACES.
           88 CJN-FONDO              VALUE 'F'.
           88 CJN-REPOSICION         VALUE 'R'.
           88 CJN-DEVOLUCION         VALUE 'D'.
           88 CJN-CIERRE             VALUE 'C'.
       01  WS-CJN-DISPONIBLE         PIC 9(07) VALUE ZEROS.
       01  WS-OPC4                   PIC 9 VALUE ZEROS.
      * POSICION DE LA BOVEDA EN UNA DIVISA: LA CASA MENOS LOS
      * CAJONES ABIERTOS
       01  WS-BOV-CANTIDAD           PIC S9(07) VALUE ZEROS.
       01  TABLA-BOVEDA.
           02 TAB-BOV-BILL           PIC S9(07) OCCURS 6 TIMES
                                     VALUE ZEROS.
      * SALDO DEL LIBRO CONTRA EL QUE SE ARQUEA LA DIVISA (EL CAJON
      * DEL CAJERO O LA BOVEDA)
       01  WS-ARQ-LIBRO              PIC 9(07) VALUE ZEROS.
       01  TABLA-ARQ-LIBRO.
           02 TAB-ARQ-BILL           PIC 9(07) OCCURS 6 TIMES
                                     VALUE ZEROS.
       01  WS-ARQ-APLICA             PIC 9 VALUE ZEROS.
       01  WS-ARQ-DIVISAS            PIC 9(02) VALUE ZEROS.
      * 1 = LOS BILLETES DE LA CAPTURA O DE LA ENTREGA SON DE LA
      * BOVEDA (PEDIDOS AL BANCO), NO DEL CAJON DEL CAJERO
       01  SW-DEN-BOVEDA             PIC 9 VALUE ZEROS.

      * PROPUESTA DE PEDIDO AL BANCO CORRESPONSAL: VENTAS Y COMPRAS
      * DIARIAS DE LAS ULTIMAS N SEMANAS DEL HISTORICO (PROMEDIO Y
      * PICO) CONTRA LA POSICION, LAS RESERVAS POR RECOGER Y LOS
      * PEDIDOS YA EN CAMINO, PARA QUEDAR ENTRE EL MINIMO Y EL MAXIMO
      * DE LA DIVISA DURANTE LOS PROXIMOS DIAS
       01  WS-ESTADO-LIM             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PED             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-PRO             PIC X(02) VALUE SPACES.
       01  SW-FDA-LIMITES            PIC 9 VALUE ZEROS.
       01  SW-FDA-PEDIDOS            PIC 9 VALUE ZEROS.
       01  WS-OPC5                   PIC 9 VALUE ZEROS.
       01  WS-PED-SEMANAS            PIC 9(02) VALUE ZEROS.
       01  WS-PED-DIAS               PIC 9(02) VALUE ZEROS.
       01  WS-PED-VENTANA            PIC 9(03) VALUE ZEROS.
       01  WS-PED-NUM-DIAS           PIC 9(03) VALUE ZEROS.
       01  WS-PED-FECHA-INT          PIC 9(08) VALUE ZEROS.
       01  WS-PED-INT-HOY            PIC 9(07) VALUE ZEROS.
       01  WS-PED-INT-FEC            PIC 9(07) VALUE ZEROS.
       01  WS-PED-ATRAS              PIC 9(07) VALUE ZEROS.
       01  PD                        PIC 9(03) VALUE ZEROS.
      * UN RENGLON POR DIA HACIA ATRAS (1 = AYER), HASTA 12 SEMANAS
       01  TABLA-PED-DIAS.
           02 TAB-PDI                OCCURS 84 TIMES.
              03 TAB-PDI-ACTIVO      PIC 9.
              03 TAB-PDI-DIVI        OCCURS 9 TIMES.
                 04 TAB-PDI-VENTA    PIC 9(09).
                 04 TAB-PDI-COMPRA   PIC 9(09).
       01  TABLA-PEDIDO.
           02 TAB-PED                OCCURS 9 TIMES.
              03 TAB-PED-CON-LIMITE  PIC 9.
              03 TAB-PED-MINIMO      PIC 9(07).
              03 TAB-PED-MAXIMO      PIC 9(07).
              03 TAB-PED-TOT-VENTA   PIC 9(11).
              03 TAB-PED-TOT-COMPRA  PIC 9(11).
              03 TAB-PED-PICO-VENTA  PIC 9(09).
              03 TAB-PED-PICO-COMPRA PIC 9(09).
              03 TAB-PED-PROM-VENTA  PIC 9(09).
              03 TAB-PED-PROM-COMPRA PIC 9(09).
              03 TAB-PED-RESERVADO   PIC 9(09).
              03 TAB-PED-EN-CAMINO   PIC S9(09).
              03 TAB-PED-DISPONIBLE  PIC S9(09).
              03 TAB-PED-BAJA        PIC S9(09).
              03 TAB-PED-ALTA        PIC S9(09).
              03 TAB-PED-TIPO        PIC X(01).
              03 TAB-PED-CANTIDAD    PIC 9(07).
              03 TAB-PED-VALOR       PIC 9(12)V99.
       01  WS-PED-SALIDA             PIC S9(09) VALUE ZEROS.
       01  WS-PED-ENTRADA            PIC S9(09) VALUE ZEROS.
       01  WS-PED-EXCESO             PIC S9(09) VALUE ZEROS.
       01  WS-PED-HOLGURA            PIC S9(09) VALUE ZEROS.
       01  WS-PED-MINIMO             PIC 9(07) VALUE ZEROS.
       01  WS-PED-MAXIMO             PIC 9(07) VALUE ZEROS.
       01  WS-PED-NUMERO             PIC 9(06) VALUE ZEROS.
       01  WS-PED-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-PED-RECIBIDO           PIC 9(07) VALUE ZEROS.
       01  WS-PED-TIPO               PIC X(01) VALUE SPACES.
       01  WS-PED-DIVISA             PIC X(03) VALUE SPACES.
       01  WS-PED-CANTIDAD           PIC 9(07) VALUE ZEROS.
       01  WS-PED-TASA               PIC 9(05)V99 VALUE ZEROS.
       01  WS-MASCA-PED              PIC -ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-PED2             PIC -ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-PED3             PIC -ZZZ,ZZZ,ZZ9.

      * BILLETES FALSOS: LOS QUE EL CAJERO APARTA AL RECONTAR UNA
      * COMPRA EN EFECTIVO SE RETIENEN CON CONSTANCIA Y LA OPERACION
      * NO SE REALIZA
       01  WS-ESTADO-FAL             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RET             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-RFA             PIC X(02) VALUE SPACES.
       01  SW-FDA-FALSOS             PIC 9 VALUE ZEROS.
       01  SW-BILLETE-FALSO          PIC 9 VALUE ZEROS.
       01  WS-OPC6                   PIC 9 VALUE ZEROS.
       01  WS-FAL-NUMERO             PIC 9(06) VALUE ZEROS.
       01  WS-FAL-DENOM              PIC 9(03) VALUE ZEROS.
       01  WS-FAL-SERIE              PIC X(15) VALUE SPACES.
       01  WS-FAL-FIN                PIC 9 VALUE ZEROS.
       01  WS-FAL-VALIDO             PIC 9 VALUE ZEROS.
       01  WS-FAL-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-FAL-MES                PIC 9(04) VALUE ZEROS.
       01  WS-FAL-DIVISA             PIC X(03) VALUE SPACES.
       01  WS-FAL-ESTADO             PIC X(01) VALUE SPACES.
           88 FAL-ESTADO-VALIDO      VALUE 'B' 'E' 'P'.
       01  WS-FAL-ESTADO-ANT         PIC X(01) VALUE SPACES.
       01  WS-FAL-RECIBE             PIC X(25) VALUE SPACES.
       01  WS-FAL-TOTAL              PIC 9(07) VALUE ZEROS.
       01  WS-FAL-NOM-ESTADO         PIC X(10) VALUE SPACES.
       01  WS-MASCA-FAL              PIC ZZZ,ZZ9.
       01  WS-MASCA-FAL2             PIC Z,ZZZ,ZZ9.
       01  WS-FAL-NOTAS              PIC 9(02) VALUE ZEROS.
       01  FN                        PIC 9(02) VALUE ZEROS.
       01  TABLA-FALSOS.
           02 TAB-FAL                OCCURS 20 TIMES.
              03 TAB-FAL-DENOM       PIC 9(03).
              03 TAB-FAL-SERIE       PIC X(15).
      * RESUMEN DEL REPORTE MENSUAL POR DIVISA
       01  TABLA-FAL-RESUMEN.
           02 TAB-FRS                OCCURS 9 TIMES.
              03 TAB-FRS-BILLETES    PIC 9(05).
              03 TAB-FRS-VALOR       PIC 9(07).

      * MARGEN Y UTILIDAD DEL DIA POR DIVISA: VOLUMEN OPERADO, EL
      * INGRESO QUE DEJO EL SPREAD (DIFERENCIA CONTRA LA TRM) Y LA
           88 NO-AUTORIZA            VALUE 'N' 'n'.
       01  WS-LISTA-MOTIVO           PIC X(30) VALUE SPACES.

      * PERFIL DE RIESGO: EL CLIENTE DE RIESGO ALTO O CON LA REVISION
      * VENCIDA SE AVISA, Y SOBRE EL UMBRAL DE KYCPAR EXIGE SUPERVISOR
       01  WS-ESTADO-PER             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-KYP             PIC X(02) VALUE SPACES.
       01  SW-FDA-PERFILES           PIC 9 VALUE ZEROS.
       01  WS-PER-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-PER-ALERTA             PIC 9 VALUE ZEROS.
       01  WS-KYC-UMBRAL             PIC 9(12) VALUE 020000000.

      * RESERVAS DE TASA: CAPTURA, RECOGIDA Y VENCIMIENTO
       01  WS-ESTADO-RSV             PIC X(02) VALUE SPACES.
       01  SW-FDA-RESERVAS           PIC 9 VALUE ZEROS.
       01  WS-ANU-CANTIDAD           PIC 9(07) VALUE ZEROS.
       01  WS-ANU-VALOR              PIC 9(12)V99 VALUE ZEROS.
       01  WS-ANU-DOC                PIC X(12) VALUE SPACES.
       01  WS-ANU-CAJERO             PIC X(10) VALUE SPACES.

      * NUMEROS DE OPERACION ANULADOS EN LA FECHA REIMPRESA, PARA
      * EXCLUIR DEL CIERRE TANTO LA ANULACION COMO SU ORIGINAL
       01  WS-TOT-CORTADAS           PIC 9(06) VALUE ZEROS.
       01  WS-FECHA-REIMP            PIC 9(06) VALUE ZEROS.
       01  SW-FDA-TRANSHIS           PIC 9 VALUE ZEROS.
      * RANGO DE FECHAS (AAAAMMDD) QUE SE LEE DEL HISTORICO
       01  WS-THI-DESDE              PIC 9(08) VALUE ZEROS.
       01  WS-THI-HASTA              PIC 9(08) VALUE ZEROS.
       01  WS-THI-FECHA              PIC 9(08) VALUE ZEROS.
       01  SW-THI-GRABADO            PIC 9 VALUE ZEROS.
      * ACUMULADO POR DIVISA DEL CIERRE REIMPRESO
       01  TABLA-REIMPRESION.
           02 TAB-REI                OCCURS 9 TIMES.
      * R - SUBINDICE DENTRO DE TABLA-SUC-REMOTAS (1 A WS-NUM-SUC-REM.)
       01  R                         PIC 9 VALUE ZEROS.

      * SUCURSAL ORIGEN/DESTINO DE UN TRASLADO: 0 = PRINCIPAL, 1 A
      * WS-NUM-SUC-REMOTAS = EL RENGLON DE TABLA-SUC-REMOTAS (DONDE
      * ESTA SU POSICION LO RESUELVE 3-08-UBICA-SUCURSAL)
       01  WS-SUCURSAL-ORIGEN        PIC 9 VALUE ZEROS.
       01  WS-SUCURSAL-DESTINO       PIC 9 VALUE ZEROS.
       01  WS-POS-ORIGEN             PIC 9(7) VALUE ZEROS.
                                     OCCURS 1 TO 9 TIMES
                                     DEPENDING ON WS-NUM-DIVISAS.

      * COSTO PROMEDIO DE LAS OTRAS SUCURSALES, PARA QUE LA POSICION
      * DE CADA UNA CONSERVE EL SUYO
       01  TABLA-COSTO-REMOTAS.
           02 TAB-COSTO-REM          OCCURS 9 TIMES.
              03 TAB-COSTO-REM-DIVI  PIC 9(05)V9(04) OCCURS 9 TIMES
                                     VALUE ZEROS.

      * SUCURSAL DE LA SESION: SE ELIGE AL ENTRAR Y ES LA QUE QUEDA EN
      * TAB-INVENTARIO, TAB-COSTO-PROM, LOS BILLETES Y LOS CAJONES.
      * WS-SUC-SLOT ES SU RENGLON EN TABLA-SUC-REMOTAS (CERO EN LA
      * PRINCIPAL); MIENTRAS DURA LA SESION, ESE RENGLON DE LAS TABLAS
      * REMOTAS GUARDA LA POSICION DE LA PRINCIPAL
       01  WS-SUC-OPERA              PIC 9(01) VALUE ZEROS.
       01  WS-SUC-SLOT               PIC 9 VALUE ZEROS.
       01  WS-SUC-NOMBRE             PIC X(15) VALUE 'PRINCIPAL'.
       01  WS-SUC-BUSCA              PIC 9 VALUE ZEROS.
       01  WS-SUC-IDX                PIC 9 VALUE ZEROS.
       01  SW-SUC-VALIDA             PIC 9 VALUE ZEROS.
       01  WS-SWAP-CANTIDAD          PIC 9(7) VALUE ZEROS.
       01  WS-SWAP-COSTO             PIC 9(05)V9(04) VALUE ZEROS.
      * RENGLONES DE BILLETES Y CAJONES DE LAS OTRAS SUCURSALES: SE
      * GUARDAN TAL CUAL PARA REESCRIBIRLOS AL SALIR
       01  WS-NUM-DEN-OTRAS          PIC 9(03) VALUE ZEROS.
      * OX - SUBINDICE DENTRO DE TABLA-DEN-OTRAS Y TABLA-CJN-OTROS
       01  OX                        PIC 9(03) VALUE ZEROS.
       01  TABLA-DEN-OTRAS.
           02 TAB-DEN-OTRA           PIC X(14) OCCURS 500 TIMES.
       01  WS-NUM-CJN-OTROS          PIC 9(02) VALUE ZEROS.
       01  TABLA-CJN-OTROS.
           02 TAB-CJN-OTRO           PIC X(82) OCCURS 90 TIMES.

      * CIERRE POR SUCURSAL Y CONSOLIDADO DE LA CASA: EL CORTE DEL DIA
      * SOLO CORRE CUANDO TODAS LAS SUCURSALES ACTIVAS CERRARON
       01  WS-ESTADO-CSU             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-CNS             PIC X(02) VALUE SPACES.
       01  SW-FDA-CIERRESUC          PIC 9 VALUE ZEROS.
       01  SW-FDA-DIFERENCIAS        PIC 9 VALUE ZEROS.
       01  SW-CSU-HALLADO            PIC 9 VALUE ZEROS.
       01  WS-CSU-HOY                PIC X(06) VALUE SPACES.
       01  WS-CSU-FALTAN             PIC 9(02) VALUE ZEROS.
       01  WS-CSU-ARQUEOS            PIC 9(03) VALUE ZEROS.
       01  WS-CSU-DIFERENCIA         PIC S9(12)V99 VALUE ZEROS.
       01  WS-CSU-NUM-DIFER          PIC 9(02) VALUE ZEROS.
       01  WS-CSU-COD                PIC 9(01) VALUE ZEROS.
      * CS - RENGLON DE TABLA-CIERRES-SUC; DX - DIVISA DEL REGISTRO
       01  CS                        PIC 9(02) VALUE ZEROS.
       01  DX                        PIC 9(02) VALUE ZEROS.
      * UN RENGLON POR SUCURSAL ACTIVA (1 = PRINCIPAL, 2 EN ADELANTE
      * LAS REMOTAS EN EL ORDEN DE TABLA-SUC-REMOTAS)
       01  WS-NUM-CSU                PIC 9(02) VALUE ZEROS.
       01  TABLA-CIERRES-SUC.
           02 TAB-CSU                OCCURS 10 TIMES.
              03 TAB-CSU-COD         PIC 9(01).
              03 TAB-CSU-NOMBRE      PIC X(15).
              03 TAB-CSU-CERRADA     PIC 9(01).
              03 TAB-CSU-VOLUMEN     PIC 9(13)V99.
              03 TAB-CSU-MARGEN      PIC S9(12)V99.
              03 TAB-CSU-UTILIDAD    PIC S9(12)V99.
              03 TAB-CSU-DIFERENCIA  PIC S9(12)V99.
              03 TAB-CSU-NUM-DIFER   PIC 9(02).
              03 TAB-CSU-POS         PIC 9(07) OCCURS 9 TIMES.
       01  TABLA-CONSOLIDADO.
           02 TAB-CNS                OCCURS 9 TIMES.
              03 TAB-CNS-SUCURSALES  PIC 9(09).
              03 TAB-CNS-TRANSITO    PIC 9(09).
       01  WS-CNS-VOLUMEN            PIC 9(13)V99 VALUE ZEROS.
       01  WS-CNS-MARGEN             PIC S9(12)V99 VALUE ZEROS.
       01  WS-CNS-UTILIDAD           PIC S9(12)V99 VALUE ZEROS.
       01  WS-CNS-DIFERENCIA         PIC S9(12)V99 VALUE ZEROS.
       01  WS-CNS-TOTAL              PIC 9(09) VALUE ZEROS.
       01  WS-MASCA-CNS1             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-CNS2             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-CNS3             PIC -ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-CNS4             PIC -ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-POS1             PIC ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-POS2             PIC ZZZ,ZZZ,ZZ9.
       01  WS-MASCA-POS3             PIC ZZZ,ZZZ,ZZ9.

      * MAXIMO PERMITIDO POR OPERACION, INDEPENDIENTE DE LA POSICION
       01  WS-CANTI-MAXIMA           PIC 9(5) VALUE 05000.

      * SALIDAS
      *----------------------------------------------------------------*
       01  WS-ENTER                  PIC A VALUE SPACES.
       01  WS-OPC                    PIC 9(02) VALUE ZEROS.
       01  WS-OPC2                   PIC 9 VALUE ZEROS.
       01  WS-ACUM-CANTI             PIC 9(7) VALUE ZEROS.
       01  WS-ACUM-TOTDI             PIC 9(12)V99 VALUE ZEROS.
           MOVE 1 TO WS-FORMATO
           PERFORM 0-CARGAR-DIVISAS
           PERFORM 0-9-IDENTIFICAR-CAJERO
           PERFORM 0-15-ELEGIR-SUCURSAL
           PERFORM 0-10-VERIFICA-CONTROL
           PERFORM MENU-PRINCIPAL UNTIL WS-OPC = 13
           PERFORM 3000-FINAL.

      *----------------------------------------------------------------*
               PERFORM 0-2-CARGAR-DIVISAS-DEFECTO
           END-IF
           PERFORM 0-4-INICIALIZAR-INVENTARIO
           PERFORM 0-8-CARGAR-PARAMETROS.

      *----------------------------------------------------------------*
      * CARGA EL EFECTIVO POR DENOMINACION DEL CIERRE ANTERIOR; SIN
               CLOSE DENOMPOS
           END-IF.

      * LOS BILLETES DE OTRAS SUCURSALES SE GUARDAN APARTE, SIN TOCAR
       0-11-1-LEER-DENOM.
           READ DENOMPOS AT END MOVE 1 TO SW-FDA-DENOMPOS
                NOT AT END
                  IF RDEN-SUCURSAL NOT = WS-SUC-OPERA
                    IF WS-NUM-DEN-OTRAS < 500
                        ADD 1 TO WS-NUM-DEN-OTRAS
                        MOVE REG-DENOMPOS
                          TO TAB-DEN-OTRA(WS-NUM-DEN-OTRAS)
                    END-IF
                  ELSE
                    PERFORM VARYING D FROM 1 BY 1
                            UNTIL D > WS-NUM-DIVISAS
                        IF TAB-DIVI-SIG(D) = RDEN-DIVISA
                            END-PERFORM
                        END-IF
                    END-PERFORM
                  END-IF
           END-READ.

      *----------------------------------------------------------------*
                       MOVE TAB-DIVI-SIG(D)    TO RDEN-DIVISA
                       MOVE TAB-VAL-DENOM(DN)  TO RDEN-DENOM
                       MOVE TAB-DEN-CANT(D, DN) TO RDEN-CANTIDAD
                       MOVE WS-SUC-OPERA        TO RDEN-SUCURSAL
                       WRITE REG-DENOMPOS
               END-PERFORM
               PERFORM VARYING OX FROM 1 BY 1
                       UNTIL OX > WS-NUM-DEN-OTRAS
                   MOVE TAB-DEN-OTRA(OX) TO REG-DENOMPOS
                   WRITE REG-DENOMPOS
               END-PERFORM
               CLOSE DENOMPOS
           END-IF.

      *----------------------------------------------------------------*
      * CARGA LOS CAJONES ABIERTOS DE LOS CAJEROS; SIN ARCHIVO NO HAY
      * CAJONES Y TODO EL EFECTIVO ESTA EN LA BOVEDA
      *----------------------------------------------------------------*
       0-13-CARGAR-CAJONES.
           MOVE ZEROS TO WS-NUM-CAJONES
           MOVE 0 TO SW-FDA-CAJONES
           OPEN INPUT CAJONES
           IF WS-ESTADO-CJN = '00'
               PERFORM 0-13-1-LEER-CAJON UNTIL SW-FDA-CAJONES = 1
               CLOSE CAJONES
           END-IF.

       0-13-1-LEER-CAJON.
           READ CAJONES AT END MOVE 1 TO SW-FDA-CAJONES
                NOT AT END
      * LOS CAJONES DE OTRAS SUCURSALES SE GUARDAN APARTE, SIN TOCAR
                    IF RCJN-SUCURSAL NOT = WS-SUC-OPERA
                        IF WS-NUM-CJN-OTROS < 90
                            ADD 1 TO WS-NUM-CJN-OTROS
                            MOVE REG-CAJON
                              TO TAB-CJN-OTRO(WS-NUM-CJN-OTROS)
                        END-IF
                    ELSE
                        IF WS-NUM-CAJONES < 90
                            ADD 1 TO WS-NUM-CAJONES
                            MOVE REG-CAJON TO TAB-CJN(WS-NUM-CAJONES)
                        END-IF
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * AL SALIR SE REESCRIBEN LOS CAJONES QUE SIGUEN ABIERTOS; LOS
      * DEVUELTOS YA NO TIENEN NADA Y QUEDAN EN EL LOG DE MOVIMIENTOS
      *----------------------------------------------------------------*
       0-14-GRABAR-CAJONES.
           OPEN OUTPUT CAJONES
           IF WS-ESTADO-CJN = '00'
               PERFORM VARYING CN FROM 1 BY 1 UNTIL CN > WS-NUM-CAJONES
                   IF TAB-CJN-ABIERTO(CN)
                       MOVE TAB-CJN(CN) TO REG-CAJON
                       WRITE REG-CAJON
                   END-IF
               END-PERFORM
               PERFORM VARYING OX FROM 1 BY 1
                       UNTIL OX > WS-NUM-CJN-OTROS
                   MOVE TAB-CJN-OTRO(OX) TO REG-CAJON
                   WRITE REG-CAJON
               END-PERFORM
               CLOSE CAJONES
           END-IF.

      *----------------------------------------------------------------*
      * UMBRAL DE CUMPLIMIENTO PARA EXIGIR EL DOCUMENTO DEL CLIENTE;
      * SI EL ARCHIVO DE PARAMETROS NO EXISTE, RIGE EL VALOR POR
                    NOT AT END MOVE RPAR-UMBRAL TO WS-UMBRAL
               END-READ
               CLOSE MONEYPAR
           END-IF
      * UMBRAL DE APROBACION PARA CLIENTES CON ALERTA DE PERFIL
           OPEN INPUT KYCPAR
           IF WS-ESTADO-KYP = '00'
               READ KYCPAR AT END CONTINUE
                    NOT AT END MOVE RKYP-UMBRAL TO WS-KYC-UMBRAL
               END-READ
               CLOSE KYCPAR
           END-IF.

       0-1-LEER-DIVISA.
                           IF TAB-SUC-REM-COD(R) = RPOS-SUCURSAL
                               MOVE RPOS-CANTIDAD
                                 TO TAB-INV-REM-DIVI(R D)
                               MOVE RPOS-COSTO-PROM
                                 TO TAB-COSTO-REM-DIVI(R D)
                           END-IF
                       END-PERFORM
                   END-IF
                       MOVE TAB-SUC-REM-COD(R)     TO RPOS-SUCURSAL
                       MOVE TAB-DIVI-SIG(D)        TO RPOS-DIVISA
                       MOVE TAB-INV-REM-DIVI(R D)  TO RPOS-CANTIDAD
                       MOVE TAB-COSTO-REM-DIVI(R D)
                                                   TO RPOS-COSTO-PROM
                       WRITE REG-POSICION
                   END-PERFORM
               END-PERFORM
               ACCEPT WS-ENTER          LINE 23 POSITION 50
           END-IF.

      *----------------------------------------------------------------*
      * LA SESION TRABAJA EN UNA SUCURSAL: SU POSICION, SU COSTO, SUS
      * BILLETES Y SUS CAJONES QUEDAN EN LAS TABLAS DE TRABAJO, Y CADA
      * OPERACION, ARQUEO Y CIERRE SALE CON SU CODIGO
      *----------------------------------------------------------------*
       0-15-ELEGIR-SUCURSAL.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'SUCURSAL DONDE TRABAJA:'  LINE 17 POSITION 05
           PERFORM 3-00-MOSTRAR-SUCURSALES
           MOVE 0 TO SW-SUC-VALIDA
           PERFORM UNTIL SW-SUC-VALIDA = 1
               ACCEPT WS-SUC-SLOT             LINE LI POSITION 25
               IF WS-SUC-SLOT <= WS-NUM-SUC-REMOTAS
                   MOVE 1 TO SW-SUC-VALIDA
               END-IF
           END-PERFORM
           IF WS-SUC-SLOT = 0
               MOVE 0           TO WS-SUC-OPERA
               MOVE 'PRINCIPAL' TO WS-SUC-NOMBRE
           ELSE
               MOVE TAB-SUC-REM-COD(WS-SUC-SLOT) TO WS-SUC-OPERA
               MOVE TAB-SUC-REM-NOM(WS-SUC-SLOT) TO WS-SUC-NOMBRE
               PERFORM 0-15-1-INTERCAMBIA-POSICION
           END-IF
           PERFORM 0-11-CARGAR-DENOMINACIONES
           PERFORM 0-13-CARGAR-CAJONES.

      * CAMBIA LA POSICION Y EL COSTO DE LA SUCURSAL DE LA SESION CON
      * LOS DE LA PRINCIPAL; AL SALIR SE DESHACE EL CAMBIO ANTES DE
      * GRABAR LA POSICION
       0-15-1-INTERCAMBIA-POSICION.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
               MOVE TAB-INVENTARIO(D) TO WS-SWAP-CANTIDAD
               MOVE TAB-INV-REM-DIVI(WS-SUC-SLOT D)
                                      TO TAB-INVENTARIO(D)
               MOVE WS-SWAP-CANTIDAD  TO TAB-INV-REM-DIVI(WS-SUC-SLOT D)
               MOVE TAB-COSTO-PROM(D) TO WS-SWAP-COSTO
               MOVE TAB-COSTO-REM-DIVI(WS-SUC-SLOT D)
                                      TO TAB-COSTO-PROM(D)
               MOVE WS-SWAP-COSTO
                 TO TAB-COSTO-REM-DIVI(WS-SUC-SLOT D)
           END-PERFORM.

      *----------------------------------------------------------------*
      * MUESTRA, UNA POR LINEA A PARTIR DE WS-LINEA-INICIO, LA LISTA DE
      * NOMBRES DE DIVISAS CARGADA EN TABLA-DIVISAS
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'CASA DE CAMBIO MONEY'   LINE 02 POSITION 29
                   WS-SUC-NOMBRE            LINE 03 POSITION 33
                   'MENU PRINCIPAL'         LINE 05 POSITION 33
                   '1. OPERACIONES'         LINE 07 POSITION 33
                   '2. CIERRE'              LINE 08 POSITION 33
                   '8. LIQUIDACION NO EFECTIVO'
                                            LINE 14 POSITION 33
                   '9. CONFIRMAR TRASLADOS' LINE 15 POSITION 33
                   '10. BOVEDA Y CAJONES'   LINE 16 POSITION 33
                   '11. PEDIDOS AL BANCO'   LINE 17 POSITION 33
                   '12. BILLETES FALSOS'    LINE 18 POSITION 33
                   '13. SALIR'              LINE 19 POSITION 33
                   'QUE OPCION DESEA?: '    LINE 21 POSITION 36
           MOVE 0 TO WS-OPC
           PERFORM UNTIL WS-OPC > 0 AND < 14
               ACCEPT WS-OPC LINE 21 POSITION 56
           END-PERFORM
           EVALUATE WS-OPC
               WHEN 1 PERFORM 1-OPERACIONES
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 10-CONFIRMAR-TRASLADO
                      END-IF
               WHEN 10 PERFORM 0-9-4-VALIDA-PERMISO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 11-CAJONES
                      END-IF
               WHEN 11 PERFORM 0-9-4-VALIDA-PERMISO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 12-PEDIDOS-BANCO
                      END-IF
               WHEN 12 PERFORM 0-9-4-VALIDA-PERMISO
                      IF WS-OPCION-PERMITIDA = 1
                          PERFORM 13-BILLETES-FALSOS
                      END-IF
           END-EVALUATE.

       1-OPERACIONES.
               END-PERFORM
               PERFORM 1-06-3-GRABAR-CLIENTE
           END-IF
      * EL DOCUMENTO SE CRUZA CONTRA LA LISTA RESTRICTIVA Y, SI NO
      * QUEDA BLOQUEADO, CONTRA SU PERFIL DE RIESGO
           PERFORM 1-06-4-REVISA-LISTA
           IF WS-LISTA-BLOQUEADA = 0
               PERFORM 1-06-6-REVISA-PERFIL
           END-IF.

      *----------------------------------------------------------------*
      * PERFIL DE RIESGO DEL CLIENTE: EL DE RIESGO ALTO O CON LA FECHA
      * DE REVISION YA PASADA SE AVISA AL CAJERO; SI ADEMAS LA
      * OPERACION SUPERA EL UMBRAL DE APROBACION, SOLO SE REALIZA
      * CON AUTORIZACION DEL SUPERVISOR. EL CLIENTE SIN PERFIL SOLO
      * SE AVISA, PARA QUE CUMPLIMIENTO LO CAPTURE.
      *----------------------------------------------------------------*
       1-06-6-REVISA-PERFIL.
           MOVE 0 TO WS-PER-HALLADO
           MOVE 0 TO WS-PER-ALERTA
           MOVE 0 TO SW-FDA-PERFILES
           OPEN INPUT PERFILES
           IF WS-ESTADO-PER = '00'
               PERFORM 1-06-6-1-LEER-PERFIL
                   UNTIL SW-FDA-PERFILES = 1 OR WS-PER-HALLADO = 1
               CLOSE PERFILES
           END-IF
           ACCEPT WS-CTL-FEC FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN WS-PER-HALLADO = 0
                   DISPLAY 'CLIENTE SIN PERFIL DE RIESGO, AVISE A CUMPLI
      -                    'MIENTO'         LINE 24 POSITION 05
                   ACCEPT WS-ENTER          LINE 24 POSITION 60
               WHEN RPER-RIESGO-ALTO
                   MOVE 1 TO WS-PER-ALERTA
                   DISPLAY '*** CLIENTE DE RIESGO ALTO ***'
                                            LINE 24 POSITION 05
               WHEN RPER-FEC-REVISION < WS-CTL-FEC
                   MOVE 1 TO WS-PER-ALERTA
                   DISPLAY '*** PERFIL CON REVISION VENCIDA ***'
                                            LINE 24 POSITION 05
           END-EVALUATE
           IF WS-PER-ALERTA = 1
               IF WS-VAL-OPE > WS-KYC-UMBRAL
                   IF ROL-PUEDE-MOVER-DINERO
                       DISPLAY 'AUTORIZA EL SUPERVISOR? (S/N):'
                                            LINE 24 POSITION 45
                       MOVE SPACES TO WS-AUTORIZA
                       PERFORM UNTIL SI-AUTORIZA OR NO-AUTORIZA
                           ACCEPT WS-AUTORIZA
                                            LINE 24 POSITION 77
                       END-PERFORM
                   ELSE
                       SET NO-AUTORIZA TO TRUE
                   END-IF
                   IF NO-AUTORIZA
                       MOVE 1 TO WS-LISTA-BLOQUEADA
                       DISPLAY 'OPERACION REQUIERE APROBACION DEL SUPERV
      -                        'ISOR'       LINE 23 POSITION 05
                       ACCEPT WS-ENTER      LINE 23 POSITION 55
                   END-IF
               ELSE
                   ACCEPT WS-ENTER          LINE 24 POSITION 45
               END-IF
           END-IF.

       1-06-6-1-LEER-PERFIL.
           READ PERFILES AT END MOVE 1 TO SW-FDA-PERFILES
                NOT AT END
                    IF RPER-DOCUMENTO = WS-DOC
                        MOVE 1 TO WS-PER-HALLADO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CRUCE CONTRA LA LISTA RESTRICTIVA: EL MATCH BLOQUEA LA
               CLOSE CLIENTES
           END-IF.

      *----------------------------------------------------------------*
      * LA COMPRA EN EFECTIVO SE RECUENTA ANTES DE TOCAR LA POSICION:
      * SI EL CAJERO RETIENE BILLETES FALSOS LA OPERACION NO SE
      * REALIZA Y EL CLIENTE SE LLEVA LA CONSTANCIA DE RETENCION
      *----------------------------------------------------------------*
       1-07-GUARDAR-OPERACION.
           MOVE 0 TO SW-BILLETE-FALSO
           IF OPE-COMPRA AND EFECTI-COM
               PERFORM 1-10-CAPTURA-DENOMINACIONES
           END-IF
           IF SW-BILLETE-FALSO = 0
               PERFORM 1-07-4-REGISTRA-OPERACION
           END-IF.

       1-07-4-REGISTRA-OPERACION.
           EVALUATE TRUE
               WHEN OPE-COMPRA
                   MOVE 1             TO O
               WHEN OPE-VENTA  PERFORM 1-13-CALCULA-UTILIDAD
           END-EVALUATE
           PERFORM 1-07-2-ACTUALIZAR-INVENTARIO
      * EL EFECTIVO SE MUEVE BILLETE POR BILLETE: LA COMPRA YA
      * CAPTURO LOS CORTES RECIBIDOS Y LA VENTA PROPONE LA ENTREGA
           IF OPE-VENTA AND EFECTI-VEN
               PERFORM 1-11-PROPONE-ENTREGA
           END-IF
           PERFORM 1-07-1-GRABAR-TRANSACCION
      * LA OPERACION NO EFECTIVO NO ESTA LIQUIDADA TODAVIA: QUEDA EN
      * EL ARCHIVO DE PENDIENTES HASTA QUE EL BANCO RESPONDA
      *----------------------------------------------------------------*
      * CAPTURA DE LOS BILLETES RECIBIDOS EN UNA COMPRA EN EFECTIVO:
      * LA SUMA DE CORTES DEBE CUADRAR CON LA CANTIDAD DE LA
      * OPERACION, O SE RECAPTURA COMPLETA. SE CUENTAN SOLO BILLETES
      * BUENOS: SI NO CUADRA PORQUE EL CAJERO APARTO BILLETES FALSOS,
      * ESTOS SE RETIENEN Y LA CAPTURA TERMINA SIN OPERACION
      *----------------------------------------------------------------*
       1-10-CAPTURA-DENOMINACIONES.
           MOVE ZEROS TO WS-DEN-SUMA
           PERFORM 1-10-1-UNA-CAPTURA
               UNTIL WS-DEN-SUMA = WS-CANTI OR SW-BILLETE-FALSO = 1.

       1-10-1-UNA-CAPTURA.
           DISPLAY CLEAR-SCREEN
                   ADD TAB-DEN-PROP(DN)
                     TO TAB-DEN-CANT(WS-DIVISA, DN)
               END-PERFORM
      * SI EL CAJERO TIENE CAJON ABIERTO EN LA DIVISA, LOS BILLETES
      * RECIBIDOS QUEDAN EN SU CAJON (SALVO LO QUE ENTREGA EL BANCO,
      * QUE VA A LA BOVEDA)
               MOVE WS-CAJERO TO WS-CJN-CAJERO
               MOVE WS-DIVISA TO D
               PERFORM 11-8-UBICA-CAJON
               IF SW-DEN-BOVEDA = 1
                   MOVE 0 TO SW-CJN-ABIERTO
               END-IF
               IF SW-CJN-ABIERTO = 1
                   PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
                       ADD TAB-DEN-PROP(DN) TO TAB-CJN-BILL(CN, DN)
                   END-PERFORM
                   ADD WS-CANTI TO TAB-CJN-CANTIDAD(CN)
               END-IF
           ELSE
               DISPLAY 'LOS CORTES NO SUMAN LA CANTIDAD DE LA OPERACION
      -               ', RECUENTE'           LINE 24 POSITION 05
               IF SW-DEN-BOVEDA = 0
                   DISPLAY 'APARTO BILLETES FALSOS (S/N):'
                                             LINE 22 POSITION 05
                   MOVE SPACES TO WS-REALIZA-OPE
                   PERFORM UNTIL SI-REALIZA OR NO-REALIZA
                       ACCEPT WS-REALIZA-OPE LINE 22 POSITION 36
                   END-PERFORM
                   IF SI-REALIZA
                       PERFORM 1-10-2-RETENER-FALSOS
                   END-IF
               ELSE
                   ACCEPT WS-ENTER           LINE 24 POSITION 70
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RETENCION DE BILLETES FALSOS: DOCUMENTO DEL CLIENTE (DEL
      * REGISTRO DE CLIENTES, O SE REGISTRA), CORTE Y SERIE DE CADA
      * BILLETE; SE GRABAN CON UN NUMERO DE CONSTANCIA, QUEDAN EN
      * BOVEDA Y SE LE IMPRIME LA CONSTANCIA AL CLIENTE
      *----------------------------------------------------------------*
       1-10-2-RETENER-FALSOS.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'RETENCION DE BILLETES FALSOS DE'
                                             LINE 03 POSITION 05
                   TAB-DIVI-SIG(WS-DIVISA)   LINE 03 POSITION 37
           DISPLAY 'DOCUMENTO DEL CLIENTE:'  LINE 05 POSITION 05
           IF WS-DOC = SPACES
               PERFORM UNTIL WS-DOC > SPACES
                   ACCEPT WS-DOC             LINE 05 POSITION 28
               END-PERFORM
           ELSE
               DISPLAY WS-DOC                LINE 05 POSITION 28
           END-IF
           PERFORM 1-06-2-BUSCAR-CLIENTE
           IF SW-CLI-SI-HALLADO
               MOVE RCLI-NOMBRE TO WS-CLI-NOMBRE
               DISPLAY RCLI-NOMBRE           LINE 05 POSITION 42
           ELSE
               DISPLAY 'NOMBRE: '            LINE 06 POSITION 05
               MOVE SPACES TO WS-CLI-NOMBRE
               PERFORM UNTIL WS-CLI-NOMBRE > SPACES
                   ACCEPT WS-CLI-NOMBRE      LINE 06 POSITION 14
               END-PERFORM
               DISPLAY 'TELEFONO: '          LINE 06 POSITION 42
               MOVE ZEROS TO WS-CLI-TELEFONO
               PERFORM UNTIL WS-CLI-TELEFONO > ZEROS
                   ACCEPT WS-CLI-TELEFONO    LINE 06 POSITION 53
               END-PERFORM
               PERFORM 1-06-3-GRABAR-CLIENTE
           END-IF
           DISPLAY 'CORTE (0 = TERMINAR)      SERIE'
                                             LINE 08 POSITION 05
           MOVE 9 TO LI
           MOVE ZEROS TO WS-FAL-NOTAS
           MOVE 0 TO WS-FAL-FIN
           PERFORM 1-10-3-UN-FALSO
               UNTIL WS-FAL-FIN = 1 OR WS-FAL-NOTAS = 20
           PERFORM 1-07-3-OBTIENE-NUMERO
           MOVE ACON-NUMERO TO WS-FAL-NUMERO
           PERFORM 1-10-4-GRABAR-FALSOS
           PERFORM 1-10-5-IMPRIMIR-CONSTANCIA
           MOVE 1 TO SW-BILLETE-FALSO
           DISPLAY 'BILLETES RETENIDOS, CONSTANCIA NO.'
                                             LINE 22 POSITION 05
                   WS-FAL-NUMERO             LINE 22 POSITION 40
           DISPLAY 'LA OPERACION NO SE REALIZA. OPRIMA ENTER'
                                             LINE 24 POSITION 05
           ACCEPT WS-ENTER                   LINE 24 POSITION 50.

       1-10-3-UN-FALSO.
           MOVE ZEROS TO WS-FAL-DENOM
           ACCEPT WS-FAL-DENOM               LINE LI POSITION 05
           MOVE 0 TO WS-FAL-VALIDO
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               IF TAB-VAL-DENOM(DN) = WS-FAL-DENOM
                   MOVE 1 TO WS-FAL-VALIDO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FAL-DENOM = ZEROS AND WS-FAL-NOTAS > ZEROS
                   MOVE 1 TO WS-FAL-FIN
               WHEN WS-FAL-VALIDO = 0
                   DISPLAY 'CORTE NO VALIDO'  LINE LI POSITION 45
               WHEN OTHER
                   DISPLAY '               '  LINE LI POSITION 45
                   MOVE SPACES TO WS-FAL-SERIE
                   PERFORM UNTIL WS-FAL-SERIE > SPACES
                       ACCEPT WS-FAL-SERIE    LINE LI POSITION 28
                   END-PERFORM
                   ADD 1 TO WS-FAL-NOTAS
                   MOVE WS-FAL-DENOM TO TAB-FAL-DENOM(WS-FAL-NOTAS)
                   MOVE WS-FAL-SERIE TO TAB-FAL-SERIE(WS-FAL-NOTAS)
                   IF LI < 20
                       ADD 1 TO LI
                   END-IF
           END-EVALUATE.

       1-10-4-GRABAR-FALSOS.
           OPEN EXTEND FALSOS
      * SI EL REGISTRO DE BILLETES FALSOS NO EXISTE TODAVIA, SE CREA
           IF WS-ESTADO-FAL = '35'
               OPEN OUTPUT FALSOS
           END-IF
           IF WS-ESTADO-FAL = '00' OR WS-ESTADO-FAL = '05'
               PERFORM VARYING FN FROM 1 BY 1 UNTIL FN > WS-FAL-NOTAS
                   MOVE WS-FAL-NUMERO        TO RFAL-NUMERO
                   MOVE WS-FORMATO-FECHA     TO RFAL-FECHA
                   MOVE WS-FORMATO-HORA      TO RFAL-HORA
                   MOVE TAB-DIVI-SIG(WS-DIVISA) TO RFAL-DIVISA
                   MOVE TAB-FAL-DENOM(FN)    TO RFAL-DENOM
                   MOVE TAB-FAL-SERIE(FN)    TO RFAL-SERIE
                   MOVE WS-DOC               TO RFAL-DOC
                   MOVE WS-CAJERO            TO RFAL-CAJERO
                   MOVE 'B'                  TO RFAL-ESTADO
                   MOVE WS-FORMATO-FECHA     TO RFAL-FEC-ESTADO
                   MOVE WS-CAJERO            TO RFAL-RESPONSABLE
                   MOVE SPACES               TO RFAL-RECIBE
                   WRITE REG-FALSO
               END-PERFORM
               CLOSE FALSOS
           ELSE
               DISPLAY 'ERROR GRABANDO EL REGISTRO DE BILLETES FALSOS'
                                             LINE 23 POSITION 05
                       WS-ESTADO-FAL         LINE 23 POSITION 52
               ACCEPT WS-ENTER               LINE 23 POSITION 55
           END-IF.

       1-10-5-IMPRIMIR-CONSTANCIA.
           OPEN OUTPUT RETENCION
           IF WS-ESTADO-RET NOT = '00'
               DISPLAY 'ERROR GENERANDO LA CONSTANCIA'
                                             LINE 23 POSITION 05
               ACCEPT WS-ENTER               LINE 23 POSITION 40
           ELSE
               MOVE 'CASA DE CAMBIO MONEY - CONSTANCIA DE RETENCION DE B
      -             'ILLETES'  TO REG-RETENCION
               WRITE REG-RETENCION AFTER PAGE
               MOVE SPACES TO REG-RETENCION
               STRING 'CONSTANCIA NO. ' WS-FAL-NUMERO
                      '   FECHA: ' WS-FORMATO-FECHA
                      '   HORA: ' WS-FORMATO-HORA
                      DELIMITED BY SIZE INTO REG-RETENCION
               WRITE REG-RETENCION AFTER 1
               MOVE SPACES TO REG-RETENCION
               STRING 'CLIENTE: ' WS-DOC ' - ' WS-CLI-NOMBRE
                      DELIMITED BY SIZE INTO REG-RETENCION
               WRITE REG-RETENCION AFTER 2
               MOVE SPACES TO REG-RETENCION
               STRING 'DIVISA: ' TAB-DIVI-SIG(WS-DIVISA) ' - '
                      TAB-DIVI-NOM(WS-DIVISA)
                      DELIMITED BY SIZE INTO REG-RETENCION
               WRITE REG-RETENCION AFTER 1
               MOVE ZEROS TO WS-FAL-TOTAL
               PERFORM VARYING FN FROM 1 BY 1 UNTIL FN > WS-FAL-NOTAS
                   ADD TAB-FAL-DENOM(FN) TO WS-FAL-TOTAL
                   MOVE SPACES TO REG-RETENCION
                   STRING '   CORTE ' TAB-FAL-DENOM(FN)
                          '   SERIE ' TAB-FAL-SERIE(FN)
                          DELIMITED BY SIZE INTO REG-RETENCION
                   WRITE REG-RETENCION AFTER 1
               END-PERFORM
               MOVE WS-FAL-TOTAL TO WS-MASCA-FAL2
               MOVE SPACES TO REG-RETENCION
               STRING 'BILLETES RETENIDOS: ' WS-FAL-NOTAS
                      '   VALOR FACIAL: ' WS-MASCA-FAL2
                      DELIMITED BY SIZE INTO REG-RETENCION
               WRITE REG-RETENCION AFTER 2
               MOVE 'LOS BILLETES SE RETIENEN POR PRESUNTA FALSIFICACION
      -             ' Y SE REMITEN' TO REG-RETENCION
               WRITE REG-RETENCION AFTER 2
               MOVE 'A LAS AUTORIDADES; SU VALOR NO SE RECONOCE AL CLIEN
      -             'TE.' TO REG-RETENCION
               WRITE REG-RETENCION AFTER 1
               MOVE SPACES TO REG-RETENCION
               STRING 'CAJERO: ' WS-CAJERO
                      '          FIRMA DEL CLIENTE: ______________'
                      DELIMITED BY SIZE INTO REG-RETENCION
               WRITE REG-RETENCION AFTER 3
               CLOSE RETENCION
               MOVE 'MONEY'                   TO CSPO-E-SISTEMA
               MOVE 'RETENCION'               TO CSPO-E-TIPO
               MOVE './FILES/MONEY/RETENCION' TO CSPO-E-ORIGEN
               MOVE 'F'                       TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
           END-IF.

      *----------------------------------------------------------------*
      * PROPUESTA DE ENTREGA DE UNA VENTA EN EFECTIVO: REPARTE LA
      * CANTIDAD DESDE EL CORTE MAS GRANDE DISPONIBLE HACIA ABAJO Y
      * DESCUENTA LOS BILLETES ENTREGADOS DE LA CAJA. LOS BILLETES
      * SALEN DEL CAJON DEL CAJERO SI LO TIENE ABIERTO EN LA DIVISA,
      * O SI NO DE LA BOVEDA
      *----------------------------------------------------------------*
       1-11-PROPONE-ENTREGA.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'ENTREGA PROPUESTA DE'    LINE 03 POSITION 05
                   TAB-DIVI-SIG(WS-DIVISA)   LINE 03 POSITION 26
           PERFORM 1-11-1-BILLETES-DISPONIBLES
           MOVE WS-CANTI TO WS-DEN-RESTANTE
           MOVE 5 TO LI
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               COMPUTE WS-DEN-ENTREGA =
                       WS-DEN-RESTANTE / TAB-VAL-DENOM(DN)
               IF WS-DEN-ENTREGA > TAB-DEN-DISP(DN)
                   MOVE TAB-DEN-DISP(DN) TO WS-DEN-ENTREGA
               END-IF
               IF WS-DEN-ENTREGA > ZEROS
                   COMPUTE WS-DEN-RESTANTE = WS-DEN-RESTANTE
                         - WS-DEN-ENTREGA * TAB-VAL-DENOM(DN)
                   SUBTRACT WS-DEN-ENTREGA
                       FROM TAB-DEN-CANT(WS-DIVISA, DN)
                   IF SW-CJN-ABIERTO = 1
                       SUBTRACT WS-DEN-ENTREGA
                           FROM TAB-CJN-BILL(CN, DN)
                       COMPUTE TAB-CJN-CANTIDAD(CN) =
                               TAB-CJN-CANTIDAD(CN)
                             - WS-DEN-ENTREGA * TAB-VAL-DENOM(DN)
                   END-IF
                   DISPLAY 'CORTE'           LINE LI POSITION 05
                           TAB-VAL-DENOM(DN) LINE LI POSITION 11
                           'BILLETES:'       LINE LI POSITION 17
                                             LINE 24 POSITION 30
           ACCEPT WS-ENTER                   LINE 24 POSITION 65.

       1-11-1-BILLETES-DISPONIBLES.
           MOVE WS-CAJERO TO WS-CJN-CAJERO
           MOVE WS-DIVISA TO D
           PERFORM 11-9-POSICION-BOVEDA
           PERFORM 11-8-UBICA-CAJON
           IF SW-DEN-BOVEDA = 1
               MOVE 0 TO SW-CJN-ABIERTO
           END-IF
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               IF SW-CJN-ABIERTO = 1
                   MOVE TAB-CJN-BILL(CN, DN) TO TAB-DEN-DISP(DN)
               ELSE
                   IF TAB-BOV-BILL(DN) > ZEROS
                       MOVE TAB-BOV-BILL(DN) TO TAB-DEN-DISP(DN)
                   ELSE
                       MOVE ZEROS TO TAB-DEN-DISP(DN)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ACTUALIZA LA POSICION DE CAJA DE LA DIVISA CON LA OPERACION QUE
      * SE ACABA DE REALIZAR
           MOVE ACON-NUMERO             TO RTRA-NUMERO
           MOVE WS-CAJERO               TO RTRA-CAJERO
           MOVE WS-UTILIDAD             TO RTRA-UTILIDAD
           MOVE WS-SUC-OPERA            TO RTRA-SUCURSAL
           OPEN EXTEND TRANSDIV
           IF WS-ESTADO-TRANSDIV = '00'
               WRITE REG-TRANSDIV
           MOVE WS-VAL-OPE            TO RREC-D02-VALOR.

       2-CIERRE.
           PERFORM 2-01-MENU-CIERRE UNTIL WS-OPC2 = 9.

       2-01-MENU-CIERRE.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'CASA DE CAMBIO MONEY'   LINE 02 POSITION 29
                   WS-SUC-NOMBRE            LINE 03 POSITION 33
                   'MENU DEL CIERRE DIARIO' LINE 05 POSITION 33
                   '1. COMPRAS Y VENTAS POR DIVISAS'
                                            LINE 07 POSITION 33
                                            LINE 15 POSITION 33
                   '7. LIQUIDACION NO EFECTIVO'
                                            LINE 16 POSITION 33
                   '8. CERRAR SUCURSAL Y CONSOLIDAR'
                                            LINE 17 POSITION 33
                   '9. SALIR'               LINE 18 POSITION 33
                   'QUE OPCION DESEA?: '    LINE 19 POSITION 36
           MOVE ZEROS TO WS-OPC2
           PERFORM UNTIL WS-OPC2 > 0
               ACCEPT WS-OPC2 LINE 19 POSITION 56
           END-PERFORM
           EVALUATE WS-OPC2
               WHEN 5 PERFORM 02-01-05-ARQUEO-DE-CAJA
               WHEN 6 PERFORM 02-01-06-MARGEN-DEL-DIA
               WHEN 7 PERFORM 02-01-07-ESTADO-LIQUIDACION
               WHEN 8 PERFORM 02-01-08-CERRAR-SUCURSAL
           END-EVALUATE.

      *----------------------------------------------------------------*
                    END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      * CIERRE DE LA SUCURSAL DE LA SESION: EXIGE EL ARQUEO DE HOY Y
      * DEJA EN CIERRESUC SU VOLUMEN, MARGEN, UTILIDAD, DIFERENCIAS Y
      * POSICION. CUANDO YA CERRARON TODAS LAS SUCURSALES ACTIVAS SE
      * ARMA EL CONSOLIDADO DE LA CASA (SE REIMPRIME SI SE VUELVE A
      * PEDIR)
      *----------------------------------------------------------------*
       02-01-08-CERRAR-SUCURSAL.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           MOVE WS-FORMATO-FECHA(1:6) TO WS-CSU-HOY
           PERFORM 02-01-08-1-LEER-CIERRES
           MOVE WS-SUC-OPERA TO WS-CSU-COD
           PERFORM 02-01-08-3-UBICA-CIERRE
           IF TAB-CSU-CERRADA(CS) = 1
               DISPLAY 'LA SUCURSAL YA CERRO HOY:'
                                            LINE 10 POSITION 05
                       WS-SUC-NOMBRE        LINE 10 POSITION 32
           ELSE
               PERFORM 02-01-08-4-LEER-ARQUEO
               IF WS-CSU-ARQUEOS = ZEROS
                   DISPLAY 'HAGA EL ARQUEO DE LA SUCURSAL ANTES DE CERRA
      -                    'R'              LINE 10 POSITION 05
               ELSE
                   PERFORM 02-01-08-6-GRABAR-CIERRE
               END-IF
           END-IF
           IF WS-CSU-FALTAN = ZEROS
               PERFORM 02-01-09-CONSOLIDAR
           ELSE
               DISPLAY 'SUCURSALES QUE FALTAN POR CERRAR:'
                                            LINE 12 POSITION 05
                       WS-CSU-FALTAN        LINE 12 POSITION 40
           END-IF
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 65.

      * UN RENGLON POR SUCURSAL ACTIVA, MARCADO CON LO QUE DEJO SU
      * CIERRE DE HOY EN CIERRESUC; CUENTA CUANTAS FALTAN
       02-01-08-1-LEER-CIERRES.
           INITIALIZE TABLA-CIERRES-SUC
           MOVE 1           TO WS-NUM-CSU
           MOVE 0           TO TAB-CSU-COD(1)
           MOVE 'PRINCIPAL' TO TAB-CSU-NOMBRE(1)
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-NUM-SUC-REMOTAS
               ADD 1 TO WS-NUM-CSU
               MOVE TAB-SUC-REM-COD(R) TO TAB-CSU-COD(WS-NUM-CSU)
               MOVE TAB-SUC-REM-NOM(R) TO TAB-CSU-NOMBRE(WS-NUM-CSU)
           END-PERFORM
           MOVE 0 TO SW-FDA-CIERRESUC
           OPEN INPUT CIERRESUC
           IF WS-ESTADO-CSU = '00'
               PERFORM 02-01-08-2-APLICA-CIERRE
                   UNTIL SW-FDA-CIERRESUC = 1
               CLOSE CIERRESUC
           END-IF
           MOVE ZEROS TO WS-CSU-FALTAN
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > WS-NUM-CSU
               IF TAB-CSU-CERRADA(CS) = 0
                   ADD 1 TO WS-CSU-FALTAN
               END-IF
           END-PERFORM.

       02-01-08-2-APLICA-CIERRE.
           READ CIERRESUC AT END MOVE 1 TO SW-FDA-CIERRESUC
                NOT AT END
                    IF RCSU-FECHA = WS-CSU-HOY
                        MOVE RCSU-SUCURSAL TO WS-CSU-COD
                        PERFORM 02-01-08-3-UBICA-CIERRE
                        IF SW-CSU-HALLADO = 1
                            PERFORM 02-01-08-5-CARGA-CIERRE
                        END-IF
                    END-IF
           END-READ.

       02-01-08-3-UBICA-CIERRE.
           MOVE 0 TO SW-CSU-HALLADO
           PERFORM VARYING CS FROM 1 BY 1
                   UNTIL CS > WS-NUM-CSU OR SW-CSU-HALLADO = 1
               IF TAB-CSU-COD(CS) = WS-CSU-COD
                   MOVE 1 TO SW-CSU-HALLADO
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM CS.

      * LAS DIVISAS DEL CIERRE SE UBICAN POR SIGLA, NO POR POSICION
       02-01-08-5-CARGA-CIERRE.
           MOVE 1                  TO TAB-CSU-CERRADA(CS)
           MOVE RCSU-VOLUMEN       TO TAB-CSU-VOLUMEN(CS)
           MOVE RCSU-MARGEN        TO TAB-CSU-MARGEN(CS)
           MOVE RCSU-UTILIDAD      TO TAB-CSU-UTILIDAD(CS)
           MOVE RCSU-DIFERENCIA    TO TAB-CSU-DIFERENCIA(CS)
           MOVE RCSU-NUM-DIFER     TO TAB-CSU-NUM-DIFER(CS)
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
               AFTER DX FROM 1 BY 1 UNTIL DX > 9
                   IF RCSU-DIVISA(DX) = TAB-DIVI-SIG(D)
                       MOVE RCSU-CANTIDAD(DX) TO TAB-CSU-POS(CS D)
                   END-IF
           END-PERFORM.

      * RENGLONES TOTALES DE LOS ARQUEOS DE HOY EN LA SUCURSAL: CUANTOS
      * HUBO, CUANTOS NO CUADRARON Y SU DIFERENCIA VALORADA A LA TRM
       02-01-08-4-LEER-ARQUEO.
           MOVE ZEROS TO WS-CSU-ARQUEOS WS-CSU-NUM-DIFER
                         WS-CSU-DIFERENCIA
           MOVE 0 TO SW-FDA-DIFERENCIAS
           OPEN INPUT DIFERENCIAS
           IF WS-ESTADO-DIF = '00'
               PERFORM 02-01-08-7-LEER-DIFERENCIA
                   UNTIL SW-FDA-DIFERENCIAS = 1
               CLOSE DIFERENCIAS
           END-IF.

       02-01-08-7-LEER-DIFERENCIA.
           READ DIFERENCIAS AT END MOVE 1 TO SW-FDA-DIFERENCIAS
                NOT AT END
                    IF RDIF-FECHA(1:6) = WS-CSU-HOY
                       AND RDIF-SUCURSAL = WS-SUC-OPERA
                       AND RDIF-DENOM = ZEROS
                        ADD 1 TO WS-CSU-ARQUEOS
                        IF RDIF-DIFERENCIA NOT = ZEROS
                            IF WS-CSU-NUM-DIFER < 99
                                ADD 1 TO WS-CSU-NUM-DIFER
                            END-IF
                            PERFORM VARYING D FROM 1 BY 1
                                    UNTIL D > WS-NUM-DIVISAS
                                IF TAB-DIVI-SIG(D) = RDIF-DIVISA
                                    COMPUTE WS-CSU-DIFERENCIA =
                                            WS-CSU-DIFERENCIA
                                          + RDIF-DIFERENCIA
                                          * TAB-DIVI-TRM(D)
                                END-IF
                            END-PERFORM
                        END-IF
                    END-IF
           END-READ.

       02-01-08-6-GRABAR-CIERRE.
           PERFORM 02-01-06-0-CALCULA-MARGEN
           INITIALIZE REG-CIERRESUC
           MOVE WS-CSU-HOY         TO RCSU-FECHA
           MOVE WS-SUC-OPERA       TO RCSU-SUCURSAL
           MOVE WS-FORMATO-HORA    TO RCSU-HORA
           MOVE WS-CAJERO          TO RCSU-CAJERO
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
               ADD TAB-MAR-VOLUMEN(D)  TO RCSU-VOLUMEN
               ADD TAB-MAR-MARGEN(D)   TO RCSU-MARGEN
               ADD TAB-MAR-UTILIDAD(D) TO RCSU-UTILIDAD
               MOVE TAB-DIVI-SIG(D)    TO RCSU-DIVISA(D)
               MOVE TAB-INVENTARIO(D)  TO RCSU-CANTIDAD(D)
           END-PERFORM
           MOVE WS-CSU-DIFERENCIA  TO RCSU-DIFERENCIA
           MOVE WS-CSU-NUM-DIFER   TO RCSU-NUM-DIFER
           OPEN EXTEND CIERRESUC
      * SI EL ARCHIVO DE CIERRES NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-CSU = '35'
               OPEN OUTPUT CIERRESUC
           END-IF
           IF WS-ESTADO-CSU = '00' OR WS-ESTADO-CSU = '05'
               WRITE REG-CIERRESUC
               CLOSE CIERRESUC
               DISPLAY 'SUCURSAL CERRADA:'  LINE 10 POSITION 05
                       WS-SUC-NOMBRE        LINE 10 POSITION 24
           ELSE
               DISPLAY 'ERROR GRABANDO EL CIERRE DE LA SUCURSAL'
                                            LINE 10 POSITION 05
           END-IF
           PERFORM 02-01-08-1-LEER-CIERRES.

      *----------------------------------------------------------------*
      * CONSOLIDADO DE LA CASA: SUMA LA POSICION QUE DEJO EL CIERRE DE
      * CADA SUCURSAL Y AGREGA UNA SOLA VEZ LO QUE VIAJA EN TRASLADOS
      * SIN CONFIRMAR (EL ORIGEN YA LO DESCONTO Y EL DESTINO TODAVIA NO
      * LO ABONA). LOS TRASLADOS NO SON VOLUMEN: LA COMPARACION DE
      * SUCURSALES SOLO LLEVA COMPRAS Y VENTAS CON CLIENTES
      *----------------------------------------------------------------*
       02-01-09-CONSOLIDAR.
           INITIALIZE TABLA-CONSOLIDADO
           MOVE ZEROS TO WS-CNS-VOLUMEN WS-CNS-MARGEN WS-CNS-UTILIDAD
                         WS-CNS-DIFERENCIA
           PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > WS-NUM-CSU
               ADD TAB-CSU-VOLUMEN(CS)    TO WS-CNS-VOLUMEN
               ADD TAB-CSU-MARGEN(CS)     TO WS-CNS-MARGEN
               ADD TAB-CSU-UTILIDAD(CS)   TO WS-CNS-UTILIDAD
               ADD TAB-CSU-DIFERENCIA(CS) TO WS-CNS-DIFERENCIA
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
                   ADD TAB-CSU-POS(CS D) TO TAB-CNS-SUCURSALES(D)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO SW-FDA-TRANSITO
           OPEN INPUT TRANSITO
           IF WS-ESTADO-TRI = '00'
               PERFORM 02-01-09-1-LEER-TRANSITO
                   UNTIL SW-FDA-TRANSITO = 1
               CLOSE TRANSITO
           END-IF
           PERFORM 02-01-09-2-IMPRIMIR
           DISPLAY 'CONSOLIDADO DE LA CASA EN ./FILES/MONEY/CONSOLIDA'
                                            LINE 14 POSITION 05.

       02-01-09-1-LEER-TRANSITO.
           READ TRANSITO AT END MOVE 1 TO SW-FDA-TRANSITO
                NOT AT END
                    IF RTRI-ESTADO = 'T'
                        PERFORM VARYING D FROM 1 BY 1
                                UNTIL D > WS-NUM-DIVISAS
                            IF TAB-DIVI-SIG(D) = RTRI-DIVISA
                                ADD RTRI-CANTIDAD
                                  TO TAB-CNS-TRANSITO(D)
                            END-IF
                        END-PERFORM
                    END-IF
           END-READ.

       02-01-09-2-IMPRIMIR.
           OPEN OUTPUT CONSOLIDA
           IF WS-ESTADO-CNS NOT = '00'
               DISPLAY 'ERROR GENERANDO EL CONSOLIDADO'
                                            LINE 14 POSITION 05
           ELSE
               MOVE SPACES TO REG-CONSOLIDA
               STRING 'CONSOLIDADO DE LA CASA DE CAMBIO MONEY - '
                      WS-CSU-HOY
                      DELIMITED BY SIZE INTO REG-CONSOLIDA
               WRITE REG-CONSOLIDA AFTER PAGE
               MOVE 'COMPARATIVO DE SUCURSALES' TO REG-CONSOLIDA
               WRITE REG-CONSOLIDA AFTER 2
               MOVE SPACES TO REG-CONSOLIDA
               STRING 'SUCURSAL                VOLUMEN           MARGEN'
                      '     UTILIDAD   DIFERENCIA ND'
                      DELIMITED BY SIZE INTO REG-CONSOLIDA
               WRITE REG-CONSOLIDA AFTER 2
               PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > WS-NUM-CSU
                   MOVE TAB-CSU-VOLUMEN(CS)    TO WS-MASCA-CNS1
                   MOVE TAB-CSU-MARGEN(CS)     TO WS-MASCA-CNS2
                   MOVE TAB-CSU-UTILIDAD(CS)   TO WS-MASCA-CNS3
                   MOVE TAB-CSU-DIFERENCIA(CS) TO WS-MASCA-CNS4
                   MOVE SPACES TO REG-CONSOLIDA
                   STRING TAB-CSU-NOMBRE(CS) ' ' WS-MASCA-CNS1 ' '
                          WS-MASCA-CNS2 ' ' WS-MASCA-CNS3 ' '
                          WS-MASCA-CNS4 ' ' TAB-CSU-NUM-DIFER(CS)
                          DELIMITED BY SIZE INTO REG-CONSOLIDA
                   WRITE REG-CONSOLIDA AFTER 1
               END-PERFORM
               MOVE WS-CNS-VOLUMEN    TO WS-MASCA-CNS1
               MOVE WS-CNS-MARGEN     TO WS-MASCA-CNS2
               MOVE WS-CNS-UTILIDAD   TO WS-MASCA-CNS3
               MOVE WS-CNS-DIFERENCIA TO WS-MASCA-CNS4
               MOVE SPACES TO REG-CONSOLIDA
               STRING 'TOTAL CASA      ' WS-MASCA-CNS1 ' '
                      WS-MASCA-CNS2 ' ' WS-MASCA-CNS3 ' '
                      WS-MASCA-CNS4
                      DELIMITED BY SIZE INTO REG-CONSOLIDA
               WRITE REG-CONSOLIDA AFTER 2
               MOVE 'POSICION CONSOLIDADA POR DIVISA' TO REG-CONSOLIDA
               WRITE REG-CONSOLIDA AFTER 2
               MOVE 'DIVISA   SUCURSALES   EN TRANSITO    TOTAL CASA'
                 TO REG-CONSOLIDA
               WRITE REG-CONSOLIDA AFTER 2
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
                   COMPUTE WS-CNS-TOTAL = TAB-CNS-SUCURSALES(D)
                                        + TAB-CNS-TRANSITO(D)
                   MOVE TAB-CNS-SUCURSALES(D) TO WS-MASCA-POS1
                   MOVE TAB-CNS-TRANSITO(D)   TO WS-MASCA-POS2
                   MOVE WS-CNS-TOTAL          TO WS-MASCA-POS3
                   MOVE SPACES TO REG-CONSOLIDA
                   STRING '  ' TAB-DIVI-SIG(D) '   ' WS-MASCA-POS1
                          '   ' WS-MASCA-POS2 '   ' WS-MASCA-POS3
                          DELIMITED BY SIZE INTO REG-CONSOLIDA
                   WRITE REG-CONSOLIDA AFTER 1
               END-PERFORM
               CLOSE CONSOLIDA
               INITIALIZE NOCOSPOL
               MOVE 'MONEY'                   TO CSPO-E-SISTEMA
               MOVE 'CONSOLIDADO'             TO CSPO-E-TIPO
               MOVE './FILES/MONEY/CONSOLIDA' TO CSPO-E-ORIGEN
               MOVE 'F'                       TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
           END-IF.

      *----------------------------------------------------------------*
      * ARQUEO DE CAJA: EL CAJERO DIGITA EL CONTEO FISICO DE CADA
      * DIVISA Y SE COMPARA CONTRA LA POSICION DEL LIBRO. EL ARQUEO NO
      * TERMINA HASTA QUE CADA DIFERENCIA SEA CERO O QUEDE ACEPTADA
      * EXPRESAMENTE CON UN CODIGO DE MOTIVO; TODO QUEDA EN EL ARCHIVO
      * DE DIFERENCIAS CON FECHA Y CAJERO.
      * SE ARQUEA EL CAJON DE UN CAJERO CONTRA SU PROPIO SALDO
      * ESPERADO (FONDO, REPOSICIONES, DEVOLUCIONES Y SUS OPERACIONES
      * EN EFECTIVO), Y AL TERMINAR EL CAJON VUELVE A LA BOVEDA; EN
      * BLANCO SE ARQUEA LA BOVEDA. EL CAJON DE OTRO CAJERO SOLO LO
      * ARQUEA EL SUPERVISOR O ADMINISTRADOR.
      *----------------------------------------------------------------*
       02-01-05-ARQUEO-DE-CAJA.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'CAJON A ARQUEAR (CAJERO, EN BLANCO = BOVEDA):'
                                            LINE 03 POSITION 05
           MOVE SPACES TO WS-CJN-CAJERO
           ACCEPT WS-CJN-CAJERO             LINE 03 POSITION 52
           MOVE 1 TO WS-OPCION-PERMITIDA
           IF WS-CJN-CAJERO NOT = SPACES
              AND WS-CJN-CAJERO NOT = WS-CAJERO
               PERFORM 0-9-4-VALIDA-PERMISO
           END-IF
           IF WS-OPCION-PERMITIDA = 1
               PERFORM 02-01-05-0-ARQUEAR
           END-IF.

       02-01-05-0-ARQUEAR.
           MOVE ZEROS TO WS-ARQ-DIVISAS
           OPEN EXTEND DIFERENCIAS
      * SI EL ARCHIVO DE DIFERENCIAS NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-DIF = '35'
               PERFORM 02-01-05-1-ARQUEO-DIVISA
                   VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
               CLOSE DIFERENCIAS
               IF WS-ARQ-DIVISAS = ZEROS
                   DISPLAY 'EL CAJERO NO TIENE CAJONES ABIERTOS'
                                            LINE 22 POSITION 25
               END-IF
               DISPLAY 'ARQUEO TERMINADO, OPRIMA ENTER'
                                            LINE 24 POSITION 25
               ACCEPT WS-ENTER              LINE 24 POSITION 60
           END-IF.

       02-01-05-1-ARQUEO-DIVISA.
           PERFORM 02-01-05-4-LIBRO-DIVISA
           IF WS-ARQ-APLICA = 1
               ADD 1 TO WS-ARQ-DIVISAS
               DISPLAY CLEAR-SCREEN
               PERFORM 999-FECHAS
               DISPLAY 'ARQUEO DE CAJA'     LINE 03 POSITION 33
                       'DIVISA:'            LINE 05 POSITION 05
                       TAB-DIVI-NOM(D)      LINE 05 POSITION 14
               IF WS-CJN-CAJERO = SPACES
                   DISPLAY 'BOVEDA'         LINE 05 POSITION 45
               ELSE
                   DISPLAY 'CAJON DE:'      LINE 05 POSITION 45
                           WS-CJN-CAJERO    LINE 05 POSITION 55
               END-IF
               MOVE WS-ARQ-LIBRO TO WS-MASCA-CANTI
               DISPLAY 'POSICION SEGUN LIBRO:'
                                            LINE 07 POSITION 05
                       WS-MASCA-CANTI       LINE 07 POSITION 28
               SET NO-CONTADO TO TRUE
               PERFORM 02-01-05-2-CAPTURA-CONTEO UNTIL SI-CONTADO
               IF WS-CJN-CAJERO NOT = SPACES
                   PERFORM 02-01-05-5-DEVOLVER-CAJON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SI LA DIFERENCIA NO ES CERO, EXIGE UN CODIGO DE MOTIVO PARA
      * ACEPTARLA O PERMITE RECONTAR (OPCION 0); SOLO ENTONCES PASA A
      * LA SIGUIENTE DIVISA
      *----------------------------------------------------------------*
           MOVE WS-CONTADO TO WS-MASCA-CANTI
           DISPLAY 'CANTIDAD CONTADA    :'  LINE 17 POSITION 05
                   WS-MASCA-CANTI           LINE 17 POSITION 28
           COMPUTE WS-DIFERENCIA = WS-CONTADO - WS-ARQ-LIBRO
           MOVE WS-DIFERENCIA TO WS-MASCA-DIF
           DISPLAY 'DIFERENCIA          :'  LINE 18 POSITION 05
                   WS-MASCA-DIF             LINE 18 POSITION 28
      *----------------------------------------------------------------*
      * QUEDA EL RENGLON TOTAL DE LA DIVISA (EN UNIDADES, CORTE CERO)
      * Y UN RENGLON POR CADA CORTE (EN BILLETES), PARA VER EXACTO
      * CUAL FAJO ES EL QUE FALTA O SOBRA. LA DIFERENCIA DE UN CAJON
      * QUEDA A NOMBRE DE SU CAJERO; LA DE LA BOVEDA, A NOMBRE DE
      * QUIEN LA CONTO
      *----------------------------------------------------------------*
       02-01-05-3-GRABAR-DIFERENCIA.
           MOVE WS-FORMATO-FECHA    TO RDIF-FECHA
           MOVE TAB-DIVI-SIG(D)     TO RDIF-DIVISA
           MOVE WS-ARQ-LIBRO        TO RDIF-LIBRO
           MOVE WS-CONTADO          TO RDIF-CONTADO
           MOVE WS-DIFERENCIA       TO RDIF-DIFERENCIA
           MOVE WS-MOTIVO           TO RDIF-MOTIVO
           IF WS-CJN-CAJERO = SPACES
               MOVE WS-CAJERO       TO RDIF-CAJERO
           ELSE
               MOVE WS-CJN-CAJERO   TO RDIF-CAJERO
           END-IF
           MOVE ZEROS               TO RDIF-DENOM
           MOVE WS-SUC-OPERA        TO RDIF-SUCURSAL
           WRITE REG-DIFERENCIA
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               COMPUTE WS-DEN-DIF =
                       TAB-DEN-PROP(DN) - TAB-ARQ-BILL(DN)
               IF WS-DEN-DIF NOT = ZEROS
                  OR TAB-DEN-PROP(DN) > ZEROS
                  OR TAB-ARQ-BILL(DN) > ZEROS
                   MOVE TAB-VAL-DENOM(DN)   TO RDIF-DENOM
                   MOVE TAB-ARQ-BILL(DN)    TO RDIF-LIBRO
                   MOVE TAB-DEN-PROP(DN)    TO RDIF-CONTADO
                   MOVE WS-DEN-DIF          TO RDIF-DIFERENCIA
                   WRITE REG-DIFERENCIA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * SALDO DEL LIBRO DE LA DIVISA: EL CAJON ABIERTO DEL CAJERO (SI
      * NO LO TIENE EN ESTA DIVISA, LA DIVISA NO SE ARQUEA) O LA
      * BOVEDA
      *----------------------------------------------------------------*
       02-01-05-4-LIBRO-DIVISA.
           MOVE 0 TO WS-ARQ-APLICA
           IF WS-CJN-CAJERO = SPACES
               MOVE 1 TO WS-ARQ-APLICA
               PERFORM 11-9-POSICION-BOVEDA
               MOVE ZEROS TO WS-ARQ-LIBRO
               IF WS-BOV-CANTIDAD > ZEROS
                   MOVE WS-BOV-CANTIDAD TO WS-ARQ-LIBRO
               END-IF
               PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
                   MOVE ZEROS TO TAB-ARQ-BILL(DN)
                   IF TAB-BOV-BILL(DN) > ZEROS
                       MOVE TAB-BOV-BILL(DN) TO TAB-ARQ-BILL(DN)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 11-8-UBICA-CAJON
               IF SW-CJN-ABIERTO = 1
                   MOVE 1 TO WS-ARQ-APLICA
                   MOVE TAB-CJN-CANTIDAD(CN) TO WS-ARQ-LIBRO
                   PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
                       MOVE TAB-CJN-BILL(CN, DN) TO TAB-ARQ-BILL(DN)
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EL CAJON CONTADO VUELVE A LA BOVEDA Y QUEDA CERRADO; EL
      * MOVIMIENTO LLEVA LOS BILLETES CONTADOS. LA DIFERENCIA YA QUEDO
      * A CARGO DEL CAJERO EN EL ARCHIVO DE DIFERENCIAS; LA POSICION
      * DE LA CASA SE AJUSTA A LO CONTADO (EN TOTAL Y POR CORTE) PARA
      * QUE LA BOVEDA NO HEREDE EL SALDO DE LIBRO DEL CAJON
      *----------------------------------------------------------------*
       02-01-05-5-DEVOLVER-CAJON.
           SET CJN-CIERRE TO TRUE
           MOVE WS-CONTADO TO WS-DEN-SUMA
           PERFORM 11-4-GRABAR-MOVIMIENTO
           ADD WS-DIFERENCIA TO TAB-INVENTARIO(D)
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               COMPUTE WS-DEN-DIF =
                       TAB-DEN-PROP(DN) - TAB-CJN-BILL(CN, DN)
               ADD WS-DEN-DIF TO TAB-DEN-CANT(D, DN)
           END-PERFORM
           MOVE ZEROS TO TAB-CJN-CANTIDAD(CN)
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               MOVE ZEROS TO TAB-CJN-BILL(CN, DN)
           END-PERFORM
           MOVE 'D' TO TAB-CJN-ESTADO(CN).

      *----------------------------------------------------------------*
      * MARGEN Y UTILIDAD DEL DIA: POR DIVISA, EL VOLUMEN OPERADO EN
      * PESOS, EL INGRESO DEL SPREAD (LO QUE SE LE GANO A LA TRM EN
       02-01-06-MARGEN-DEL-DIA.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           PERFORM 02-01-06-0-CALCULA-MARGEN
           DISPLAY 'MARGEN Y UTILIDAD DEL DIA'
                                            LINE 03 POSITION 05
                   'VOLUMEN             MARGEN SPREAD       UTIL.REALIZ
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 65.

      * ACUMULA EN TABLA-MARGEN LAS COMPRAS Y VENTAS DE HOY DE LA
      * SUCURSAL DE LA SESION; LO USA TAMBIEN EL CIERRE DE SUCURSAL
       02-01-06-0-CALCULA-MARGEN.
           INITIALIZE TABLA-MARGEN
           MOVE ZEROS TO WS-NUM-ANULADAS
           MOVE 0 TO SW-FDA-TRANSDIV
           OPEN INPUT TRANSDIV
           IF WS-ESTADO-TRANSDIV = '00'
               PERFORM 02-01-04-0-LEER-ANULADAS
                   UNTIL SW-FDA-TRANSDIV = 1
               CLOSE TRANSDIV
           END-IF
           MOVE 0 TO SW-FDA-TRANSDIV
           OPEN INPUT TRANSDIV
           IF WS-ESTADO-TRANSDIV = '00'
               PERFORM 02-01-06-1-LEER-LIBRO UNTIL SW-FDA-TRANSDIV = 1
               CLOSE TRANSDIV
           END-IF.

       02-01-06-1-LEER-LIBRO.
           READ TRANSDIV AT END MOVE 1 TO SW-FDA-TRANSDIV
                         NOT AT END PERFORM 02-01-06-2-ACUMULAR
           END-PERFORM
           IF SW-ES-ANULADA = 0
              AND RTRA-FECHA(1:6) = WS-FORMATO-FECHA(1:6)
              AND RTRA-SUCURSAL = WS-SUC-OPERA
              AND (RTRA-OPERA = 'C' OR RTRA-OPERA = 'V')
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
                   IF TAB-DIVI-SIG(D) = RTRA-DIVISA
           END-PERFORM
           IF SW-ES-ANULADA = 0
              AND RTRA-FECHA(1:6) = WS-FORMATO-FECHA(1:6)
              AND RTRA-SUCURSAL = WS-SUC-OPERA
              AND (RTRA-OPERA = 'C' OR RTRA-OPERA = 'V')
               PERFORM 02-01-04-3-UBICAR-CAJERO
               EVALUATE RTRA-OPERA

       02-01-03-2-FILTRAR.
           IF RTRA-FECHA(1:6) = WS-FORMATO-FECHA(1:6)
              AND RTRA-SUCURSAL = WS-SUC-OPERA
              AND RTRA-VALOR > WS-UMBRAL
              AND RTRA-CLIENTE-DOC > SPACES
              AND WS-NUM-GRANDES < 200
      * NI LA POSICION QUE TIENE LA SUCURSAL QUE ENVIA
      *----------------------------------------------------------------*
       3-03-CANTIDAD-TRASLADO.
           MOVE WS-SUCURSAL-ORIGEN TO WS-SUC-BUSCA
           PERFORM 3-08-UBICA-SUCURSAL
           IF WS-SUC-IDX = 0
               MOVE TAB-INVENTARIO(WS-DIVISA) TO WS-POS-ORIGEN
           ELSE
               MOVE TAB-INV-REM-DIVI(WS-SUC-IDX WS-DIVISA)
                                               TO WS-POS-ORIGEN
           END-IF
           DISPLAY 'CANTIDAD A TRASLADAR?: '
       3-06-GRABAR-TRASLADO.
      * LOS TRASLADOS SON INTERNOS, NO LLEVAN CLIENTE
           MOVE SPACES TO WS-DOC
           MOVE WS-SUCURSAL-ORIGEN TO WS-SUC-BUSCA
           PERFORM 3-08-UBICA-SUCURSAL
           IF WS-SUC-IDX = 0
               SUBTRACT WS-CANTI FROM TAB-INVENTARIO(WS-DIVISA)
           ELSE
               SUBTRACT WS-CANTI
                   FROM TAB-INV-REM-DIVI(WS-SUC-IDX WS-DIVISA)
           END-IF
      * EL DESTINO NO SE ABONA TODAVIA: EL EFECTIVO VIAJA Y LA
      * SUCURSAL QUE RECIBE DEBE CONFIRMAR CUANTO LLEGO
               ACCEPT WS-ENTER           LINE 23 POSITION 60
           END-IF.

      *----------------------------------------------------------------*
      * DONDE ESTA LA POSICION DE LA SUCURSAL WS-SUC-BUSCA (0 =
      * PRINCIPAL, 1 A N = RENGLON DE TABLA-SUC-REMOTAS): WS-SUC-IDX
      * EN CERO ES TAB-INVENTARIO (LA SUCURSAL DE LA SESION); SI NO, EL
      * RENGLON DE LAS TABLAS REMOTAS, DONDE LA PRINCIPAL OCUPA EL
      * RENGLON DE LA SUCURSAL DE LA SESION
      *----------------------------------------------------------------*
       3-08-UBICA-SUCURSAL.
           EVALUATE TRUE
               WHEN WS-SUC-BUSCA = WS-SUC-SLOT
                   MOVE 0 TO WS-SUC-IDX
               WHEN WS-SUC-BUSCA = 0
                   MOVE WS-SUC-SLOT TO WS-SUC-IDX
               WHEN OTHER
                   MOVE WS-SUC-BUSCA TO WS-SUC-IDX
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CONFIRMACION DEL TRASLADO EN EL DESTINO: LISTA LO QUE VIAJA
      * CON SU ANTIGUEDAD EN DIAS Y POR SUCURSAL, Y AL CONFIRMAR
               ACCEPT WS-ENTER              LINE 23 POSITION 42
           ELSE
      * EL DESTINO RECIBE LO REALMENTE CONTADO
               MOVE RTRI-DESTINO TO WS-SUC-BUSCA
               PERFORM 3-08-UBICA-SUCURSAL
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
                   IF TAB-DIVI-SIG(D) = RTRI-DIVISA
                       IF WS-SUC-IDX = 0
                           ADD WS-TRI-RECIBIDO TO TAB-INVENTARIO(D)
                       ELSE
                           ADD WS-TRI-RECIBIDO
                               TO TAB-INV-REM-DIVI(WS-SUC-IDX D)
                       END-IF
                   END-IF
               END-PERFORM
       4-CORTE-DEL-DIA.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
      * EL CORTE ES DE TODA LA CASA: SOLO CUANDO CERRARON TODAS
           MOVE WS-FORMATO-FECHA(1:6) TO WS-CSU-HOY
           PERFORM 02-01-08-1-LEER-CIERRES
           IF WS-CSU-FALTAN > ZEROS
               DISPLAY 'NO SE PUEDE CORTAR: FALTAN POR CERRAR'
                                           LINE 10 POSITION 01
               MOVE 12 TO LI
               PERFORM VARYING CS FROM 1 BY 1 UNTIL CS > WS-NUM-CSU
                   IF TAB-CSU-CERRADA(CS) = 0
                       DISPLAY TAB-CSU-NOMBRE(CS)
                                           LINE LI POSITION 05
                       ADD 1 TO LI
                   END-IF
               END-PERFORM
               ACCEPT WS-ENTER             LINE 10 POSITION 40
           ELSE
               PERFORM 4-0-CONFIRMA-CORTE
           END-IF.

       4-0-CONFIRMA-CORTE.
           DISPLAY 'EL LIBRO DEL DIA PASARA AL HISTORICO Y QUEDARA VACIO
      -            '. CONTINUA? (S/N)'     LINE 10 POSITION 01
           MOVE SPACES TO WS-REALIZA-OPE
               MOVE 0 TO SW-FDA-TRANSDIV
               OPEN INPUT TRANSDIV
               IF WS-ESTADO-TRANSDIV = '00'
                   OPEN I-O TRANSHIS
      * SI EL HISTORICO NO EXISTE TODAVIA, SE CREA EN ESTE CORTE
                   IF WS-ESTADO-THI = '35'
                       OPEN OUTPUT TRANSHIS
           READ TRANSDIV AT END MOVE 1 TO SW-FDA-TRANSDIV
                NOT AT END
                    MOVE REG-TRANSDIV TO REG-TRANSHIS
                    PERFORM 4-1-1-GRABAR-HISTORICO
                    ADD 1 TO WS-TOT-CORTADAS
      * DE PASO SE ACUMULAN LOS TOTALES QUE VAN AL LIBRO MAYOR
                    EVALUATE RTRA-OPERA
                    END-EVALUATE
           END-READ.

      * LLAVE DEL HISTORICO: FECHA DE LA OPERACION (DDMMAA A AAAAMMDD),
      * NUMERO Y EL PRIMER SECUENCIAL LIBRE PARA ESA FECHA Y NUMERO
       4-1-1-GRABAR-HISTORICO.
           MOVE 20              TO WS-THI-FECHA(1:2)
           MOVE RTHI-FECHA(5:2) TO WS-THI-FECHA(3:2)
           MOVE RTHI-FECHA(3:2) TO WS-THI-FECHA(5:2)
           MOVE RTHI-FECHA(1:2) TO WS-THI-FECHA(7:2)
           IF WS-THI-FECHA IS NOT NUMERIC
               MOVE ZEROS TO WS-THI-FECHA
           END-IF
           MOVE WS-THI-FECHA TO RTHI-CLA-FECHA
           MOVE RTHI-NUMERO  TO RTHI-CLA-NUMERO
           MOVE ZEROS        TO RTHI-CLA-SEC
           MOVE 0 TO SW-THI-GRABADO
           PERFORM UNTIL SW-THI-GRABADO = 1
               WRITE REG-TRANSHIS
                     INVALID KEY ADD 1 TO RTHI-CLA-SEC
               END-WRITE
               IF WS-ESTADO-THI NOT = '22'
                   MOVE 1 TO SW-THI-GRABADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * ASIENTOS DEL CORTE: LAS COMPRAS SUBEN LA POSICION EN DIVISAS
      * (1305) CONTRA CAJA (1105), LAS VENTAS ENTRAN A CAJA CONTRA LA
      * POSICION, Y LA UTILIDAD REALIZADA QUEDA COMO INGRESO DE
      * CAMBIO (4205). LAS CUENTAS SALEN DE LA REGLA DE CADA EVENTO
      * EN REGLACON (COMPRA, VENTA, MARGEN)
      *----------------------------------------------------------------*
       4-2-ASIENTA-LIBRO.
           ACCEPT WS-CON-PERIODO FROM DATE YYYYMMDD
           INITIALIZE NOCOCONT
           MOVE 'COMPRA'              TO CCON-E-EVENTO
           MOVE WS-CON-COMPRAS        TO CCON-E-VALOR
           PERFORM 4-2-1-LLAMA-CONTABLE
           INITIALIZE NOCOCONT
           MOVE 'VENTA'               TO CCON-E-EVENTO
           MOVE WS-CON-VENTAS         TO CCON-E-VALOR
           PERFORM 4-2-1-LLAMA-CONTABLE
           IF WS-CON-UTILIDAD > ZEROS
               INITIALIZE NOCOCONT
               MOVE 'MARGEN'            TO CCON-E-EVENTO
               MOVE WS-CON-UTILIDAD     TO CCON-E-VALOR
               PERFORM 4-2-1-LLAMA-CONTABLE
           END-IF.

      *----------------------------------------------------------------*
      * SI NO HAY REGLA PARA EL EVENTO, O SI LA REGLA USA UNA CUENTA
      * QUE NO ESTA EN EL PLAN, EL ASIENTO NO SE HACE Y SE AVISA
      *----------------------------------------------------------------*
       4-2-1-LLAMA-CONTABLE.
           MOVE 'MONEY'               TO CCON-E-ORIGEN
           MOVE WS-CON-PERIODO(1:6)   TO CCON-E-PERIODO
           CALL RUT-NO9CCONT USING NOCOCONT
           IF CCON-R-CODRETO NOT = '00' AND CCON-R-CODRETO NOT = '01'
               DISPLAY 'ASIENTO RECHAZADO:'   LINE 22 POSITION 01
                       CCON-R-MENSAJE         LINE 23 POSITION 01
               ACCEPT WS-ENTER                LINE 22 POSITION 20
           END-IF.

      *----------------------------------------------------------------*
               ACCEPT WS-FECHA-REIMP       LINE 08 POSITION 42
           END-PERFORM
           INITIALIZE TABLA-REIMPRESION
      * SOLO SE LEE EL DIA PEDIDO
           MOVE 20                  TO WS-THI-DESDE(1:2)
           MOVE WS-FECHA-REIMP(5:2) TO WS-THI-DESDE(3:2)
           MOVE WS-FECHA-REIMP(3:2) TO WS-THI-DESDE(5:2)
           MOVE WS-FECHA-REIMP(1:2) TO WS-THI-DESDE(7:2)
           MOVE WS-THI-DESDE TO WS-THI-HASTA
      * PRIMERA PASADA: NUMEROS ANULADOS EN LA FECHA, PARA EXCLUIR
      * DEL CIERRE TANTO LA ANULACION COMO SU OPERACION ORIGINAL
           MOVE ZEROS TO WS-NUM-ANULADAS
           MOVE 0 TO SW-FDA-TRANSHIS
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-THI = '00'
               PERFORM 5-5-POSICIONA-HISTORICO
               PERFORM 5-0-LEER-ANULADAS UNTIL SW-FDA-TRANSHIS = 1
               CLOSE TRANSHIS
           END-IF
           MOVE 0 TO SW-FDA-TRANSHIS
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-THI = '00'
               PERFORM 5-5-POSICIONA-HISTORICO
               PERFORM 5-1-LEER-HISTORICO UNTIL SW-FDA-TRANSHIS = 1
               CLOSE TRANSHIS
               PERFORM 5-3-IMPRIMIR-CIERRE
           ACCEPT WS-ENTER                 LINE 24 POSITION 60.

       5-0-LEER-ANULADAS.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-TRANSHIS
                NOT AT END
                    IF RTHI-CLA-FECHA > WS-THI-HASTA
                        MOVE 1 TO SW-FDA-TRANSHIS
                    END-IF
                    IF SW-FDA-TRANSHIS = 0
                       AND RTHI-FECHA(1:6) = WS-FECHA-REIMP
                       AND RTHI-OPERA = 'A'
                       AND WS-NUM-ANULADAS < 100
                        ADD 1 TO WS-NUM-ANULADAS
           END-READ.

       5-1-LEER-HISTORICO.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-TRANSHIS
                NOT AT END
                    IF RTHI-CLA-FECHA > WS-THI-HASTA
                        MOVE 1 TO SW-FDA-TRANSHIS
                    ELSE
                        PERFORM 5-2-ACUMULAR-HISTORICO
                    END-IF
           END-READ.

       5-2-ACUMULAR-HISTORICO.
                   TAB-REI-COM-VALO(D) - TAB-REI-VEN-VALO(D)
           WRITE REG-CIERREREP FROM REG-REI-NETA AFTER 1.

      * DEJA EL HISTORICO EN EL PRIMER REGISTRO DE WS-THI-DESDE; SI NO
      * HAY NADA DESDE ESA FECHA QUEDA EN FIN DE ARCHIVO
       5-5-POSICIONA-HISTORICO.
           MOVE WS-THI-DESDE TO RTHI-CLA-FECHA
           MOVE ZEROS        TO RTHI-CLA-NUMERO RTHI-CLA-SEC
           START TRANSHIS KEY IS NOT LESS THAN RTHI-CLAVE
                 INVALID KEY MOVE 1 TO SW-FDA-TRANSHIS
           END-START.

      *----------------------------------------------------------------*
      * ANULACION DE UNA OPERACION ERRADA: LOCALIZA LA OPERACION POR
      * SU NUMERO EN EL LIBRO DEL DIA, ESCRIBE UN REGISTRO COMPENSATO-
                       MOVE RTRA-CANTIDAD    TO WS-ANU-CANTIDAD
                       MOVE RTRA-VALOR       TO WS-ANU-VALOR
                       MOVE RTRA-CLIENTE-DOC TO WS-ANU-DOC
                       MOVE RTRA-CAJERO      TO WS-ANU-CAJERO
               END-EVALUATE
           END-IF.

                           ADD WS-ANU-CANTIDAD TO TAB-INVENTARIO(D)
                           MOVE 2 TO O
                   END-EVALUATE
      * EN EFECTIVO LOS BILLETES VUELVEN A DONDE SALIERON: EL CAJON
      * DEL CAJERO QUE HIZO LA OPERACION O, SI YA NO ESTA ABIERTO,
      * LA BOVEDA
                   IF WS-ANU-FORMA = 1
                       PERFORM 6-3-1-REVERSAR-BILLETES
                   END-IF
      * LOS ACUMULADORES SOLO GUARDAN LO CAPTURADO EN ESTA SESION:
      * UNA OPERACION DE UNA SESION ANTERIOR DEL DIA NO ESTA EN
      * ELLOS Y NO HAY NADA QUE RETIRAR (SE RETIRAN LAS DOS CIFRAS
           MOVE WS-ANU-NUMERO           TO RTRA-NUMERO
           MOVE WS-CAJERO               TO RTRA-CAJERO
           MOVE ZEROS                   TO RTRA-UTILIDAD
           MOVE WS-SUC-OPERA            TO RTRA-SUCURSAL
           OPEN EXTEND TRANSDIV
           IF WS-ESTADO-TRANSDIV = '00'
               WRITE REG-TRANSDIV
               ACCEPT WS-ENTER         LINE 24 POSITION 30
           END-IF.

      *----------------------------------------------------------------*
      * REVERSO DE LOS BILLETES DE LA OPERACION ANULADA EN LA DIVISA
      * D. EL LIBRO NO GUARDA LOS CORTES DE CADA OPERACION: LA COMPRA
      * ANULADA DEVUELVE AL CLIENTE LOS CORTES MAYORES DISPONIBLES
      * (COMO LA ENTREGA DE UNA VENTA) Y LA VENTA ANULADA RECIBE LA
      * CANTIDAD EN LOS CORTES MAYORES. LA DIFERENCIA DE CORTES, SI
      * LA HAY, LA DESTAPA EL ARQUEO DEL CAJON
      *----------------------------------------------------------------*
       6-3-1-REVERSAR-BILLETES.
           PERFORM 11-9-POSICION-BOVEDA
           MOVE WS-ANU-CAJERO TO WS-CJN-CAJERO
           PERFORM 11-8-UBICA-CAJON
           MOVE WS-ANU-CANTIDAD TO WS-DEN-RESTANTE
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               COMPUTE WS-DEN-ENTREGA =
                       WS-DEN-RESTANTE / TAB-VAL-DENOM(DN)
               IF WS-ANU-OPERA = 'C'
                   IF SW-CJN-ABIERTO = 1
                       IF WS-DEN-ENTREGA > TAB-CJN-BILL(CN, DN)
                           MOVE TAB-CJN-BILL(CN, DN) TO WS-DEN-ENTREGA
                       END-IF
                   ELSE
                       IF TAB-BOV-BILL(DN) < ZEROS
                           MOVE ZEROS TO WS-DEN-ENTREGA
                       ELSE
                           IF WS-DEN-ENTREGA > TAB-BOV-BILL(DN)
                               MOVE TAB-BOV-BILL(DN) TO WS-DEN-ENTREGA
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-DEN-ENTREGA > ZEROS
                   COMPUTE WS-DEN-RESTANTE = WS-DEN-RESTANTE
                         - WS-DEN-ENTREGA * TAB-VAL-DENOM(DN)
                   IF WS-ANU-OPERA = 'C'
                       SUBTRACT WS-DEN-ENTREGA FROM TAB-DEN-CANT(D, DN)
                       IF SW-CJN-ABIERTO = 1
                           SUBTRACT WS-DEN-ENTREGA
                               FROM TAB-CJN-BILL(CN, DN)
                       END-IF
                   ELSE
                       ADD WS-DEN-ENTREGA TO TAB-DEN-CANT(D, DN)
                       IF SW-CJN-ABIERTO = 1
                           ADD WS-DEN-ENTREGA TO TAB-CJN-BILL(CN, DN)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF SW-CJN-ABIERTO = 1
               IF WS-ANU-OPERA = 'C'
                   IF TAB-CJN-CANTIDAD(CN) > WS-ANU-CANTIDAD
                       SUBTRACT WS-ANU-CANTIDAD
                           FROM TAB-CJN-CANTIDAD(CN)
                   ELSE
                       MOVE ZEROS TO TAB-CJN-CANTIDAD(CN)
                   END-IF
               ELSE
                   ADD WS-ANU-CANTIDAD TO TAB-CJN-CANTIDAD(CN)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CRUCE DIRECTO DIVISA A DIVISA: EL CLIENTE ENTREGA UNA DIVISA Y
      * RECIBE OTRA EN UNA SOLA OPERACION CONFIRMADA. LA CASA COMPRA
           MOVE ACON-NUMERO             TO RTRA-NUMERO
           MOVE WS-CAJERO               TO RTRA-CAJERO
           MOVE ZEROS                   TO RTRA-UTILIDAD
           MOVE WS-SUC-OPERA            TO RTRA-SUCURSAL
           OPEN EXTEND TRANSDIV
           IF WS-ESTADO-TRANSDIV = '00'
               WRITE REG-TRANSDIV
                   MOVE RLIQ-VALOR    TO WS-ANU-VALOR
                   MOVE RLIQ-DOC      TO WS-ANU-DOC
                   MOVE RLIQ-NUMERO   TO WS-ANU-NUMERO
                   MOVE SPACES        TO WS-ANU-CAJERO
                   PERFORM 6-3-APLICAR-ANULACION
                   DISPLAY 'RECHAZADA: CONTRAPARTIDA GENERADA CONTRA EL
      -                    ' CLIENTE'       LINE 23 POSITION 01
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * BOVEDA Y CAJONES: LA BOVEDA ENTREGA EL FONDO INICIAL DE CADA
      * CAJERO POR DIVISA Y CORTE, LE REPONE EFECTIVO DURANTE EL DIA
      * Y RECIBE SUS DEVOLUCIONES; CADA MOVIMIENTO QUEDA EN MOVCAJON
      * CON QUIEN LO AUTORIZO. LA POSICION DE LA CASA NO CAMBIA: EL
      * EFECTIVO SOLO PASA DE LA BOVEDA AL CAJON O AL REVES.
      *----------------------------------------------------------------*
       11-CAJONES.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'BOVEDA Y CAJONES'       LINE 03 POSITION 33
                   '1. FONDO INICIAL DEL CAJON'
                                            LINE 05 POSITION 33
                   '2. REPOSICION (BOVEDA A CAJON)'
                                            LINE 06 POSITION 33
                   '3. DEVOLUCION (CAJON A BOVEDA)'
                                            LINE 07 POSITION 33
                   '4. POSICION DE BOVEDA Y CAJONES'
                                            LINE 08 POSITION 33
                   '5. SALIR'               LINE 09 POSITION 33
                   'QUE OPCION DESEA?: '    LINE 11 POSITION 33
           MOVE 0 TO WS-OPC4
           PERFORM UNTIL WS-OPC4 > 0 AND < 6
               ACCEPT WS-OPC4 LINE 11 POSITION 53
           END-PERFORM
           EVALUATE WS-OPC4
               WHEN 1 SET CJN-FONDO TO TRUE
                      PERFORM 11-1-MOVIMIENTO
               WHEN 2 SET CJN-REPOSICION TO TRUE
                      PERFORM 11-1-MOVIMIENTO
               WHEN 3 SET CJN-DEVOLUCION TO TRUE
                      PERFORM 11-1-MOVIMIENTO
               WHEN 4 PERFORM 11-5-POSICION-CAJONES
           END-EVALUATE.

      *----------------------------------------------------------------*
      * EL FONDO INICIAL ABRE EL CAJON (NO PUEDE ESTAR YA ABIERTO); LA
      * REPOSICION Y LA DEVOLUCION EXIGEN EL CAJON ABIERTO
      *----------------------------------------------------------------*
       11-1-MOVIMIENTO.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'CAJERO DEL CAJON:'      LINE 02 POSITION 01
           MOVE SPACES TO WS-CJN-CAJERO
           PERFORM UNTIL WS-CJN-CAJERO > SPACES
               ACCEPT WS-CJN-CAJERO         LINE 02 POSITION 20
           END-PERFORM
           PERFORM 1-02-DIVISAS
           MOVE WS-DIVISA TO D
           PERFORM 11-9-POSICION-BOVEDA
           PERFORM 11-8-UBICA-CAJON
           EVALUATE TRUE
               WHEN CJN-FONDO AND SW-CJN-ABIERTO = 1
                   DISPLAY 'EL CAJON YA ESTA ABIERTO, USE REPOSICION'
                                            LINE 24 POSITION 05
                   ACCEPT WS-ENTER          LINE 24 POSITION 65
               WHEN CJN-FONDO AND SW-CJN-HALLADO = 0
                    AND WS-NUM-CAJONES NOT < 90
                   DISPLAY 'NO SE PUEDEN ABRIR MAS CAJONES'
                                            LINE 24 POSITION 05
                   ACCEPT WS-ENTER          LINE 24 POSITION 65
               WHEN NOT CJN-FONDO AND SW-CJN-ABIERTO = 0
                   DISPLAY 'EL CAJERO NO TIENE CAJON ABIERTO EN ESA DIVI
      -                    'SA'             LINE 24 POSITION 05
                   ACCEPT WS-ENTER          LINE 24 POSITION 65
               WHEN OTHER
                   PERFORM 11-2-CAPTURA-BILLETES
                   IF SI-REALIZA
                       PERFORM 11-3-APLICA-MOVIMIENTO
                       PERFORM 11-4-GRABAR-MOVIMIENTO
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      * CAPTURA CORTE POR CORTE LOS BILLETES DEL MOVIMIENTO: DE LA
      * BOVEDA NO SALE MAS DE LO QUE TIENE, NI DEL CAJON MAS DE LO QUE
      * TIENE EL CAJERO
      *----------------------------------------------------------------*
       11-2-CAPTURA-BILLETES.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           EVALUATE TRUE
               WHEN CJN-FONDO
                   DISPLAY 'FONDO INICIAL DEL CAJON'
                                            LINE 03 POSITION 05
               WHEN CJN-REPOSICION
                   DISPLAY 'REPOSICION DE BOVEDA A CAJON'
                                            LINE 03 POSITION 05
               WHEN CJN-DEVOLUCION
                   DISPLAY 'DEVOLUCION DE CAJON A BOVEDA'
                                            LINE 03 POSITION 05
           END-EVALUATE
           DISPLAY 'CAJERO:'                LINE 04 POSITION 05
                   WS-CJN-CAJERO            LINE 04 POSITION 13
                   'DIVISA:'                LINE 04 POSITION 30
                   TAB-DIVI-SIG(D)          LINE 04 POSITION 38
           MOVE 6 TO LI
           MOVE ZEROS TO WS-DEN-SUMA
           PERFORM 11-2-1-UN-CORTE
               VARYING DN FROM 1 BY 1 UNTIL DN > 6
           MOVE WS-DEN-SUMA TO WS-MASCA-CANTI
           DISPLAY 'TOTAL DEL MOVIMIENTO:'  LINE 13 POSITION 05
                   WS-MASCA-CANTI           LINE 13 POSITION 28
           SET NO-REALIZA TO TRUE
           IF WS-DEN-SUMA > ZEROS
               DISPLAY 'CONFIRMA EL MOVIMIENTO (S/N):'
                                            LINE 15 POSITION 05
               MOVE SPACES TO WS-REALIZA-OPE
               PERFORM UNTIL SI-REALIZA OR NO-REALIZA
                   ACCEPT WS-REALIZA-OPE    LINE 15 POSITION 36
               END-PERFORM
           END-IF.

       11-2-1-UN-CORTE.
           IF CJN-DEVOLUCION
               MOVE TAB-CJN-BILL(CN, DN) TO WS-CJN-DISPONIBLE
           ELSE
               MOVE ZEROS TO WS-CJN-DISPONIBLE
               IF TAB-BOV-BILL(DN) > ZEROS
                   MOVE TAB-BOV-BILL(DN) TO WS-CJN-DISPONIBLE
               END-IF
           END-IF
           DISPLAY 'CORTE'                  LINE LI POSITION 05
                   TAB-VAL-DENOM(DN)        LINE LI POSITION 11
                   'DISPONIBLE:'            LINE LI POSITION 17
                   WS-CJN-DISPONIBLE        LINE LI POSITION 29
                   'BILLETES:'              LINE LI POSITION 39
           MOVE ZEROS TO WS-DEN-CAPTURA
           ACCEPT WS-DEN-CAPTURA            LINE LI POSITION 50
           PERFORM UNTIL WS-DEN-CAPTURA NOT > WS-CJN-DISPONIBLE
               MOVE ZEROS TO WS-DEN-CAPTURA
               ACCEPT WS-DEN-CAPTURA        LINE LI POSITION 50
           END-PERFORM
           MOVE WS-DEN-CAPTURA TO TAB-DEN-PROP(DN)
           COMPUTE WS-DEN-SUMA = WS-DEN-SUMA
                 + WS-DEN-CAPTURA * TAB-VAL-DENOM(DN)
           ADD 1 TO LI.

       11-3-APLICA-MOVIMIENTO.
           EVALUATE TRUE
               WHEN CJN-FONDO
      * UN CAJON DEVUELTO SE REUSA; SI NO EXISTE, SE AGREGA
                   IF SW-CJN-HALLADO = 0
                       ADD 1 TO WS-NUM-CAJONES
                       MOVE WS-NUM-CAJONES TO CN
                   END-IF
                   MOVE WS-CJN-CAJERO    TO TAB-CJN-CAJERO(CN)
                   MOVE TAB-DIVI-SIG(D)  TO TAB-CJN-DIVISA(CN)
                   MOVE WS-FORMATO-FECHA TO TAB-CJN-FECHA(CN)
                   MOVE 'A'              TO TAB-CJN-ESTADO(CN)
                   MOVE WS-SUC-OPERA     TO TAB-CJN-SUCURSAL(CN)
                   MOVE WS-DEN-SUMA      TO TAB-CJN-FONDO(CN)
                                            TAB-CJN-CANTIDAD(CN)
                   PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
                       MOVE TAB-DEN-PROP(DN) TO TAB-CJN-BILL(CN, DN)
                   END-PERFORM
               WHEN CJN-REPOSICION
                   ADD WS-DEN-SUMA TO TAB-CJN-CANTIDAD(CN)
                   PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
                       ADD TAB-DEN-PROP(DN) TO TAB-CJN-BILL(CN, DN)
                   END-PERFORM
               WHEN CJN-DEVOLUCION
                   SUBTRACT WS-DEN-SUMA FROM TAB-CJN-CANTIDAD(CN)
                   PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
                       SUBTRACT TAB-DEN-PROP(DN)
                           FROM TAB-CJN-BILL(CN, DN)
                   END-PERFORM
           END-EVALUATE.

       11-4-GRABAR-MOVIMIENTO.
           MOVE WS-FORMATO-FECHA TO RMCJ-FECHA
           MOVE WS-FORMATO-HORA  TO RMCJ-HORA
           MOVE WS-CJN-CAJERO    TO RMCJ-CAJERO
           MOVE WS-CJN-TIPO      TO RMCJ-TIPO
           MOVE TAB-DIVI-SIG(D)  TO RMCJ-DIVISA
           MOVE WS-DEN-SUMA      TO RMCJ-CANTIDAD
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               MOVE TAB-DEN-PROP(DN) TO RMCJ-BILLETES(DN)
           END-PERFORM
           MOVE WS-CAJERO        TO RMCJ-AUTORIZA
           OPEN EXTEND MOVCAJON
      * SI EL LOG DE MOVIMIENTOS NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-MCJ = '35'
               OPEN OUTPUT MOVCAJON
           END-IF
           IF WS-ESTADO-MCJ = '00' OR WS-ESTADO-MCJ = '05'
               WRITE REG-MOVCAJON
               CLOSE MOVCAJON
           END-IF.

      *----------------------------------------------------------------*
      * POSICION POR DIVISA: LO QUE HAY EN LA BOVEDA Y, DEBAJO, EL
      * FONDO Y EL SALDO ESPERADO DE CADA CAJON ABIERTO
      *----------------------------------------------------------------*
       11-5-POSICION-CAJONES.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'POSICION DE BOVEDA Y CAJONES'
                                            LINE 03 POSITION 05
                   'DIVISA     BOVEDA  CAJERO           FONDO      EN CA
      -            'JON'                    LINE 04 POSITION 05
           MOVE 5 TO LI
           PERFORM 11-5-1-UNA-DIVISA
               VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 65.

       11-5-1-UNA-DIVISA.
           PERFORM 11-9-POSICION-BOVEDA
           IF LI > 22
               PERFORM 11-5-3-PAGINA
           END-IF
           MOVE WS-BOV-CANTIDAD TO WS-MASCA-DIF
           DISPLAY TAB-DIVI-SIG(D)          LINE LI POSITION 05
                   WS-MASCA-DIF             LINE LI POSITION 12
           ADD 1 TO LI
           PERFORM 11-5-2-UN-CAJON
               VARYING CN FROM 1 BY 1 UNTIL CN > WS-NUM-CAJONES.

       11-5-2-UN-CAJON.
           IF TAB-CJN-DIVISA(CN) = TAB-DIVI-SIG(D)
              AND TAB-CJN-ABIERTO(CN)
               IF LI > 22
                   PERFORM 11-5-3-PAGINA
               END-IF
               MOVE TAB-CJN-FONDO(CN) TO WS-MASCA-CANTI
               DISPLAY TAB-CJN-CAJERO(CN)   LINE LI POSITION 24
                       WS-MASCA-CANTI       LINE LI POSITION 36
               MOVE TAB-CJN-CANTIDAD(CN) TO WS-MASCA-CANTI
               DISPLAY WS-MASCA-CANTI       LINE LI POSITION 50
               ADD 1 TO LI
           END-IF.

       11-5-3-PAGINA.
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 65
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           MOVE 4 TO LI.

      *----------------------------------------------------------------*
      * UBICA EL CAJON DE WS-CJN-CAJERO EN LA DIVISA D: SW-CJN-HALLADO
      * SI EXISTE EL RENGLON, SW-CJN-ABIERTO SI ADEMAS ESTA ABIERTO
      *----------------------------------------------------------------*
       11-8-UBICA-CAJON.
           MOVE 0 TO SW-CJN-HALLADO
           MOVE 0 TO SW-CJN-ABIERTO
           PERFORM VARYING CN FROM 1 BY 1
                   UNTIL CN > WS-NUM-CAJONES OR SW-CJN-HALLADO = 1
               IF TAB-CJN-CAJERO(CN) = WS-CJN-CAJERO
                  AND TAB-CJN-DIVISA(CN) = TAB-DIVI-SIG(D)
                   MOVE 1 TO SW-CJN-HALLADO
               END-IF
           END-PERFORM
           IF SW-CJN-HALLADO = 1
               SUBTRACT 1 FROM CN
               IF TAB-CJN-ABIERTO(CN)
                   MOVE 1 TO SW-CJN-ABIERTO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * POSICION DE LA BOVEDA EN LA DIVISA D: EL EFECTIVO DE LA CASA
      * MENOS LO QUE ESTA EN LOS CAJONES ABIERTOS
      *----------------------------------------------------------------*
       11-9-POSICION-BOVEDA.
           MOVE TAB-INVENTARIO(D) TO WS-BOV-CANTIDAD
           PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
               MOVE TAB-DEN-CANT(D, DN) TO TAB-BOV-BILL(DN)
           END-PERFORM
           PERFORM VARYING CN FROM 1 BY 1 UNTIL CN > WS-NUM-CAJONES
               IF TAB-CJN-DIVISA(CN) = TAB-DIVI-SIG(D)
                  AND TAB-CJN-ABIERTO(CN)
                   SUBTRACT TAB-CJN-CANTIDAD(CN) FROM WS-BOV-CANTIDAD
                   PERFORM VARYING DN FROM 1 BY 1 UNTIL DN > 6
                       SUBTRACT TAB-CJN-BILL(CN, DN)
                           FROM TAB-BOV-BILL(DN)
                   END-PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------*
      * PEDIDOS AL BANCO CORRESPONSAL: LA PROPUESTA DEL DIA (CON
      * APROBACION POR DIVISA), LA CONFIRMACION DE LO QUE EL BANCO
      * ENTREGO O RECIBIO, Y LOS LIMITES DE POSICION POR DIVISA
      *----------------------------------------------------------------*
       12-PEDIDOS-BANCO.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'PEDIDOS AL BANCO'       LINE 03 POSITION 33
                   '1. PROPUESTA DE PEDIDO DEL DIA'
                                            LINE 05 POSITION 33
                   '2. CONFIRMAR ENTREGA DEL BANCO'
                                            LINE 06 POSITION 33
                   '3. LIMITES DE POSICION POR DIVISA'
                                            LINE 07 POSITION 33
                   '4. SALIR'               LINE 08 POSITION 33
                   'QUE OPCION DESEA?: '    LINE 10 POSITION 33
           MOVE 0 TO WS-OPC5
           PERFORM UNTIL WS-OPC5 > 0 AND < 5
               ACCEPT WS-OPC5 LINE 10 POSITION 53
           END-PERFORM
           EVALUATE WS-OPC5
               WHEN 1 PERFORM 12-1-PROPUESTA
               WHEN 2 PERFORM 12-2-CONFIRMAR-ENTREGA
               WHEN 3 PERFORM 12-3-FIJAR-LIMITE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * PROPUESTA DEL DIA: SEMANAS DE HISTORIA Y DIAS A CUBRIR LOS
      * DIGITA EL SUPERVISOR; EL REPORTE VA AL SPOOL Y CADA DIVISA
      * CON PROPUESTA SE APRUEBA O NO EN PANTALLA
      *----------------------------------------------------------------*
       12-1-PROPUESTA.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'SEMANAS DE HISTORIA (1 A 12):'
                                            LINE 03 POSITION 05
           MOVE ZEROS TO WS-PED-SEMANAS
           PERFORM UNTIL WS-PED-SEMANAS > 0 AND < 13
               ACCEPT WS-PED-SEMANAS        LINE 03 POSITION 36
           END-PERFORM
           DISPLAY 'DIAS A CUBRIR (1 A 15)     :'
                                            LINE 04 POSITION 05
           MOVE ZEROS TO WS-PED-DIAS
           PERFORM UNTIL WS-PED-DIAS > 0 AND < 16
               ACCEPT WS-PED-DIAS           LINE 04 POSITION 36
           END-PERFORM
           PERFORM 12-1-1-PREPARA
           PERFORM 12-1-2-LEER-HISTORICO
           PERFORM 12-1-5-LEER-RESERVAS
           PERFORM 12-1-6-LEER-PEDIDOS
           PERFORM 12-1-7-CALCULA
               VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
           PERFORM 12-1-8-IMPRIMIR
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'PROPUESTA DE PEDIDO AL BANCO (REPORTE EN EL SPOOL)'
                                            LINE 03 POSITION 05
           MOVE 5 TO LI
           PERFORM 12-1-9-APROBAR
               VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
           DISPLAY 'OPRIMA ENTER PARA CONTINUAR'
                                            LINE 24 POSITION 30
           ACCEPT WS-ENTER                  LINE 24 POSITION 65.

       12-1-1-PREPARA.
           INITIALIZE TABLA-PEDIDO
           INITIALIZE TABLA-PED-DIAS
           MOVE ZEROS TO WS-PED-NUM-DIAS
           COMPUTE WS-PED-VENTANA = WS-PED-SEMANAS * 7
           MOVE 20                    TO WS-PED-FECHA-INT(1:2)
           MOVE WS-FORMATO-FECHA(5:2) TO WS-PED-FECHA-INT(3:2)
           MOVE WS-FORMATO-FECHA(3:2) TO WS-PED-FECHA-INT(5:2)
           MOVE WS-FORMATO-FECHA(1:2) TO WS-PED-FECHA-INT(7:2)
           COMPUTE WS-PED-INT-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-PED-FECHA-INT)
      * SIN REGISTRO DE LIMITES LA DIVISA NO TIENE PROPUESTA
           MOVE 0 TO SW-FDA-LIMITES
           OPEN INPUT LIMITES
           IF WS-ESTADO-LIM = '00'
               PERFORM 12-1-1-1-LEER-LIMITE UNTIL SW-FDA-LIMITES = 1
               CLOSE LIMITES
           END-IF.

       12-1-1-1-LEER-LIMITE.
           READ LIMITES AT END MOVE 1 TO SW-FDA-LIMITES
                NOT AT END
                    PERFORM VARYING D FROM 1 BY 1
                            UNTIL D > WS-NUM-DIVISAS
                        IF TAB-DIVI-SIG(D) = RLIM-DIVISA
                            MOVE 1           TO TAB-PED-CON-LIMITE(D)
                            MOVE RLIM-MINIMO TO TAB-PED-MINIMO(D)
                            MOVE RLIM-MAXIMO TO TAB-PED-MAXIMO(D)
                        END-IF
                    END-PERFORM
           END-READ.

      *----------------------------------------------------------------*
      * DOS PASADAS AL HISTORICO, COMO EN LA REIMPRESION DEL CIERRE:
      * PRIMERO LOS NUMEROS ANULADOS DE LA VENTANA, LUEGO LAS COMPRAS
      * Y VENTAS DE CADA DIA POR DIVISA SIN LO ANULADO
      *----------------------------------------------------------------*
       12-1-2-LEER-HISTORICO.
      * SOLO SE LEE LA VENTANA: DE WS-PED-VENTANA DIAS ATRAS A AYER
           COMPUTE WS-THI-DESDE = FUNCTION DATE-OF-INTEGER
                   (WS-PED-INT-HOY - WS-PED-VENTANA)
           COMPUTE WS-THI-HASTA = FUNCTION DATE-OF-INTEGER
                   (WS-PED-INT-HOY - 1)
           MOVE ZEROS TO WS-NUM-ANULADAS
           MOVE 0 TO SW-FDA-TRANSHIS
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-THI = '00'
               PERFORM 5-5-POSICIONA-HISTORICO
               PERFORM 12-1-3-LEER-ANULADAS UNTIL SW-FDA-TRANSHIS = 1
               CLOSE TRANSHIS
           END-IF
           MOVE 0 TO SW-FDA-TRANSHIS
           OPEN INPUT TRANSHIS
           IF WS-ESTADO-THI = '00'
               PERFORM 5-5-POSICIONA-HISTORICO
               PERFORM 12-1-4-ACUMULA-DIA UNTIL SW-FDA-TRANSHIS = 1
               CLOSE TRANSHIS
           END-IF
           PERFORM VARYING PD FROM 1 BY 1 UNTIL PD > WS-PED-VENTANA
               IF TAB-PDI-ACTIVO(PD) = 1
                   ADD 1 TO WS-PED-NUM-DIAS
               END-IF
           END-PERFORM.

       12-1-3-LEER-ANULADAS.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-TRANSHIS
                NOT AT END
                    PERFORM 12-1-4-1-DIAS-ATRAS
                    IF RTHI-CLA-FECHA > WS-THI-HASTA
                        MOVE 1 TO SW-FDA-TRANSHIS
                    END-IF
                    IF SW-FDA-TRANSHIS = 0
                       AND RTHI-OPERA = 'A'
                       AND WS-PED-ATRAS > ZEROS
                       AND WS-PED-ATRAS NOT > WS-PED-VENTANA
                       AND WS-NUM-ANULADAS < 100
                        ADD 1 TO WS-NUM-ANULADAS
                        MOVE RTHI-NUMERO
                          TO TAB-ANU-NUMERO(WS-NUM-ANULADAS)
                    END-IF
           END-READ.

       12-1-4-ACUMULA-DIA.
           READ TRANSHIS NEXT RECORD AT END MOVE 1 TO SW-FDA-TRANSHIS
                NOT AT END
                    PERFORM 12-1-4-1-DIAS-ATRAS
                    IF RTHI-CLA-FECHA > WS-THI-HASTA
                        MOVE 1 TO SW-FDA-TRANSHIS
                        MOVE ZEROS TO WS-PED-ATRAS
                    END-IF
                    MOVE 0 TO SW-ES-ANULADA
                    PERFORM VARYING AN FROM 1 BY 1
                            UNTIL AN > WS-NUM-ANULADAS
                        IF TAB-ANU-NUMERO(AN) = RTHI-NUMERO
                            MOVE 1 TO SW-ES-ANULADA
                        END-IF
                    END-PERFORM
                    IF SW-ES-ANULADA = 0
                       AND WS-PED-ATRAS > ZEROS
                       AND WS-PED-ATRAS NOT > WS-PED-VENTANA
                       AND (RTHI-OPERA = 'C' OR RTHI-OPERA = 'V')
                        PERFORM 12-1-4-2-SUMA-DIA
                    END-IF
           END-READ.

      * DIAS ENTRE LA FECHA DEL REGISTRO (DDMMAA) Y HOY; CERO SI ES DE
      * HOY, FUTURA O ILEGIBLE
       12-1-4-1-DIAS-ATRAS.
           MOVE ZEROS TO WS-PED-ATRAS
           MOVE 20              TO WS-PED-FECHA-INT(1:2)
           MOVE RTHI-FECHA(5:2) TO WS-PED-FECHA-INT(3:2)
           MOVE RTHI-FECHA(3:2) TO WS-PED-FECHA-INT(5:2)
           MOVE RTHI-FECHA(1:2) TO WS-PED-FECHA-INT(7:2)
           IF WS-PED-FECHA-INT IS NUMERIC
               COMPUTE WS-PED-INT-FEC =
                       FUNCTION INTEGER-OF-DATE(WS-PED-FECHA-INT)
               IF WS-PED-INT-FEC > ZEROS
                  AND WS-PED-INT-FEC < WS-PED-INT-HOY
                   COMPUTE WS-PED-ATRAS =
                           WS-PED-INT-HOY - WS-PED-INT-FEC
               END-IF
           END-IF.

       12-1-4-2-SUMA-DIA.
           MOVE WS-PED-ATRAS TO PD
           MOVE 1 TO TAB-PDI-ACTIVO(PD)
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
               IF TAB-DIVI-SIG(D) = RTHI-DIVISA
                   IF RTHI-OPERA = 'V'
                       ADD RTHI-CANTIDAD TO TAB-PDI-VENTA(PD, D)
                   ELSE
                       ADD RTHI-CANTIDAD TO TAB-PDI-COMPRA(PD, D)
                   END-IF
               END-IF
           END-PERFORM.

      * LO RESERVADO Y TODAVIA NO RECOGIDO YA ESTA COMPROMETIDO
       12-1-5-LEER-RESERVAS.
           MOVE 0 TO SW-FDA-RESERVAS
           OPEN INPUT RESERVAS
           IF WS-ESTADO-RSV = '00'
               PERFORM 12-1-5-1-UNA-RESERVA UNTIL SW-FDA-RESERVAS = 1
               CLOSE RESERVAS
           END-IF.

       12-1-5-1-UNA-RESERVA.
           READ RESERVAS AT END MOVE 1 TO SW-FDA-RESERVAS
                NOT AT END
                    IF RRSV-ESTADO = 'P'
                        PERFORM VARYING D FROM 1 BY 1
                                UNTIL D > WS-NUM-DIVISAS
                            IF TAB-DIVI-SIG(D) = RRSV-DIVISA
                                ADD RRSV-CANTIDAD
                                  TO TAB-PED-RESERVADO(D)
                            END-IF
                        END-PERFORM
                    END-IF
           END-READ.

      * LOS PEDIDOS APROBADOS QUE EL BANCO NO HA ENTREGADO YA CUENTAN
       12-1-6-LEER-PEDIDOS.
           MOVE 0 TO SW-FDA-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-ESTADO-PED = '00'
               PERFORM 12-1-6-1-UN-PEDIDO UNTIL SW-FDA-PEDIDOS = 1
               CLOSE PEDIDOS
           END-IF.

       12-1-6-1-UN-PEDIDO.
           READ PEDIDOS AT END MOVE 1 TO SW-FDA-PEDIDOS
                NOT AT END
                    IF RPED-ESTADO = 'P'
                        PERFORM VARYING D FROM 1 BY 1
                                UNTIL D > WS-NUM-DIVISAS
                            IF TAB-DIVI-SIG(D) = RPED-DIVISA
                                IF RPED-TIPO = 'C'
                                    ADD RPED-CANTIDAD
                                      TO TAB-PED-EN-CAMINO(D)
                                ELSE
                                    SUBTRACT RPED-CANTIDAD
                                        FROM TAB-PED-EN-CAMINO(D)
                                END-IF
                            END-IF
                        END-PERFORM
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * PROMEDIO Y PICO DIARIOS DE LA DIVISA D SOBRE LOS DIAS CON
      * OPERACION. LA PROYECCION BAJA SUPONE VENDER CADA DIA EL PICO
      * Y COMPRAR EL PROMEDIO; LA ALTA, COMPRAR EL PICO Y VENDER EL
      * PROMEDIO. SI LA BAJA ROMPE EL MINIMO SE PIDE LO QUE FALTA; SI
      * LA ALTA ROMPE EL MAXIMO SE DEVUELVE EL EXCESO, SIN QUE LA BAJA
      * QUEDE POR DEBAJO DEL MINIMO.
      *----------------------------------------------------------------*
       12-1-7-CALCULA.
           PERFORM VARYING PD FROM 1 BY 1 UNTIL PD > WS-PED-VENTANA
               IF TAB-PDI-ACTIVO(PD) = 1
                   ADD TAB-PDI-VENTA(PD, D)  TO TAB-PED-TOT-VENTA(D)
                   ADD TAB-PDI-COMPRA(PD, D) TO TAB-PED-TOT-COMPRA(D)
                   IF TAB-PDI-VENTA(PD, D) > TAB-PED-PICO-VENTA(D)
                       MOVE TAB-PDI-VENTA(PD, D)
                         TO TAB-PED-PICO-VENTA(D)
                   END-IF
                   IF TAB-PDI-COMPRA(PD, D) > TAB-PED-PICO-COMPRA(D)
                       MOVE TAB-PDI-COMPRA(PD, D)
                         TO TAB-PED-PICO-COMPRA(D)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PED-NUM-DIAS > ZEROS
               COMPUTE TAB-PED-PROM-VENTA(D) ROUNDED =
                       TAB-PED-TOT-VENTA(D) / WS-PED-NUM-DIAS
               COMPUTE TAB-PED-PROM-COMPRA(D) ROUNDED =
                       TAB-PED-TOT-COMPRA(D) / WS-PED-NUM-DIAS
           END-IF
           COMPUTE TAB-PED-DISPONIBLE(D) = TAB-INVENTARIO(D)
                 - TAB-PED-RESERVADO(D) + TAB-PED-EN-CAMINO(D)
           COMPUTE WS-PED-SALIDA =
                   TAB-PED-PICO-VENTA(D) - TAB-PED-PROM-COMPRA(D)
           IF WS-PED-SALIDA < ZEROS
               MOVE ZEROS TO WS-PED-SALIDA
           END-IF
           COMPUTE WS-PED-ENTRADA =
                   TAB-PED-PICO-COMPRA(D) - TAB-PED-PROM-VENTA(D)
           IF WS-PED-ENTRADA < ZEROS
               MOVE ZEROS TO WS-PED-ENTRADA
           END-IF
           COMPUTE TAB-PED-BAJA(D) = TAB-PED-DISPONIBLE(D)
                 - WS-PED-DIAS * WS-PED-SALIDA
           COMPUTE TAB-PED-ALTA(D) = TAB-PED-DISPONIBLE(D)
                 + WS-PED-DIAS * WS-PED-ENTRADA
           MOVE SPACE TO TAB-PED-TIPO(D)
           IF TAB-PED-CON-LIMITE(D) = 1
               IF TAB-PED-BAJA(D) < TAB-PED-MINIMO(D)
                   MOVE 'C' TO TAB-PED-TIPO(D)
                   COMPUTE TAB-PED-CANTIDAD(D) =
                           TAB-PED-MINIMO(D) - TAB-PED-BAJA(D)
               ELSE
                   COMPUTE WS-PED-EXCESO =
                           TAB-PED-ALTA(D) - TAB-PED-MAXIMO(D)
                   COMPUTE WS-PED-HOLGURA =
                           TAB-PED-BAJA(D) - TAB-PED-MINIMO(D)
                   IF WS-PED-HOLGURA < WS-PED-EXCESO
                       MOVE WS-PED-HOLGURA TO WS-PED-EXCESO
                   END-IF
                   IF WS-PED-EXCESO > ZEROS
                       MOVE 'D' TO TAB-PED-TIPO(D)
                       MOVE WS-PED-EXCESO TO TAB-PED-CANTIDAD(D)
                   END-IF
               END-IF
               COMPUTE TAB-PED-VALOR(D) ROUNDED =
                       TAB-PED-CANTIDAD(D) * TAB-DIVI-TRM(D)
           END-IF.

      *----------------------------------------------------------------*
      * REPORTE DE LA PROPUESTA: UN BLOQUE POR DIVISA CON LA POSICION,
      * LO COMPROMETIDO, LA HISTORIA, LOS LIMITES, LA PROYECCION Y LA
      * PROPUESTA VALORADA A LA TRM DE HOY; SE ENTREGA AL SPOOL
      *----------------------------------------------------------------*
       12-1-8-IMPRIMIR.
           OPEN OUTPUT PROPUESTA
           IF WS-ESTADO-PRO NOT = '00'
               DISPLAY 'ERROR GENERANDO EL REPORTE'
                                            LINE 23 POSITION 10
               ACCEPT WS-ENTER              LINE 23 POSITION 40
           ELSE
               MOVE SPACES TO REG-PROPUESTA
               STRING 'PROPUESTA DE PEDIDO AL BANCO CORRESPONSAL - '
                      WS-FORMATO-FECHA
                      DELIMITED BY SIZE INTO REG-PROPUESTA
               WRITE REG-PROPUESTA AFTER PAGE
               MOVE SPACES TO REG-PROPUESTA
               STRING 'HISTORIA: ' WS-PED-SEMANAS ' SEMANAS ('
                      WS-PED-NUM-DIAS ' DIAS CON OPERACION)'
                      '   COBERTURA: ' WS-PED-DIAS ' DIAS'
                      DELIMITED BY SIZE INTO REG-PROPUESTA
               WRITE REG-PROPUESTA AFTER 1
               PERFORM 12-1-8-1-IMPRIMIR-DIVISA
                   VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
               CLOSE PROPUESTA
               MOVE 'MONEY'                   TO CSPO-E-SISTEMA
               MOVE 'PROPUESTA'               TO CSPO-E-TIPO
               MOVE './FILES/MONEY/PROPUESTA' TO CSPO-E-ORIGEN
               MOVE 'F'                       TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
           END-IF.

       12-1-8-1-IMPRIMIR-DIVISA.
           MOVE TAB-INVENTARIO(D)     TO WS-MASCA-PED
           MOVE TAB-PED-RESERVADO(D)  TO WS-MASCA-PED2
           MOVE TAB-PED-EN-CAMINO(D)  TO WS-MASCA-PED3
           MOVE SPACES TO REG-PROPUESTA
           STRING TAB-DIVI-SIG(D) ' POSICION:' WS-MASCA-PED
                  ' RESERVAS:' WS-MASCA-PED2
                  ' EN CAMINO:' WS-MASCA-PED3
                  DELIMITED BY SIZE INTO REG-PROPUESTA
           WRITE REG-PROPUESTA AFTER 2
           MOVE TAB-PED-PROM-VENTA(D)  TO WS-MASCA-PED
           MOVE TAB-PED-PICO-VENTA(D)  TO WS-MASCA-PED2
           MOVE SPACES TO REG-PROPUESTA
           STRING '    VENTA DIARIA  PROMEDIO:' WS-MASCA-PED
                  '  PICO:' WS-MASCA-PED2
                  DELIMITED BY SIZE INTO REG-PROPUESTA
           WRITE REG-PROPUESTA AFTER 1
           MOVE TAB-PED-PROM-COMPRA(D) TO WS-MASCA-PED
           MOVE TAB-PED-PICO-COMPRA(D) TO WS-MASCA-PED2
           MOVE SPACES TO REG-PROPUESTA
           STRING '    COMPRA DIARIA PROMEDIO:' WS-MASCA-PED
                  '  PICO:' WS-MASCA-PED2
                  DELIMITED BY SIZE INTO REG-PROPUESTA
           WRITE REG-PROPUESTA AFTER 1
           MOVE SPACES TO REG-PROPUESTA
           IF TAB-PED-CON-LIMITE(D) = 1
               MOVE TAB-PED-MINIMO(D) TO WS-MASCA-PED
               MOVE TAB-PED-MAXIMO(D) TO WS-MASCA-PED2
               STRING '    LIMITES     MINIMO:' WS-MASCA-PED
                      '  MAXIMO:' WS-MASCA-PED2
                      DELIMITED BY SIZE INTO REG-PROPUESTA
               WRITE REG-PROPUESTA AFTER 1
               MOVE TAB-PED-BAJA(D) TO WS-MASCA-PED
               MOVE TAB-PED-ALTA(D) TO WS-MASCA-PED2
               MOVE SPACES TO REG-PROPUESTA
               STRING '    PROYECCION    BAJA:' WS-MASCA-PED
                      '    ALTA:' WS-MASCA-PED2
                      DELIMITED BY SIZE INTO REG-PROPUESTA
               WRITE REG-PROPUESTA AFTER 1
               MOVE TAB-PED-CANTIDAD(D) TO WS-MASCA-PED
               MOVE TAB-PED-VALOR(D)    TO WS-MASCA-OPER
               MOVE SPACES TO REG-PROPUESTA
               EVALUATE TAB-PED-TIPO(D)
                   WHEN 'C'
                       STRING '    PROPUESTA: PEDIR   ' WS-MASCA-PED
                              '  VALOR:' WS-MASCA-OPER
                              DELIMITED BY SIZE INTO REG-PROPUESTA
                   WHEN 'D'
                       STRING '    PROPUESTA: DEVOLVER' WS-MASCA-PED
                              '  VALOR:' WS-MASCA-OPER
                              DELIMITED BY SIZE INTO REG-PROPUESTA
                   WHEN OTHER
                       MOVE '    PROPUESTA: SIN MOVIMIENTO'
                         TO REG-PROPUESTA
               END-EVALUATE
               WRITE REG-PROPUESTA AFTER 1
           ELSE
               MOVE '    SIN LIMITES DE POSICION DEFINIDOS'
                 TO REG-PROPUESTA
               WRITE REG-PROPUESTA AFTER 1
           END-IF.

      * CADA DIVISA CON PROPUESTA SE APRUEBA APARTE; LA APROBADA QUEDA
      * COMO PEDIDO PENDIENTE CON LA TRM DE HOY
       12-1-9-APROBAR.
           IF TAB-PED-TIPO(D) NOT = SPACE
               MOVE TAB-PED-CANTIDAD(D) TO WS-MASCA-PED
               MOVE TAB-PED-VALOR(D)    TO WS-MASCA-OPER
               DISPLAY TAB-DIVI-SIG(D)      LINE LI POSITION 05
               IF TAB-PED-TIPO(D) = 'C'
                   DISPLAY 'PEDIR'          LINE LI POSITION 10
               ELSE
                   DISPLAY 'DEVOLVER'       LINE LI POSITION 10
               END-IF
               DISPLAY WS-MASCA-PED         LINE LI POSITION 19
                       WS-MASCA-OPER        LINE LI POSITION 32
                       'APRUEBA (S/N):'     LINE LI POSITION 53
               MOVE SPACES TO WS-REALIZA-OPE
               PERFORM UNTIL SI-REALIZA OR NO-REALIZA
                   ACCEPT WS-REALIZA-OPE    LINE LI POSITION 68
               END-PERFORM
               IF SI-REALIZA
                   PERFORM 12-1-9-1-GRABAR-PEDIDO
               END-IF
               ADD 1 TO LI
           END-IF.

       12-1-9-1-GRABAR-PEDIDO.
           PERFORM 1-07-3-OBTIENE-NUMERO
           MOVE ACON-NUMERO         TO RPED-NUMERO
           MOVE WS-FORMATO-FECHA    TO RPED-FECHA
           MOVE TAB-DIVI-SIG(D)     TO RPED-DIVISA
           MOVE TAB-PED-TIPO(D)     TO RPED-TIPO
           MOVE TAB-PED-CANTIDAD(D) TO RPED-CANTIDAD
           MOVE TAB-DIVI-TRM(D)     TO RPED-TASA
           MOVE TAB-PED-VALOR(D)    TO RPED-VALOR
           MOVE WS-CAJERO           TO RPED-APRUEBA
           MOVE 'P'                 TO RPED-ESTADO
           MOVE ZEROS               TO RPED-RECIBIDO
           MOVE SPACES              TO RPED-FEC-CONFIRMA
                                       RPED-CONFIRMA
           OPEN EXTEND PEDIDOS
      * SI EL ARCHIVO DE PEDIDOS NO EXISTE TODAVIA, SE CREA AQUI
           IF WS-ESTADO-PED = '35'
               OPEN OUTPUT PEDIDOS
           END-IF
           IF WS-ESTADO-PED = '00' OR WS-ESTADO-PED = '05'
               WRITE REG-PEDIDO
               CLOSE PEDIDOS
               DISPLAY 'PEDIDO NO.'         LINE LI POSITION 71
                       RPED-NUMERO          LINE LI POSITION 75
           END-IF.

      *----------------------------------------------------------------*
      * CONFIRMACION DE LA ENTREGA DEL BANCO: LISTA LOS PEDIDOS
      * PENDIENTES, Y EL CONFIRMADO MUEVE LA POSICION POR LO QUE
      * REALMENTE SE ENTREGO O RECIBIO. LA COMPRA AL BANCO ENTRA A LA
      * BOVEDA BILLETE POR BILLETE Y RECALCULA EL COSTO PROMEDIO A LA
      * TASA DEL PEDIDO; LA DEVOLUCION SALE DE LA BOVEDA.
      *----------------------------------------------------------------*
       12-2-CONFIRMAR-ENTREGA.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'PEDIDOS PENDIENTES CON EL BANCO'
                                            LINE 02 POSITION 25
                   'NUMERO  FECHA        DIV TIPO      CANTIDAD'
                                            LINE 03 POSITION 01
           MOVE 4 TO LI
           MOVE 0 TO SW-FDA-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-ESTADO-PED = '00'
               PERFORM 12-2-1-LISTA-PENDIENTE
                   UNTIL SW-FDA-PEDIDOS = 1 OR LI > 19
               CLOSE PEDIDOS
           END-IF
           DISPLAY 'NUMERO DEL PEDIDO A CONFIRMAR (0 = NINGUNO):'
                                            LINE 21 POSITION 01
           MOVE ZEROS TO WS-PED-NUMERO
           ACCEPT WS-PED-NUMERO             LINE 21 POSITION 47
           IF WS-PED-NUMERO > ZEROS
               PERFORM 12-2-2-APLICA-CONFIRMACION
           END-IF.

       12-2-1-LISTA-PENDIENTE.
           READ PEDIDOS AT END MOVE 1 TO SW-FDA-PEDIDOS
                NOT AT END
                    IF RPED-ESTADO = 'P'
                        DISPLAY RPED-NUMERO  LINE LI POSITION 01
                                RPED-FECHA   LINE LI POSITION 09
                                RPED-DIVISA  LINE LI POSITION 22
                        IF RPED-TIPO = 'C'
                            DISPLAY 'COMPRA'    LINE LI POSITION 26
                        ELSE
                            DISPLAY 'DEVOLUCION'
                                                LINE LI POSITION 26
                        END-IF
                        MOVE RPED-CANTIDAD TO WS-MASCA-PED
                        DISPLAY WS-MASCA-PED LINE LI POSITION 35
                        ADD 1 TO LI
                    END-IF
           END-READ.

       12-2-2-APLICA-CONFIRMACION.
           MOVE 0 TO WS-PED-HALLADO
           PERFORM 12-2-3-BUSCA-PEDIDO
           IF WS-PED-HALLADO = 0
               DISPLAY 'PEDIDO INEXISTENTE O YA CONFIRMADO'
                                            LINE 23 POSITION 01
               ACCEPT WS-ENTER              LINE 23 POSITION 42
           ELSE
               MOVE ZEROS TO WS-DIVISA
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
                   IF TAB-DIVI-SIG(D) = WS-PED-DIVISA
                       MOVE D TO WS-DIVISA
                   END-IF
               END-PERFORM
               DISPLAY 'CANTIDAD ENTREGADA POR EL BANCO:'
                                            LINE 22 POSITION 01
               IF WS-PED-TIPO = 'D'
                   DISPLAY 'CANTIDAD RECIBIDA POR EL BANCO:'
                                            LINE 22 POSITION 01
               END-IF
               MOVE ZEROS TO WS-PED-RECIBIDO
               PERFORM UNTIL WS-PED-RECIBIDO > ZEROS
                   ACCEPT WS-PED-RECIBIDO   LINE 22 POSITION 35
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DIVISA = ZEROS
                       DISPLAY 'LA DIVISA DEL PEDIDO YA NO SE OPERA'
                                            LINE 23 POSITION 01
                       ACCEPT WS-ENTER      LINE 23 POSITION 42
                   WHEN WS-PED-TIPO = 'D'
                        AND WS-PED-RECIBIDO > TAB-INVENTARIO(WS-DIVISA)
                       DISPLAY 'NO HAY POSICION SUFICIENTE EN LA DIVISA'
                                            LINE 23 POSITION 01
                       ACCEPT WS-ENTER      LINE 23 POSITION 45
                   WHEN OTHER
                       PERFORM 12-2-4-MARCA-CONFIRMADO
                       PERFORM 12-2-5-MUEVE-POSICION
               END-EVALUATE
           END-IF.

       12-2-3-BUSCA-PEDIDO.
           MOVE 0 TO SW-FDA-PEDIDOS
           OPEN INPUT PEDIDOS
           IF WS-ESTADO-PED = '00'
               PERFORM 12-2-3-1-LEE-PEDIDO
                   UNTIL SW-FDA-PEDIDOS = 1 OR WS-PED-HALLADO = 1
               CLOSE PEDIDOS
           END-IF.

       12-2-3-1-LEE-PEDIDO.
           READ PEDIDOS AT END MOVE 1 TO SW-FDA-PEDIDOS
                NOT AT END
                    IF RPED-NUMERO = WS-PED-NUMERO
                       AND RPED-ESTADO = 'P'
                        MOVE 1             TO WS-PED-HALLADO
                        MOVE RPED-TIPO     TO WS-PED-TIPO
                        MOVE RPED-DIVISA   TO WS-PED-DIVISA
                        MOVE RPED-CANTIDAD TO WS-PED-CANTIDAD
                        MOVE RPED-TASA     TO WS-PED-TASA
                    END-IF
           END-READ.

       12-2-4-MARCA-CONFIRMADO.
           MOVE 0 TO SW-FDA-PEDIDOS
           OPEN I-O PEDIDOS
           IF WS-ESTADO-PED = '00'
               PERFORM 12-2-4-1-MARCA UNTIL SW-FDA-PEDIDOS = 1
               CLOSE PEDIDOS
           END-IF.

       12-2-4-1-MARCA.
           READ PEDIDOS AT END MOVE 1 TO SW-FDA-PEDIDOS
                NOT AT END
                    IF RPED-NUMERO = WS-PED-NUMERO
                       AND RPED-ESTADO = 'P'
                        MOVE 'C'              TO RPED-ESTADO
                        MOVE WS-PED-RECIBIDO  TO RPED-RECIBIDO
                        MOVE WS-FORMATO-FECHA TO RPED-FEC-CONFIRMA
                        MOVE WS-CAJERO        TO RPED-CONFIRMA
                        REWRITE REG-PEDIDO END-REWRITE
                        MOVE 1 TO SW-FDA-PEDIDOS
                    END-IF
           END-READ.

       12-2-5-MUEVE-POSICION.
           MOVE WS-PED-RECIBIDO TO WS-CANTI
           MOVE 1 TO SW-DEN-BOVEDA
           IF WS-PED-TIPO = 'C'
               COMPUTE TAB-COSTO-PROM(WS-DIVISA) ROUNDED =
                     ( TAB-INVENTARIO(WS-DIVISA)
                       * TAB-COSTO-PROM(WS-DIVISA)
                     + WS-CANTI * WS-PED-TASA )
                     / ( TAB-INVENTARIO(WS-DIVISA) + WS-CANTI )
               ADD WS-CANTI TO TAB-INVENTARIO(WS-DIVISA)
               PERFORM 1-10-CAPTURA-DENOMINACIONES
           ELSE
               SUBTRACT WS-CANTI FROM TAB-INVENTARIO(WS-DIVISA)
               PERFORM 1-11-PROPONE-ENTREGA
           END-IF
           MOVE 0 TO SW-DEN-BOVEDA
           IF WS-PED-RECIBIDO NOT = WS-PED-CANTIDAD
               DISPLAY 'CONFIRMADO POR CANTIDAD DISTINTA A LA PEDIDA'
                                            LINE 23 POSITION 01
           ELSE
               DISPLAY 'PEDIDO CONFIRMADO COMPLETO'
                                            LINE 23 POSITION 01
           END-IF
           ACCEPT WS-ENTER                  LINE 23 POSITION 55.

      *----------------------------------------------------------------*
      * LIMITES DE POSICION DE UNA DIVISA: SE REESCRIBE EL REGISTRO
      * SI EXISTE O SE AGREGA, COMO EN EL MANTENIMIENTO DE SPREADS
      *----------------------------------------------------------------*
       12-3-FIJAR-LIMITE.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           PERFORM 1-02-DIVISAS
           DISPLAY 'POSICION MINIMA:'       LINE 16 POSITION 05
           MOVE ZEROS TO WS-PED-MINIMO
           ACCEPT WS-PED-MINIMO             LINE 16 POSITION 23
           DISPLAY 'POSICION MAXIMA:'       LINE 17 POSITION 05
           MOVE ZEROS TO WS-PED-MAXIMO
           PERFORM UNTIL WS-PED-MAXIMO > WS-PED-MINIMO
               ACCEPT WS-PED-MAXIMO         LINE 17 POSITION 23
           END-PERFORM
           MOVE 0 TO WS-PED-HALLADO
           MOVE 0 TO SW-FDA-LIMITES
           OPEN I-O LIMITES
           IF WS-ESTADO-LIM = '00'
               PERFORM 12-3-1-BUSCA-LIMITE
                   UNTIL SW-FDA-LIMITES = 1 OR WS-PED-HALLADO = 1
               IF WS-PED-HALLADO = 1
                   MOVE WS-PED-MINIMO TO RLIM-MINIMO
                   MOVE WS-PED-MAXIMO TO RLIM-MAXIMO
                   REWRITE REG-LIMITE END-REWRITE
               END-IF
               CLOSE LIMITES
           END-IF
           IF WS-PED-HALLADO = 0
               MOVE TAB-DIVI-SIG(WS-DIVISA) TO RLIM-DIVISA
               MOVE WS-PED-MINIMO           TO RLIM-MINIMO
               MOVE WS-PED-MAXIMO           TO RLIM-MAXIMO
               OPEN EXTEND LIMITES
      * SI EL ARCHIVO DE LIMITES NO EXISTE TODAVIA, SE CREA AQUI
               IF WS-ESTADO-LIM = '35'
                   OPEN OUTPUT LIMITES
               END-IF
               IF WS-ESTADO-LIM = '00' OR WS-ESTADO-LIM = '05'
                   WRITE REG-LIMITE
                   CLOSE LIMITES
               END-IF
           END-IF
           DISPLAY 'LIMITES FIJADOS, OPRIMA ENTER'
                                            LINE 19 POSITION 05
           ACCEPT WS-ENTER                  LINE 19 POSITION 36.

       12-3-1-BUSCA-LIMITE.
           READ LIMITES AT END MOVE 1 TO SW-FDA-LIMITES
                NOT AT END
                    IF RLIM-DIVISA = TAB-DIVI-SIG(WS-DIVISA)
                        MOVE 1 TO WS-PED-HALLADO
                    END-IF
           END-READ.

      *----------------------------------------------------------------*
      * BILLETES FALSOS RETENIDOS: REPORTE MENSUAL PARA LAS
      * AUTORIDADES Y CADENA DE CUSTODIA DE CADA CONSTANCIA
      *----------------------------------------------------------------*
       13-BILLETES-FALSOS.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'BILLETES FALSOS'        LINE 03 POSITION 33
                   '1. REPORTE MENSUAL'     LINE 05 POSITION 33
                   '2. CADENA DE CUSTODIA'  LINE 06 POSITION 33
                   '3. SALIR'               LINE 07 POSITION 33
                   'QUE OPCION DESEA?: '    LINE 09 POSITION 33
           MOVE 0 TO WS-OPC6
           PERFORM UNTIL WS-OPC6 > 0 AND < 4
               ACCEPT WS-OPC6 LINE 09 POSITION 53
           END-PERFORM
           EVALUATE WS-OPC6
               WHEN 1 PERFORM 13-1-REPORTE-MENSUAL
               WHEN 2 PERFORM 13-2-CUSTODIA
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REPORTE DEL MES (MMAA): UNA LINEA POR BILLETE RETENIDO CON SU
      * CUSTODIA ACTUAL Y EL TOTAL DE BILLETES Y VALOR FACIAL POR
      * DIVISA; SE ENTREGA AL SPOOL
      *----------------------------------------------------------------*
       13-1-REPORTE-MENSUAL.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'MES DEL REPORTE (MMAA):' LINE 03 POSITION 05
           MOVE ZEROS TO WS-FAL-MES
           PERFORM UNTIL WS-FAL-MES(1:2) > '00'
                     AND WS-FAL-MES(1:2) < '13'
               ACCEPT WS-FAL-MES             LINE 03 POSITION 30
           END-PERFORM
           INITIALIZE TABLA-FAL-RESUMEN
           OPEN OUTPUT REPFALSOS
           IF WS-ESTADO-RFA NOT = '00'
               DISPLAY 'ERROR GENERANDO EL REPORTE'
                                             LINE 23 POSITION 05
               ACCEPT WS-ENTER               LINE 23 POSITION 40
           ELSE
               MOVE SPACES TO REG-REPFALSOS
               STRING 'CASA DE CAMBIO MONEY - BILLETES FALSOS RETENIDOS'
                      ' MES ' WS-FAL-MES(1:2) '/' WS-FAL-MES(3:2)
                      DELIMITED BY SIZE INTO REG-REPFALSOS
               WRITE REG-REPFALSOS AFTER PAGE
               MOVE 'CONST. FECHA       DIV CORTE SERIE           DOCUME
      -             'NTO    CAJERO     CUSTODIA' TO REG-REPFALSOS
               WRITE REG-REPFALSOS AFTER 2
               MOVE 0 TO SW-FDA-FALSOS
               MOVE ZEROS TO WS-FAL-TOTAL
               OPEN INPUT FALSOS
               IF WS-ESTADO-FAL = '00'
                   PERFORM 13-1-1-LINEA-FALSO UNTIL SW-FDA-FALSOS = 1
                   CLOSE FALSOS
               END-IF
               IF WS-FAL-TOTAL = ZEROS
                   MOVE 'SIN BILLETES FALSOS RETENIDOS EN EL MES'
                     TO REG-REPFALSOS
                   WRITE REG-REPFALSOS AFTER 2
               ELSE
                   PERFORM 13-1-2-TOTAL-DIVISA
                       VARYING D FROM 1 BY 1 UNTIL D > WS-NUM-DIVISAS
               END-IF
               CLOSE REPFALSOS
               MOVE 'MONEY'                   TO CSPO-E-SISTEMA
               MOVE 'FALSOS'                  TO CSPO-E-TIPO
               MOVE './FILES/MONEY/REPFALSOS' TO CSPO-E-ORIGEN
               MOVE 'F'                       TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               DISPLAY 'REPORTE ENVIADO AL SPOOL, OPRIMA ENTER'
                                             LINE 05 POSITION 05
               ACCEPT WS-ENTER               LINE 05 POSITION 45
           END-IF.

       13-1-1-LINEA-FALSO.
           READ FALSOS AT END MOVE 1 TO SW-FDA-FALSOS
                NOT AT END
                    IF RFAL-FECHA(3:4) = WS-FAL-MES
                        ADD 1 TO WS-FAL-TOTAL
                        MOVE RFAL-ESTADO TO WS-FAL-ESTADO
                        PERFORM 13-9-NOMBRE-ESTADO
                        MOVE SPACES TO REG-REPFALSOS
                        STRING RFAL-NUMERO ' ' RFAL-FECHA ' '
                               RFAL-DIVISA '  ' RFAL-DENOM ' '
                               RFAL-SERIE ' ' RFAL-DOC ' '
                               RFAL-CAJERO ' ' WS-FAL-NOM-ESTADO
                               DELIMITED BY SIZE INTO REG-REPFALSOS
                        WRITE REG-REPFALSOS AFTER 1
                        PERFORM VARYING D FROM 1 BY 1
                                UNTIL D > WS-NUM-DIVISAS
                            IF TAB-DIVI-SIG(D) = RFAL-DIVISA
                                ADD 1 TO TAB-FRS-BILLETES(D)
                                ADD RFAL-DENOM TO TAB-FRS-VALOR(D)
                            END-IF
                        END-PERFORM
                    END-IF
           END-READ.

       13-1-2-TOTAL-DIVISA.
           IF TAB-FRS-BILLETES(D) > ZEROS
               MOVE TAB-FRS-BILLETES(D) TO WS-MASCA-FAL
               MOVE TAB-FRS-VALOR(D)    TO WS-MASCA-FAL2
               MOVE SPACES TO REG-REPFALSOS
               STRING 'TOTAL ' TAB-DIVI-SIG(D) '  BILLETES:'
                      WS-MASCA-FAL '  VALOR FACIAL:' WS-MASCA-FAL2
                      DELIMITED BY SIZE INTO REG-REPFALSOS
               WRITE REG-REPFALSOS AFTER 2
           END-IF.

      *----------------------------------------------------------------*
      * CADENA DE CUSTODIA: EL SUPERVISOR PASA TODOS LOS BILLETES DE
      * UNA CONSTANCIA A OTRO ESTADO (BOVEDA, BANCO O POLICIA) CON LA
      * FECHA, QUIEN LO REGISTRA Y QUIEN LOS RECIBE. LO ENTREGADO A
      * LA POLICIA YA NO CAMBIA DE ESTADO.
      *----------------------------------------------------------------*
       13-2-CUSTODIA.
           DISPLAY CLEAR-SCREEN
           PERFORM 999-FECHAS
           DISPLAY 'NUMERO DE CONSTANCIA:'   LINE 03 POSITION 05
           MOVE ZEROS TO WS-FAL-NUMERO
           ACCEPT WS-FAL-NUMERO              LINE 03 POSITION 28
           DISPLAY 'DIV CORTE SERIE           CUSTODIA   RECIBIDO POR'
                                             LINE 05 POSITION 05
           MOVE 6 TO LI
           MOVE 0 TO WS-FAL-HALLADO
           MOVE 0 TO SW-FDA-FALSOS
           OPEN INPUT FALSOS
           IF WS-ESTADO-FAL = '00'
               PERFORM 13-2-1-MUESTRA-FALSO UNTIL SW-FDA-FALSOS = 1
               CLOSE FALSOS
           END-IF
           EVALUATE TRUE
               WHEN WS-FAL-HALLADO = 0
                   DISPLAY 'CONSTANCIA INEXISTENTE'
                                             LINE 23 POSITION 05
                   ACCEPT WS-ENTER           LINE 23 POSITION 30
               WHEN WS-FAL-ESTADO-ANT = 'P'
                   DISPLAY 'LOS BILLETES YA FUERON ENTREGADOS A LA POLIC
      -                    'IA'              LINE 23 POSITION 05
                   ACCEPT WS-ENTER           LINE 23 POSITION 50
               WHEN OTHER
                   PERFORM 13-2-2-NUEVO-ESTADO
           END-EVALUATE.

       13-2-1-MUESTRA-FALSO.
           READ FALSOS AT END MOVE 1 TO SW-FDA-FALSOS
                NOT AT END
                    IF RFAL-NUMERO = WS-FAL-NUMERO
                        MOVE 1 TO WS-FAL-HALLADO
                        MOVE RFAL-ESTADO TO WS-FAL-ESTADO
                                            WS-FAL-ESTADO-ANT
                        PERFORM 13-9-NOMBRE-ESTADO
                        IF LI < 20
                            DISPLAY RFAL-DIVISA LINE LI POSITION 05
                                    RFAL-DENOM  LINE LI POSITION 10
                                    RFAL-SERIE  LINE LI POSITION 15
                                    WS-FAL-NOM-ESTADO
                                                LINE LI POSITION 31
                                    RFAL-RECIBE LINE LI POSITION 42
                            ADD 1 TO LI
                        END-IF
                    END-IF
           END-READ.

       13-2-2-NUEVO-ESTADO.
           DISPLAY 'NUEVA CUSTODIA (B: BOVEDA / E: BANCO / P: POLICIA):'
                                             LINE 21 POSITION 05
           MOVE SPACES TO WS-FAL-ESTADO
           PERFORM UNTIL FAL-ESTADO-VALIDO
                     AND WS-FAL-ESTADO NOT = WS-FAL-ESTADO-ANT
               ACCEPT WS-FAL-ESTADO          LINE 21 POSITION 58
           END-PERFORM
           MOVE SPACES TO WS-FAL-RECIBE
           IF WS-FAL-ESTADO NOT = 'B'
               DISPLAY 'RECIBIDO POR:'       LINE 22 POSITION 05
               PERFORM UNTIL WS-FAL-RECIBE > SPACES
                   ACCEPT WS-FAL-RECIBE      LINE 22 POSITION 20
               END-PERFORM
           END-IF
           MOVE 0 TO SW-FDA-FALSOS
           OPEN I-O FALSOS
           IF WS-ESTADO-FAL = '00'
               PERFORM 13-2-3-CAMBIA-ESTADO UNTIL SW-FDA-FALSOS = 1
               CLOSE FALSOS
               DISPLAY 'CUSTODIA ACTUALIZADA, OPRIMA ENTER'
                                             LINE 23 POSITION 05
           ELSE
               DISPLAY 'ERROR ACTUALIZANDO EL REGISTRO DE FALSOS'
                                             LINE 23 POSITION 05
           END-IF
           ACCEPT WS-ENTER                   LINE 23 POSITION 50.

       13-2-3-CAMBIA-ESTADO.
           READ FALSOS AT END MOVE 1 TO SW-FDA-FALSOS
                NOT AT END
                    IF RFAL-NUMERO = WS-FAL-NUMERO
                        MOVE WS-FAL-ESTADO    TO RFAL-ESTADO
                        MOVE WS-FORMATO-FECHA TO RFAL-FEC-ESTADO
                        MOVE WS-CAJERO        TO RFAL-RESPONSABLE
                        MOVE WS-FAL-RECIBE    TO RFAL-RECIBE
                        REWRITE REG-FALSO END-REWRITE
                    END-IF
           END-READ.

       13-9-NOMBRE-ESTADO.
           EVALUATE WS-FAL-ESTADO
               WHEN 'B' MOVE 'BOVEDA'     TO WS-FAL-NOM-ESTADO
               WHEN 'E' MOVE 'BANCO'      TO WS-FAL-NOM-ESTADO
               WHEN 'P' MOVE 'POLICIA'    TO WS-FAL-NOM-ESTADO
               WHEN OTHER MOVE SPACES     TO WS-FAL-NOM-ESTADO
           END-EVALUATE.

       3000-FINAL.
           IF WS-SUC-SLOT > 0
               PERFORM 0-15-1-INTERCAMBIA-POSICION
           END-IF
           PERFORM 0-6-GRABAR-POSICION
           PERFORM 0-12-GRABAR-DENOMINACIONES
           PERFORM 0-14-GRABAR-CAJONES
           PERFORM 0-10-5-GRABAR-CONTROL
           STOP RUN.
