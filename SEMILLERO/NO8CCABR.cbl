      *----------------------------------------------------------------*
      *                           IDENTIFICATION                       *
      * OBJETIVO: CONSULTA DE LA BITACORA DE CAMBIOS DE LOS MAESTROS
      * QUE DEJA NO8CCAMB: BUSCA POR ARCHIVO Y CLAVE O POR USUARIO Y
      * RANGO DE FECHAS, E IMPRIME LA HISTORIA DE UN REGISTRO (TODOS
      * SUS CAMBIOS EN ORDEN, CON EL VALOR ANTERIOR Y EL NUEVO) EN
      * ../FILES/AUDITORIA/HISTCAMB, QUE QUEDA GUARDADO EN EL SPOOL
      * CENTRAL DE REPORTES (NO8CSPOL).
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO8CCABR.
       AUTHOR.                           NOVATEC (EDWIN PAEZ).
       INSTALLATION.                     BBVA.
       DATE-WRITTEN.                     15-OCT-26.

      *----------------------------------------------------------------*
      *                           ENVIRONMENT                          *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BITACORA DE CAMBIOS
           SELECT CAMBIOS ASSIGN TO '../FILES/AUDITORIA/CAMBIOS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-CAM.
      * HISTORIA IMPRESA DE UN REGISTRO
           SELECT HISTCAMB ASSIGN TO '../FILES/AUDITORIA/HISTCAMB'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADO-HIS.

      *----------------------------------------------------------------*
      *                           DATA                                 *
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS.
       COPY './COPYS/CAMBIOS.cpy'.

       FD  HISTCAMB.
       01  REG-HISTCAMB              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ESTADO-CAM             PIC X(02) VALUE SPACES.
       01  WS-ESTADO-HIS             PIC X(02) VALUE SPACES.
       01  SW-FDA-CAM                PIC 9 VALUE ZEROS.

       01  WS-OPC                    PIC 9 VALUE ZEROS.

      * CRITERIOS DE BUSQUEDA
       01  WS-ARCHIVO                PIC X(08) VALUE SPACES.
       01  WS-CLAVE                  PIC X(20) VALUE SPACES.
       01  WS-USUARIO                PIC X(10) VALUE SPACES.
       01  WS-DESDE                  PIC 9(08) VALUE ZEROS.
       01  WS-HASTA                  PIC 9(08) VALUE ZEROS.
      * 'C' POR ARCHIVO Y CLAVE, 'U' POR USUARIO Y FECHAS
       01  WS-CRITERIO               PIC X(01) VALUE SPACES.
      * 'P' = LO HALLADO VA A LA HISTORIA IMPRESA, NO A LA CONSOLA
       01  WS-SALIDA                 PIC X(01) VALUE SPACES.
       01  WS-HALLADOS               PIC 9(05) VALUE ZEROS.
       01  WS-FEC-SIS                PIC 9(08) VALUE ZEROS.

      * LINEAS DE LA HISTORIA IMPRESA
       01  WS-LIN-TITULO.
           02 FILLER                 PIC X(40)
              VALUE 'HISTORIA DE CAMBIOS DEL REGISTRO        '.
           02 FILLER                 PIC X(11) VALUE 'IMPRESO EL '.
           02 WS-TIT-FECHA           PIC 9(08).
       01  WS-LIN-REGISTRO.
           02 FILLER                 PIC X(09) VALUE 'ARCHIVO: '.
           02 WS-REG-ARCHIVO         PIC X(08).
           02 FILLER                 PIC X(09) VALUE '  CLAVE: '.
           02 WS-REG-CLAVE           PIC X(20).
       01  WS-LIN-COLUMNAS.
           02 FILLER                 PIC X(40)
              VALUE 'FECHA    HORA   USUARIO    CAMPO        '.
           02 FILLER                 PIC X(40)
              VALUE '    ANTES                          DESPU'.
           02 FILLER                 PIC X(02) VALUE 'ES'.
       01  WS-LIN-DETALLE.
           02 WS-DET-FECHA           PIC 9(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-DET-HORA            PIC 9(06).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-DET-USUARIO         PIC X(10).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-DET-CAMPO           PIC X(15).
           02 FILLER                 PIC X(02) VALUE SPACES.
           02 WS-DET-ANTES           PIC X(30).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 WS-DET-DESPUES         PIC X(30).
       01  WS-LIN-TOTAL.
           02 FILLER                 PIC X(20)
              VALUE 'CAMBIOS REGISTRADOS:'.
           02 WS-TOT-HALLADOS        PIC ZZ,ZZ9.

       01  RUT-NO8CSPOL              PIC X(08) VALUE 'NO8CSPOL'.
       COPY './COPYS/NOCOSPOL.CPY'.

      *----------------------------------------------------------------*
      *                           PROCEDURE                            *
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           PERFORM 1000-MENU UNTIL WS-OPC = 4
           STOP RUN.

       1000-MENU.
           DISPLAY " "
           DISPLAY "BITACORA DE CAMBIOS DE LOS MAESTROS"
           DISPLAY "1. Buscar por archivo y clave"
           DISPLAY "2. Buscar por usuario y rango de fechas"
           DISPLAY "3. Imprimir la historia de un registro"
           DISPLAY "4. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPC
           EVALUATE WS-OPC
               WHEN 1 PERFORM 2000-POR-CLAVE
               WHEN 2 PERFORM 3000-POR-USUARIO
               WHEN 3 PERFORM 4000-IMPRIMIR-HISTORIA
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY "Opcion invalida"
           END-EVALUATE.

      *----------------------------------------------------------------*
      * POR ARCHIVO Y CLAVE; LA CLAVE EN BLANCO TRAE TODOS LOS
      * REGISTROS DEL ARCHIVO
      *----------------------------------------------------------------*
       2000-POR-CLAVE.
           PERFORM 2100-CAPTURA-CLAVE
           MOVE 'C' TO WS-CRITERIO
           MOVE SPACE TO WS-SALIDA
           PERFORM 5000-RECORRER-BITACORA.

       2100-CAPTURA-CLAVE.
           DISPLAY "Archivo (TARIFAS, CELEBRAN, AUSENCIA, SUCURSAL,"
           DISPLAY "  SPREAD, WATCHLST, FELIGRES, USUARIOS, PRESTAMO): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ARCHIVO
           PERFORM UNTIL WS-ARCHIVO > SPACES
               ACCEPT WS-ARCHIVO
           END-PERFORM
           DISPLAY "Clave (en blanco = todas): " WITH NO ADVANCING
           MOVE SPACES TO WS-CLAVE
           ACCEPT WS-CLAVE.

      *----------------------------------------------------------------*
      * POR USUARIO Y RANGO DE FECHAS; EL USUARIO EN BLANCO TRAE LOS
      * CAMBIOS DE TODOS, Y LA FECHA HASTA EN CEROS ES HOY
      *----------------------------------------------------------------*
       3000-POR-USUARIO.
           DISPLAY "Usuario (en blanco = todos): " WITH NO ADVANCING
           MOVE SPACES TO WS-USUARIO
           ACCEPT WS-USUARIO
           DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING
           MOVE ZEROS TO WS-DESDE
           ACCEPT WS-DESDE
           DISPLAY "Hasta (AAAAMMDD, ceros = hoy): " WITH NO ADVANCING
           MOVE ZEROS TO WS-HASTA
           ACCEPT WS-HASTA
           IF WS-HASTA = ZEROS
               ACCEPT WS-HASTA FROM DATE YYYYMMDD
           END-IF
           MOVE 'U' TO WS-CRITERIO
           MOVE SPACE TO WS-SALIDA
           PERFORM 5000-RECORRER-BITACORA.

      *----------------------------------------------------------------*
      * HISTORIA IMPRESA DE UN REGISTRO: TODOS SUS CAMBIOS, EN EL
      * ORDEN EN QUE SE HICIERON, Y LA COPIA AL SPOOL CENTRAL
      *----------------------------------------------------------------*
       4000-IMPRIMIR-HISTORIA.
           PERFORM 2100-CAPTURA-CLAVE
           MOVE 'C' TO WS-CRITERIO
           MOVE 'P' TO WS-SALIDA
           OPEN OUTPUT HISTCAMB
           IF WS-ESTADO-HIS NOT = '00'
               DISPLAY "NO SE PUDO ABRIR ../FILES/AUDITORIA/HISTCAMB"
           ELSE
               ACCEPT WS-FEC-SIS FROM DATE YYYYMMDD
               MOVE WS-FEC-SIS TO WS-TIT-FECHA
               WRITE REG-HISTCAMB FROM WS-LIN-TITULO
               MOVE WS-ARCHIVO TO WS-REG-ARCHIVO
               MOVE WS-CLAVE   TO WS-REG-CLAVE
               WRITE REG-HISTCAMB FROM WS-LIN-REGISTRO
               MOVE SPACES TO REG-HISTCAMB
               WRITE REG-HISTCAMB
               WRITE REG-HISTCAMB FROM WS-LIN-COLUMNAS
               PERFORM 5000-RECORRER-BITACORA
               MOVE SPACES TO REG-HISTCAMB
               WRITE REG-HISTCAMB
               MOVE WS-HALLADOS TO WS-TOT-HALLADOS
               WRITE REG-HISTCAMB FROM WS-LIN-TOTAL
               CLOSE HISTCAMB
               INITIALIZE NOCOSPOL
               MOVE 'AUDITORI'                    TO CSPO-E-SISTEMA
               MOVE 'HIST-CAMBIOS'                TO CSPO-E-TIPO
               MOVE '../FILES/AUDITORIA/HISTCAMB' TO CSPO-E-ORIGEN
               MOVE 'L'                           TO CSPO-E-FORMATO
               CALL RUT-NO8CSPOL USING NOCOSPOL
               DISPLAY "HISTORIA IMPRESA EN ../FILES/AUDITORIA/HISTCAMB"
           END-IF.

      *----------------------------------------------------------------*
      * RECORRE LA BITACORA COMPLETA Y MUESTRA (O IMPRIME) LO QUE
      * CUMPLE EL CRITERIO
      *----------------------------------------------------------------*
       5000-RECORRER-BITACORA.
           MOVE ZEROS TO WS-HALLADOS
           MOVE 0 TO SW-FDA-CAM
           OPEN INPUT CAMBIOS
           IF WS-ESTADO-CAM NOT = '00'
               DISPLAY "LA BITACORA DE CAMBIOS ESTA VACIA"
           ELSE
               IF WS-SALIDA NOT = 'P'
                   DISPLAY "FECHA    HORA   USUARIO    ARCHIVO  "
                           "CLAVE                CAMPO"
               END-IF
               PERFORM 5100-LEER-CAMBIO UNTIL SW-FDA-CAM = 1
               CLOSE CAMBIOS
               DISPLAY "CAMBIOS HALLADOS: " WS-HALLADOS
           END-IF.

       5100-LEER-CAMBIO.
           READ CAMBIOS AT END MOVE 1 TO SW-FDA-CAM
                NOT AT END
                    EVALUATE TRUE
                        WHEN WS-CRITERIO = 'C'
                         AND RCAM-ARCHIVO = WS-ARCHIVO
                         AND (WS-CLAVE = SPACES
                              OR RCAM-CLAVE = WS-CLAVE)
                            PERFORM 5200-MOSTRAR-CAMBIO
                        WHEN WS-CRITERIO = 'U'
                         AND (WS-USUARIO = SPACES
                              OR RCAM-USUARIO = WS-USUARIO)
                         AND RCAM-FECHA NOT < WS-DESDE
                         AND RCAM-FECHA NOT > WS-HASTA
                            PERFORM 5200-MOSTRAR-CAMBIO
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
           END-READ.

       5200-MOSTRAR-CAMBIO.
           ADD 1 TO WS-HALLADOS
           IF WS-SALIDA = 'P'
               MOVE RCAM-FECHA   TO WS-DET-FECHA
               MOVE RCAM-HORA    TO WS-DET-HORA
               MOVE RCAM-USUARIO TO WS-DET-USUARIO
               MOVE RCAM-CAMPO   TO WS-DET-CAMPO
               MOVE RCAM-ANTES   TO WS-DET-ANTES
               MOVE RCAM-DESPUES TO WS-DET-DESPUES
               WRITE REG-HISTCAMB FROM WS-LIN-DETALLE
           ELSE
               DISPLAY RCAM-FECHA " " RCAM-HORA " " RCAM-USUARIO " "
                       RCAM-ARCHIVO " " RCAM-CLAVE " " RCAM-CAMPO
               DISPLAY "   ANTES  : " RCAM-ANTES
               DISPLAY "   DESPUES: " RCAM-DESPUES
           END-IF.

       END PROGRAM NO8CCABR.
