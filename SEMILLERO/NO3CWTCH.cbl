      * ANTES SE REVISABAN A OJO CONTRA UNA CIRCULAR IMPRESA.
      * NO1CMONY CONSULTA ESTA LISTA AL CAPTURAR EL CLIENTE DE UNA
      * OPERACION GRANDE. TAMBIEN SE CONSULTA AQUI EL LOG DE MATCHES
      * (WATCHLOG) PARA LA REVISION DEL OFICIAL. CADA DOCUMENTO QUE SE
      * LISTA QUEDA EN LA BITACORA DE CAMBIOS (NO8CCAMB).
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO3CWTCH.
       01  LI                        PIC 9(02) VALUE ZEROS.
       01  WS-MASCA-OPER             PIC $$$$,$$$,$$$,$$$.99.

      * BITACORA DE CAMBIOS DE LOS MAESTROS
       01  RUT-NO8CCAMB              PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

           IF WS-ESTADO-WAT = '00' OR WS-ESTADO-WAT = '05'
               WRITE REG-WATCHLST
               CLOSE WATCHLST
               PERFORM 2-1-REGISTRA-CAMBIO
               DISPLAY 'DOCUMENTO LISTADO, OPRIMA ENTER'
                                            LINE 08 POSITION 01
               ACCEPT WS-ENTER              LINE 08 POSITION 36
           END-IF.

      *----------------------------------------------------------------*
      * EL DOCUMENTO LISTADO QUEDA EN LA BITACORA, UN REGISTRO POR
      * CAMPO
      *----------------------------------------------------------------*
       2-1-REGISTRA-CAMBIO.
           INITIALIZE NOCOCAMB
           MOVE 'WATCHLST'  TO CCAM-E-ARCHIVO
           MOVE WS-DOC      TO CCAM-E-CLAVE
           MOVE 'NOMBRE'    TO CCAM-E-CAMPO
           MOVE WS-NOMBRE   TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'FUENTE'    TO CCAM-E-CAMPO
           MOVE WS-FUENTE   TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB.

       3-VER-LOG.
           DISPLAY CLEAR-SCREEN
           DISPLAY 'FECHA        DOCUMENTO     RES  MOTIVO'
