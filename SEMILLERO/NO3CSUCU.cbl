      * OBJETIVO: MANTENIMIENTO DEL MAESTRO DE SUCURSALES DE LA CASA
      * DE CAMBIO, PARA QUE ABRIR O RETIRAR UNA SUCURSAL NO EXIJA
      * RECOMPILAR NO1CMONY (QUE CARGA SU LISTA DESDE ESTE ARCHIVO,
      * IGUAL QUE LA LISTA DE DIVISAS SE CARGA DESDE TASASDIV). LAS
      * ALTAS Y LOS RETIROS QUEDAN EN LA BITACORA DE CAMBIOS (NO8CCAMB)
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO3CSUCU.
       COPY './COPYS/VARFECHAS.CPY'.
       01  RUT-FECHAS                PIC X(08) VALUE 'NO6CFECH'.

      * BITACORA DE CAMBIOS DE LOS MAESTROS
       01  RUT-NO8CCAMB              PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

       SCREEN SECTION.
       01  CLEAR-SCREEN BLANK SCREEN.

               IF WS-ESTADO-SUC = '00' OR WS-ESTADO-SUC = '05'
                   WRITE REG-SUCURSAL
                   CLOSE SUCURSALES
                   INITIALIZE NOCOCAMB
                   MOVE 'SUCURSAL'  TO CCAM-E-ARCHIVO
                   MOVE WS-COD      TO CCAM-E-CLAVE
                   MOVE 'NOMBRE'    TO CCAM-E-CAMPO
                   MOVE WS-NOM      TO CCAM-E-DESPUES
                   CALL RUT-NO8CCAMB USING NOCOCAMB
                   MOVE 'ESTADO'    TO CCAM-E-CAMPO
                   MOVE 'A'         TO CCAM-E-DESPUES
                   CALL RUT-NO8CCAMB USING NOCOCAMB
                   DISPLAY 'SUCURSAL REGISTRADA, OPRIMA ENTER'
                                            LINE 23 POSITION 01
                   ACCEPT WS-ENTER          LINE 23 POSITION 40
               PERFORM 9-1-LEER-SUCURSAL
                   UNTIL SW-SI-ENCONTRO OR SW-FDA-SUCURSALES = 1
               IF SW-SI-ENCONTRO
                   INITIALIZE NOCOCAMB
                   MOVE RSUC-ESTADO TO CCAM-E-ANTES
                   MOVE 'R' TO RSUC-ESTADO
                   REWRITE REG-SUCURSAL END-REWRITE
                   MOVE 'SUCURSAL'  TO CCAM-E-ARCHIVO
                   MOVE WS-COD      TO CCAM-E-CLAVE
                   MOVE 'ESTADO'    TO CCAM-E-CAMPO
                   MOVE 'R'         TO CCAM-E-DESPUES
                   CALL RUT-NO8CCAMB USING NOCOCAMB
                   DISPLAY 'SUCURSAL RETIRADA, OPRIMA ENTER'
                                            LINE 23 POSITION 01
                   ACCEPT WS-ENTER          LINE 23 POSITION 40
