      *                           IDENTIFICATION                       *
      * OBJETIVO: MANTENIMIENTO DEL MAESTRO DE CELEBRANTES (SACERDOTES)
      * DE LA PARROQUIA Y AGENDA SEMANAL POR CELEBRANTE, LEYENDO LOS
      * SERVICIOS PENDIENTES QUE LE ASIGNO NO1CSANM. LAS ALTAS DE
      * CELEBRANTES Y LAS AUSENCIAS QUEDAN EN LA BITACORA DE CAMBIOS
      * (NO8CCAMB)
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                 NO2CCELE.
       01  WS-AUS-HASTA            PIC 9(08) VALUE ZEROS.
       01  WS-AUS-MOTIVO           PIC X(20) VALUE SPACES.

      * BITACORA DE CAMBIOS DE LOS MAESTROS
       01  RUT-NO8CCAMB            PIC X(08) VALUE 'NO8CCAMB'.
       COPY './COPYS/NOCOCAMB.CPY'.

      * SALIDA
       01  REG-SAL-ENC-01.
           02 FILLER               PIC X(09) VALUE 'FEC.SIS: '.
               IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
                   WRITE REG-CELEBRAN END-WRITE
                   CLOSE CELEBRAN
                   INITIALIZE NOCOCAMB
                   MOVE 'CELEBRAN'  TO CCAM-E-ARCHIVO
                   MOVE WS-COD      TO CCAM-E-CLAVE
                   MOVE 'NOMBRE'    TO CCAM-E-CAMPO
                   MOVE WS-NOM      TO CCAM-E-DESPUES
                   CALL RUT-NO8CCAMB USING NOCOCAMB
                   DISPLAY 'CELEBRANTE REGISTRADO, OPRIMA ENTER'
                                       LINE 24 POSITION 01
                   ACCEPT WS-ENTER     LINE 24 POSITION 40
               IF VAR-ESTADO = '00' OR VAR-ESTADO = '05'
                   WRITE REG-AUSENCIA END-WRITE
                   CLOSE AUSENCIAS
                   PERFORM 1-5-1-REGISTRA-CAMBIO
                   DISPLAY 'AUSENCIA REGISTRADA, OPRIMA ENTER'
                                       LINE 24 POSITION 01
                   ACCEPT WS-ENTER     LINE 24 POSITION 38
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LA AUSENCIA NUEVA QUEDA EN LA BITACORA BAJO EL CODIGO DEL
      * CELEBRANTE, UN REGISTRO POR CAMPO
      *----------------------------------------------------------------*
       1-5-1-REGISTRA-CAMBIO.
           INITIALIZE NOCOCAMB
           MOVE 'AUSENCIA'    TO CCAM-E-ARCHIVO
           MOVE WS-COD        TO CCAM-E-CLAVE
           MOVE 'DESDE'       TO CCAM-E-CAMPO
           MOVE WS-AUS-DESDE  TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'HASTA'       TO CCAM-E-CAMPO
           MOVE WS-AUS-HASTA  TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB
           MOVE 'MOTIVO'      TO CCAM-E-CAMPO
           MOVE WS-AUS-MOTIVO TO CCAM-E-DESPUES
           CALL RUT-NO8CCAMB USING NOCOCAMB.

       1-6-CONSULTA-AUSENCIAS.
           PERFORM 999-ENCABEZADO-PAN
           DISPLAY 'CELEB  DESDE     HASTA     MOTIVO'
