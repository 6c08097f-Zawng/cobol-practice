      * ./FILES/BACKUP, SE VERIFICA RELEYENDO EL TAMANO DE LA COPIA,
      * Y QUEDA UN MANIFIESTO CON EL CONTEO DE REGISTROS POR ARCHIVO.
      * EL MODO RESTAURAR DEVUELVE UN JUEGO ESCOGIDO, PIDIENDO
      * CONFIRMACION EXPRESA ARCHIVO POR ARCHIVO. EL MANIFIESTO DEL
      * DIA SE AMPLIA, NO SE REESCRIBE, PARA QUE NO SE PIERDAN LOS
      * ARCHIVOS DE VENCIDOS QUE REGISTRA LA DEPURACION NO8CPURG.
      *----------------------------------------------------------------*
       ID DIVISION.
       PROGRAM-ID.                       NO8CBACK.
           MOVE SPACES TO WS-NOMBRE-MANIFIES
           STRING './FILES/BACKUP/' WS-JUEGO '-MANIFIES'
                  DELIMITED BY SIZE INTO WS-NOMBRE-MANIFIES
           OPEN EXTEND MANIFIES
           IF WS-ESTADO-MAN = '35'
               OPEN OUTPUT MANIFIES
           END-IF
           IF WS-ESTADO-MAN NOT = '00' AND WS-ESTADO-MAN NOT = '05'
               DISPLAY 'NO SE PUDO CREAR EL MANIFIESTO: ' WS-ESTADO-MAN
               STOP RUN
           END-IF
