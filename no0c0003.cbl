                                         LINE 05 POSITION 01
                       MOVE 'F' TO WS-EVENTO
                       PERFORM 2000-GRABAR-LOGSESION
      * LA CUENTA BLOQUEADA (POR INTENTOS, POR INACTIVIDAD O
      * REVOCADA EN LA RECERTIFICACION) NO ENTRA NI CON LA CLAVE
      * BUENA; SOLO EL ADMINISTRADOR LA DESBLOQUEA EN NO8CUSUA
                   WHEN WS-USU-BLOQUEADO NOT = SPACE
                       DISPLAY 'CUENTA BLOQUEADA, CONTACTE AL ADMINISTR
      -                        'ADOR'     LINE 05 POSITION 01
                       MOVE 'F' TO WS-EVENTO
