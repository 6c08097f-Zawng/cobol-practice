      * Author: EDWIN PAEZ
      * Purpose: PRACTICE COBOL
      * Captura de novedades de nomina por periodo y empleado: horas
      * extra diurnas, nocturnas o festivas (se pagan con recargo),
      * dias de ausencia no remunerada (descuentan), bonos puntuales
      * y dias de incapacidad (no tocan el pago; se reportan como
      * novedad en la planilla PILA). Antes todo esto se arreglaba
      * en efectivo por fuera del sistema; ahora queda en
      * NOVEDADES.data y la corrida de NOMINA lo aplica al pago del
      * periodo. Incluye el listado de auditoria de las novedades de
       2021-CAPTURA-DETALLE.
           MOVE SPACE TO WS-TIPO
           PERFORM UNTIL WS-TIPO = "H" OR WS-TIPO = "A"
                      OR WS-TIPO = "B" OR WS-TIPO = "I"
                      OR WS-TIPO = "N" OR WS-TIPO = "F"
               DISPLAY "Tipo (H=horas extra, N=extra nocturna, "
                       "F=extra festiva, A=ausencia, B=bono, "
                       "I=incapacidad): " WITH NO ADVANCING
               ACCEPT WS-TIPO
           END-PERFORM
           MOVE ZEROES TO WS-CANTIDAD WS-VALOR
           EVALUATE WS-TIPO
               WHEN "H"
               WHEN "N"
               WHEN "F"
                   DISPLAY "Horas extra: " WITH NO ADVANCING
                   ACCEPT WS-CANTIDAD
               WHEN "A"
                   DISPLAY "Dias de ausencia: " WITH NO ADVANCING
                   ACCEPT WS-CANTIDAD
               WHEN "I"
                   DISPLAY "Dias de incapacidad: " WITH NO ADVANCING
                   ACCEPT WS-CANTIDAD
               WHEN "B"
                   DISPLAY "Valor del bono: " WITH NO ADVANCING
                   ACCEPT WS-VALOR
