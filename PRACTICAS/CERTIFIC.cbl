      * Purpose: PRACTICE COBOL
      * Certificado de ingresos y retenciones del ano fiscal:
      * consolida los registros de NOMINA.data del ano pedido por
      * empleado (total devengado, salud, pension y retencion en la
      * fuente) e imprime un certificado por persona en el
      * formato estandar, al spool central. Se puede pedir el de un
      * solo empleado (cuando viene a reclamarlo) o el de toda la
      * compania en una corrida. Antes cada febrero se reconstruian
       DATA DIVISION.
       FILE SECTION.
       FD NOMINA-ARCHIVO.
       COPY '../COPYS/NOMINA.cpy'.

       FD IMPRESOR LABEL RECORD OMITTED
       RECORDING MODE IS FIXED
              10 TAB-CON-DEVENGADO PIC 9(11)V99.
              10 TAB-CON-SALUD     PIC 9(11)V99.
              10 TAB-CON-PENSION   PIC 9(11)V99.
              10 TAB-CON-RETENCION PIC 9(11)V99.
       01  CN                     PIC 9(03) VALUE ZEROES.
       01  SW-CON-HALLADO         PIC X VALUE "0".
       01  WS-DEVENGADO           PIC 9(9)V99 VALUE ZEROES.
           ADD WS-DEVENGADO        TO TAB-CON-DEVENGADO(CN)
           ADD RNOM-SALUD          TO TAB-CON-SALUD(CN)
           ADD RNOM-PENSION        TO TAB-CON-PENSION(CN)
           ADD RNOM-RETENCION      TO TAB-CON-RETENCION(CN).

       2023-UBICA-EMPLEADO.
           MOVE "0" TO SW-CON-HALLADO
                   MOVE ZEROES TO TAB-CON-DEVENGADO(CN)
                                  TAB-CON-SALUD(CN)
                                  TAB-CON-PENSION(CN)
                                  TAB-CON-RETENCION(CN)
               ELSE
                   MOVE WS-NUM-EMPLEADOS TO CN
               END-IF
           STRING "APORTES A PENSION:          " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE TAB-CON-RETENCION(CN) TO WS-MASCARA
           MOVE SPACES TO REG-IMPRESOR
           STRING "RETENCION EN LA FUENTE:     " WS-MASCARA
                  DELIMITED BY SIZE INTO REG-IMPRESOR
           WRITE REG-IMPRESOR
           MOVE "SE EXPIDE A SOLICITUD DEL INTERESADO."
