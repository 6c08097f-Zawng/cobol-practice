                    MOVE ZEROS           TO RTRA-NUMERO
                    MOVE SPACES          TO RTRA-CAJERO
                    MOVE ZEROS           TO RTRA-UTILIDAD
                    MOVE ZEROS           TO RTRA-SUCURSAL
                    WRITE REG-TRANSDIV
                    ADD 1 TO WS-GRABADOS
           END-READ.
