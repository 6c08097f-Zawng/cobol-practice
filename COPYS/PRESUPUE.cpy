      ******************************************************************
      * PRESUPUE - Presupuesto de gastos de personal por departamento
      * y mes (devengado mas aportes patronales). Lo mantiene el
      * programa DEPTOS, un registro por departamento, ano y mes; el
      * reporte PRESUPUE lo compara contra lo ejecutado en NOMINA.data
      * en los meses cerrados.
      ******************************************************************
       01  REG-PRESUPUESTO.
           05 RPRE-DEPTO              PIC 9(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPRE-ANO                PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPRE-MES                PIC 9(2).
           05 FILLER                  PIC X VALUE SPACE.
           05 RPRE-VALOR              PIC 9(11)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RPRE-FECHA-ACT          PIC 9(8).
