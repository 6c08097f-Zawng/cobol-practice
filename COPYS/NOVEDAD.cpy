      * NOVEDAD - Registro de una novedad de nomina del periodo:
      * horas extra ('H', se pagan con el recargo configurado),
      * dias de ausencia no remunerada ('A', descuentan salario
      * diario), bono puntual ('B', suma el valor), dias de
      * incapacidad ('I', no tocan el pago y salen como novedad en
      * la planilla PILA) o retroactivo de un aumento ('R', VALOR
      * a pagar y CANTIDAD de meses reliquidados, lo genera
      * AUMENTOS). Las horas extra nocturnas ('N') y las de domingo
      * o festivo ('F') tienen recargo propio; las tres clases de
      * extra las puede generar RELOJ desde las marcaciones del
      * reloj del edificio. Los intereses de cesantias del ano
      * anterior ('C', VALOR a pagar) los genera CESANTIA con la
      * consignacion anual. Lo escribe la captura NOVEDADE y lo
      * aplica la corrida de NOMINA, que ademas lo detalla en el
      * desprendible y en el listado de auditoria.
      ******************************************************************
       01  REG-NOVEDAD.
           05 RNOV-PERIODO            PIC X(06).
