      ******************************************************************
      * RETEFUEN - Tabla de retencion en la fuente por salarios, por
      * ano gravable. Dos clases de registro en el mismo archivo:
      *   TIPO 'P' PARAMETROS DEL ANO: VALOR DE LA UVT, PORCENTAJE DE
      *            RENTA EXENTA SOBRE EL PAGO DEPURADO Y TOPE MENSUAL
      *            DE LA RENTA EXENTA EN UVT (USA LOS TRES PRIMEROS
      *            CAMPOS DE DATOS)
      *   TIPO 'T' UN TRAMO DE LA TABLA MARGINAL: DESDE/HASTA EN UVT
      *            (HASTA 99999 = SIN LIMITE), TARIFA MARGINAL Y UVT
      *            FIJAS QUE SE SUMAN AL IMPUESTO DEL TRAMO
      * Si un ano se registra dos veces, rige el ultimo registro
      * grabado. Lo mantiene RETEFUEN y lo aplica la corrida de
      * NOMINA empleado por empleado.
      ******************************************************************
       01  REG-RETEFUEN.
           05 RRET-ANO                PIC 9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-TIPO               PIC X(1).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-VALOR-UVT          PIC 9(7)V99.
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-PCT-EXENTO         PIC 9V9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-TOPE-EXENTO-UVT    PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-DESDE-UVT          PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-HASTA-UVT          PIC 9(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-TARIFA             PIC 9V9(4).
           05 FILLER                  PIC X VALUE SPACE.
           05 RRET-UVT-FIJOS          PIC 9(5).
