      ******************************************************************
      * REGLACON - Regla de asiento del libro mayor: para cada sistema
      * de origen y tipo de evento (ingreso de servicios, donaciones,
      * devoluciones, salarios, salud, pension, venta de divisas,
      * margen, ...) la cuenta del debe y la del haber. La mantiene
      * NO9CMAYO y la lee NO9CCONT en cada asiento, para que un cambio
      * del plan de cuentas no obligue a cambiar los programas. Una
      * sola regla por ORIGEN + EVENTO.
      ******************************************************************
       01  REG-REGLACON.
           02 RREG-ORIGEN            PIC X(08).
           02 RREG-EVENTO            PIC X(08).
           02 RREG-CTA-DEBE          PIC 9(04).
           02 RREG-CTA-HABER         PIC 9(04).
           02 RREG-DESCRIPCION       PIC X(30).
