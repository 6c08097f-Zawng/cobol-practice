      * VACMOV - Movimiento de vacaciones de un empleado: el abono
      * mensual de la causacion ('A', 1.25 dias por mes trabajado) o
      * los dias habiles tomados en una solicitud aprobada ('T', con
      * el rango de fechas), o el saldo pagado en dinero en la
      * liquidacion definitiva del retiro ('L'). El saldo del
      * empleado es la suma de los abonos menos los tomados y los
      * liquidados. Lo escriben VACACION (causacion y solicitudes) y
      * LIQFINAL, y lo lee NOMINA para mostrar en el desprendible
      * los dias de vacaciones pagados del periodo. Si PAGOCTL
      * reversa la nomina del periodo, los tomados que esa corrida
      * pago quedan anulados ('X') y ya no cuentan en el saldo.
      ******************************************************************
       01  REG-VACMOV.
           05 RVAC-ID                 PIC 9(6).
