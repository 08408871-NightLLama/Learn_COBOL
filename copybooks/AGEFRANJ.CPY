      ******************************************************************
      * AGEFRANJ.CPY
      * Campos de trabajo para el envejecimiento de saldos por franjas
      * CORRIENTE / 30 / 60 / 90+ días, compartidos por
      * AGEFRANJ-PROC.CPY (ver ese copybook para los párrafos): el
      * criterio de AGING-REPORT, que la corrida de recargos por mora
      * FINANCE-CHARGE aplica igual para saber qué parte del saldo
      * está vencida.  El llamador deja en FRANJA-90 el saldo inicial
      * de la cuenta y en cero las demás franjas, y por cada
      * movimiento carga DIAS-MOVIMIENTO (días desde la fecha del
      * movimiento) y el monto.
      ******************************************************************
       01  DIAS-MOVIMIENTO PIC S9(5).
       01  FRANJA-CORRIENTE PIC S9(9)V99.
       01  FRANJA-30 PIC S9(9)V99.
       01  FRANJA-60 PIC S9(9)V99.
       01  FRANJA-90 PIC S9(9)V99.
       01  CARGO-A-UBICAR PIC S9(9)V99.
       01  PAGO-A-APLICAR PIC S9(9)V99.
