      ******************************************************************
      * AGEFRANJ-PROC.CPY
      * Envejecimiento de saldos por franjas (ver AGEFRANJ.CPY para
      * los campos):
      *
      *   UBICAR-CARGO-EN-FRANJA - un cargo (CARGO-A-UBICAR) envejece
      *       por su fecha: entra en la franja que le toca según
      *       DIAS-MOVIMIENTO.
      *
      *   APLICAR-PAGO-A-FRANJAS - un pago (PAGO-A-APLICAR, en
      *       positivo) se aplica a las franjas más viejas primero, el
      *       criterio clásico; lo que sobra queda como saldo a favor
      *       en la franja corriente.
      ******************************************************************
       UBICAR-CARGO-EN-FRANJA.
           EVALUATE TRUE
               WHEN DIAS-MOVIMIENTO <= 30
                   ADD CARGO-A-UBICAR TO FRANJA-CORRIENTE
               WHEN DIAS-MOVIMIENTO <= 60
                   ADD CARGO-A-UBICAR TO FRANJA-30
               WHEN DIAS-MOVIMIENTO <= 90
                   ADD CARGO-A-UBICAR TO FRANJA-60
               WHEN OTHER
                   ADD CARGO-A-UBICAR TO FRANJA-90
           END-EVALUATE.

       APLICAR-PAGO-A-FRANJAS.
           IF PAGO-A-APLICAR > 0 AND FRANJA-90 > 0
               IF PAGO-A-APLICAR >= FRANJA-90
                   SUBTRACT FRANJA-90 FROM PAGO-A-APLICAR
                   MOVE 0 TO FRANJA-90
               ELSE
                   SUBTRACT PAGO-A-APLICAR FROM FRANJA-90
                   MOVE 0 TO PAGO-A-APLICAR
               END-IF
           END-IF.
           IF PAGO-A-APLICAR > 0 AND FRANJA-60 > 0
               IF PAGO-A-APLICAR >= FRANJA-60
                   SUBTRACT FRANJA-60 FROM PAGO-A-APLICAR
                   MOVE 0 TO FRANJA-60
               ELSE
                   SUBTRACT PAGO-A-APLICAR FROM FRANJA-60
                   MOVE 0 TO PAGO-A-APLICAR
               END-IF
           END-IF.
           IF PAGO-A-APLICAR > 0 AND FRANJA-30 > 0
               IF PAGO-A-APLICAR >= FRANJA-30
                   SUBTRACT FRANJA-30 FROM PAGO-A-APLICAR
                   MOVE 0 TO FRANJA-30
               ELSE
                   SUBTRACT PAGO-A-APLICAR FROM FRANJA-30
                   MOVE 0 TO PAGO-A-APLICAR
               END-IF
           END-IF.
           IF PAGO-A-APLICAR > 0
               SUBTRACT PAGO-A-APLICAR FROM FRANJA-CORRIENTE
               MOVE 0 TO PAGO-A-APLICAR
           END-IF.
