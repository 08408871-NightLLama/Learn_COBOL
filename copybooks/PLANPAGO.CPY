      ******************************************************************
      * PLANPAGO.CPY
      * Registro del archivo de planes de pago en cuotas (PLANPAGO):
      * un plan por cuenta de cliente con el capital tomado del saldo
      * envejecido (AGINGWRK), la cantidad de cuotas mensuales, la
      * tasa mensual en porcentaje y la fecha de la primera cuota.
      * PAYMENT-PLAN lo da de alta, calcula la cuota nivelada e
      * imprime el cronograma para la firma del cliente; el paso
      * nocturno PLAN-MONITOR aplica los pagos de RECEIPT-ENTRY y del
      * lockbox a las cuotas en orden, marca cada cuota vencida
      * pagada, parcial o impaga y pasa a ROTO el plan que no se
      * cumple.  DUNNING-LETTERS no reclama a las cuentas con plan
      * activo.  Archivo indexado, clave PLN-CUENTA.
      ******************************************************************
       01  REG-PLAN-PAGO.
           05  PLN-CUENTA          PIC X(16).
           05  PLN-ESTADO          PIC X.
               88  PLN-ACTIVO          VALUE "A".
               88  PLN-CUMPLIDO        VALUE "C".
               88  PLN-ROTO            VALUE "R".
           05  PLN-FECHA-ALTA      PIC 9(8).
           05  PLN-PRINCIPAL       PIC 9(7)V99.
           05  PLN-CANT-CUOTAS     PIC 99.
           05  PLN-TASA-MENSUAL    PIC 9V9(4).
           05  PLN-FECHA-INICIO    PIC 9(8).
           05  PLN-MONTO-CUOTA     PIC 9(7)V99.
           05  PLN-TOTAL-PAGADO    PIC 9(9)V99.
           05  PLN-FECHA-REVISION  PIC 9(8).
           05  PLN-FECHA-ROTURA    PIC 9(8).
      * Una entrada por cuota, en orden de vencimiento; PLC-MONTO de
      * la última lleva el ajuste de redondeo que cierra el saldo.
           05  PLN-CUOTA OCCURS 36 TIMES.
               10  PLC-VENCIMIENTO PIC 9(8).
               10  PLC-MONTO       PIC 9(7)V99.
               10  PLC-PAGADO      PIC 9(7)V99.
               10  PLC-ESTADO      PIC X.
                   88  PLC-PENDIENTE   VALUE " ".
                   88  PLC-PAGADA      VALUE "P".
                   88  PLC-PARCIAL     VALUE "A".
                   88  PLC-IMPAGA      VALUE "I".
