      ******************************************************************
      * DESEMBOL.CPY
      * Registro de la cola de desembolsos aprobados (DESEMBOL): cada
      * pago que tiene que salir en cheque, con el beneficiario, su
      * dirección para el cheque, el monto, la cuenta GL que se debita
      * (cuentas por pagar o cuentas por cobrar) y la de caja que se
      * acredita.  Los cargan la corrida definitiva de AP-PAYMENT-RUN
      * (origen P, número de pago de PAGOCTL), la aprobación de
      * reembolsos de saldos a favor REFUND-APPROVAL (origen R, número
      * de REEMBCTL) y la liquidación definitiva de sueldos
      * PAYROLL-RUN para los que cobran con cheque (origen N, número
      * de NOMINCTL, débito a sueldos a pagar).  CHECK-PRINT imprime
      * las pendientes, les anota el número de cheque y las pasa a
      * EMITIDO; anular el cheque las deja ANULADAS.  Archivo
      * indexado, clave origen más número.
      ******************************************************************
       01  REG-DESEMBOLSO.
           05  DSB-CLAVE.
               10  DSB-ORIGEN      PIC X.
                   88  DSB-DE-PROVEEDOR    VALUE "P".
                   88  DSB-DE-REEMBOLSO    VALUE "R".
                   88  DSB-DE-NOMINA       VALUE "N".
               10  DSB-NUMERO      PIC 9(6).
           05  DSB-BENEFICIARIO    PIC X(16).
           05  DSB-NOMBRE          PIC X(30).
           05  DSB-DIRECCION-1     PIC X(30).
           05  DSB-DIRECCION-2     PIC X(30).
           05  DSB-MONTO           PIC 9(7)V99.
           05  DSB-CUENTA-DEBITO   PIC X(10).
           05  DSB-CUENTA-CAJA     PIC X(10).
           05  DSB-CAMPUS          PIC XX.
           05  DSB-CONCEPTO        PIC X(30).
           05  DSB-FECHA-APROBACION PIC 9(8).
           05  DSB-OPERADOR        PIC X(8).
           05  DSB-ESTADO          PIC X.
               88  DSB-PENDIENTE       VALUE "P".
               88  DSB-EMITIDO         VALUE "E".
               88  DSB-ANULADO         VALUE "A".
           05  DSB-NUMERO-CHEQUE   PIC 9(6).
