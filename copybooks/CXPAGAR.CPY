      ******************************************************************
      * CXPAGAR.CPY
      * Registro del archivo de cuentas por pagar abiertas (CXPAGAR):
      * una fila por factura de proveedor, cargada por
      * AP-INVOICE-ENTRY con la fecha de factura, el plazo en días
      * hábiles y el vencimiento calculado con HABILCHK (fin de
      * semana y feriados CALFERIA excluidos).  La corrida de pagos
      * AP-PAYMENT-RUN la marca pagada con la fecha y el número de
      * pago; la fila queda en el archivo como historia, salvo que
      * CHECK-PRINT anule el cheque del pago sin reemitirlo y la
      * devuelva a pendiente.  AP-AGING envejece las pendientes.
      * Archivo indexado, clave proveedor más número de factura del
      * proveedor.
      ******************************************************************
       01  REG-CUENTA-PAGAR.
           05  CXP-CLAVE.
               10  CXP-PROVEEDOR   PIC X(10).
               10  CXP-FACTURA     PIC X(12).
           05  CXP-FECHA-FACTURA   PIC 9(8).
           05  CXP-PLAZO-DIAS      PIC 9(3).
           05  CXP-FECHA-VENCE     PIC 9(8).
           05  CXP-MONTO           PIC 9(7)V99.
           05  CXP-CUENTA-GASTO    PIC X(10).
           05  CXP-CAMPUS          PIC XX.
           05  CXP-DESCRIPCION     PIC X(30).
           05  CXP-ESTADO          PIC X.
               88  CXP-PENDIENTE       VALUE "P".
               88  CXP-PAGADA          VALUE "G".
           05  CXP-FECHA-PAGO      PIC 9(8).
           05  CXP-NUMERO-PAGO     PIC 9(6).
           05  CXP-FECHA-CARGA     PIC 9(8).
           05  CXP-OPERADOR        PIC X(8).
