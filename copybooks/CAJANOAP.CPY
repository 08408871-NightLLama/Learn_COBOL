      ******************************************************************
      * CAJANOAP.CPY
      * Registro del archivo de cobros no aplicados (UNAPCASH): el
      * pago del lockbox que LOCKBOX-IMPORT no pudo aparear con una
      * cuenta de CUSTMAST queda acá, con la referencia de cuenta y
      * de factura tal como vino del banco, el cheque y el monto, para
      * que la cobranza averigüe de quién es y lo aplique.  La plata
      * ya está en caja: el posteo la dejó contra la cuenta GL de
      * cobros no aplicados.  Archivo secuencial de líneas, en orden
      * de llegada.
      ******************************************************************
       01  REG-CAJA-NO-APLICADA.
           05  NAP-FECHA          PIC 9(8).
           05  NAP-LOTE           PIC X(6).
           05  NAP-CUENTA-REF     PIC X(16).
           05  NAP-FACTURA-REF    PIC X(10).
           05  NAP-CHEQUE         PIC X(10).
           05  NAP-MONTO          PIC 9(7)V99.
