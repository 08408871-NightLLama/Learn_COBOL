      ******************************************************************
      * DEVOLUC.CPY
      * Registro del histórico de devoluciones de clientes (DEVOLUC):
      * una fila por nota de crédito emitida por CREDIT-MEMO - número
      * de la nota, fecha, cuenta, artículo, fecha de la venta
      * original en INVHIST, cantidad devuelta, precio y costo
      * unitario de la venta, extensión acreditada y destino de la
      * mercadería (R vuelve a la existencia vendible, D queda como
      * dañada en ITM-EXISTENCIA-DANADA).  CREDIT-MEMO lo suma por
      * cuenta, artículo, fecha y precio para no acreditar más de lo
      * facturado.  La devolución de una línea gravada lleva además
      * la jurisdicción, la condición y el impuesto acreditado, que
      * TAX-LIABILITY resta del impuesto del mes.  Archivo secuencial
      * de líneas, siempre en EXTEND.
      ******************************************************************
       01  REG-DEVOLUCION.
           05  DEV-NUMERO          PIC 9(6).
           05  DEV-FECHA           PIC 9(8).
           05  DEV-CUENTA          PIC X(16).
           05  DEV-ITEM            PIC X(8).
           05  DEV-FECHA-VENTA     PIC 9(8).
           05  DEV-CANTIDAD        PIC 9(3).
           05  DEV-PRECIO          PIC 9(5)V99.
           05  DEV-COSTO-UNITARIO  PIC 9(5)V99.
           05  DEV-EXTENSION       PIC 9(7)V99.
           05  DEV-DESTINO         PIC X.
               88  DEV-A-STOCK         VALUE "R".
               88  DEV-DANADA          VALUE "D".
               88  DEV-DESTINO-VALIDO  VALUE "R" "D".
           05  DEV-JURISDICCION    PIC X(4).
           05  DEV-CONDICION-IMPUESTO PIC X.
           05  DEV-IMPUESTO        PIC 9(7)V99.
