      * precio), y lo leen la entrada de ajustes de COBOL17, la
      * facturación ORDER-INVOICE, la entrada de pedidos y todos los
      * pasos de inventario.  Archivo indexado, clave ITM-ITEM.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se agregó ITM-EXISTENCIA-DANADA, las unidades
      *             devueltas por clientes en mal estado (ver
      *             CREDIT-MEMO): quedan a la vista pero no vuelven a
      *             la existencia vendible ITM-EXISTENCIA.  Un registro
      *             de alta empieza en cero.
      * 2026-10-15  Se agregó ITM-GRAVADO, la marca de artículo
      *             alcanzado por el impuesto a las ventas (N = no
      *             gravado).  Un registro anterior queda en blanco y
      *             se toma como gravado.
      * 2026-10-15  Se agregó ITM-CLASE-ABC, la clase A/B/C por valor
      *             de ventas que asigna ABC-ANALYSIS, para que compras
      *             la vea junto a los niveles de reposición.  Un
      *             registro sin clasificar la trae en blanco.
      * 2026-10-15  Se agregó ITM-ESTANTE, el estante del depósito
      *             donde se guarda el artículo, por el que
      *             PICK-LIST ordena las hojas de picking.  Un
      *             registro anterior lo trae en blanco.
      ******************************************************************
       01  REG-ITEM-MAESTRO.
           05  ITM-ITEM           PIC X(8).
           05  ITM-CANT-REPOSICION PIC 9(5).
           05  ITM-PROVEEDOR      PIC X(10).
           05  ITM-COSTO-UNITARIO PIC 9(5)V99.
           05  ITM-EXISTENCIA-DANADA PIC 9(7).
           05  ITM-GRAVADO        PIC X.
               88  ITM-NO-GRAVADO     VALUE "N".
           05  ITM-CLASE-ABC      PIC X.
               88  ITM-CLASE-A        VALUE "A".
               88  ITM-CLASE-B        VALUE "B".
               88  ITM-CLASE-C        VALUE "C".
           05  ITM-ESTANTE        PIC X(6).
