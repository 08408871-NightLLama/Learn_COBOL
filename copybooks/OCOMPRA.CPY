      ******************************************************************
      * OCOMPRA.CPY
      * Registro del archivo de órdenes de compra (ORDCOMPR): una fila
      * por línea de orden, con los datos de cabecera (proveedor,
      * fechas, estado) repetidos en cada línea.  PURCHASE-ORDERS
      * genera las órdenes en borrador desde los candidatos de la
      * planilla de reposición (ITM-CANT-REPOSICION a ITM-PROVEEDOR),
      * las deja corregir, las emite e imprime; PO-RECEIVING anota lo
      * recibido contra cada línea y OPEN-PO-REPORT lista lo que falta
      * recibir.  Archivo indexado, clave número de orden más línea.
      ******************************************************************
       01  REG-ORDEN-COMPRA.
           05  OC-CLAVE.
               10  OC-NUMERO       PIC 9(6).
               10  OC-LINEA        PIC 9(2).
           05  OC-PROVEEDOR        PIC X(10).
           05  OC-FECHA-ORDEN      PIC 9(8).
           05  OC-FECHA-EMISION    PIC 9(8).
           05  OC-ITEM             PIC X(8).
           05  OC-DESCRIPCION      PIC X(20).
           05  OC-CANT-PEDIDA      PIC 9(5).
           05  OC-CANT-RECIBIDA    PIC 9(5).
           05  OC-COSTO-UNITARIO   PIC 9(5)V99.
           05  OC-FECHA-RECEPCION  PIC 9(8).
           05  OC-ESTADO           PIC X.
               88  OC-BORRADOR         VALUE "B".
               88  OC-EMITIDA          VALUE "E".
               88  OC-RECIBIDA         VALUE "R".
               88  OC-ANULADA          VALUE "A".
               88  OC-ABIERTA          VALUE "B" "E".
