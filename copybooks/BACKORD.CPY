      * BACKORDER-RELEASE, corrido después de los ajustes de COBOL17,
      * convierte los pendientes más viejos que ya tienen stock en
      * líneas nuevas de ORDLINES e imprime la lista de liberados para
      * la mesa de empaque.  El faltante de una línea de cotización
      * aceptada (ver QUOTE-STATUS) lleva el precio cotizado y el
      * número de cotización de la línea, para que la línea liberada
      * vuelva a facturar a ese precio; en cero en las demás y en
      * blanco en los registros anteriores.  Archivo secuencial de
      * líneas.
      ******************************************************************
       01  REG-PENDIENTE-STOCK.
           05  BKO-CUENTA         PIC X(16).
           05  BKO-ITEM           PIC X(8).
           05  BKO-CANTIDAD       PIC 9(3).
           05  BKO-FECHA          PIC 9(8).
           05  BKO-PRECIO-COTIZADO PIC 9(5)V99.
           05  BKO-COTIZACION     PIC 9(6).
