      ******************************************************************
      * CANTDESC.CPY
      * Registro de la tabla de descuentos por cantidad (CANTDESC):
      * por artículo, desde qué cantidad pedida rige cada escalón y
      * el porcentaje que se descuenta del precio de lista vigente a la
      * fecha del pedido.  Rige el escalón más alto que la cantidad
      * alcanza.  Lo mantiene QTY-BREAK-MAINT; lo aplica ORDER-INVOICE
      * cuando la cuenta no tiene precio de contrato para el artículo.
      * Archivo indexado, clave compuesta QBK-CLAVE.
      ******************************************************************
       01  REG-DESCUENTO-CANTIDAD.
           05  QBK-CLAVE.
               10  QBK-ITEM            PIC X(8).
               10  QBK-CANT-DESDE      PIC 9(5).
           05  QBK-DESCUENTO           PIC 99V99.
