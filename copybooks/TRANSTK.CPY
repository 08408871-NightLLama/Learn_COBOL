      ******************************************************************
      * TRANSTK.CPY
      * Registro del archivo de traslados de mercadería entre
      * ubicaciones (STKTRANS): número de traslado, artículo, campus
      * de origen y de destino (blanco = depósito central), cantidad,
      * fecha y operador del envío y de la recepción.  STOCK-TRANSFER
      * lo graba en tránsito al despachar - la cantidad sale del
      * origen y queda en tránsito hacia el destino en ITEMUBIC - y lo
      * pasa a recibido cuando el destino confirma la llegada.  No se
      * borra: es el rastro de los movimientos entre sedes.  Archivo
      * indexado, clave TRF-NUMERO.
      ******************************************************************
       01  REG-TRASLADO-STOCK.
           05  TRF-NUMERO              PIC 9(6).
           05  TRF-ITEM                PIC X(8).
           05  TRF-ORIGEN              PIC XX.
           05  TRF-DESTINO             PIC XX.
           05  TRF-CANTIDAD            PIC 9(7).
           05  TRF-FECHA-ENVIO         PIC 9(8).
           05  TRF-OPERADOR-ENVIO      PIC X(8).
           05  TRF-FECHA-RECEPCION     PIC 9(8).
           05  TRF-OPERADOR-RECEPCION  PIC X(8).
           05  TRF-ESTADO              PIC X.
               88  TRF-EN-TRANSITO         VALUE "T".
               88  TRF-RECIBIDO            VALUE "R".
