      ******************************************************************
      * COTIZA.CPY
      * Registro del maestro de cotizaciones de trabajos a medida
      * (COTIZMST).  El modo lote de EXERCISE3 da de alta cada
      * cotización que emite en QUOTE3, con su número correlativo del
      * registro de control COTIZCTL, la cuenta del cliente validada
      * contra CUSTMAST, el artículo de trabajo, las medidas, el
      * precio cotizado y la fecha de vencimiento.  QUOTE-STATUS la
      * marca aceptada (y genera la línea de ORDLINES al precio
      * cotizado, con el número de pedido de ORDNOCT) o rechazada, y
      * vence las emitidas que pasaron su fecha; QUOTE-MONTHLY la
      * resume por mes y por cliente.  Archivo indexado, clave
      * COT-NUMERO, clave alterna COT-CUENTA con duplicados.
      ******************************************************************
       01  REG-COTIZACION.
           05  COT-NUMERO          PIC 9(6).
           05  COT-CUENTA          PIC X(16).
           05  COT-ITEM            PIC X(8).
           05  COT-ANCHO           PIC 9(4).
           05  COT-LARGO           PIC 9(4).
           05  COT-AREA            PIC 9(10).
           05  COT-PERIMETRO       PIC 9(6).
           05  COT-PRECIO          PIC 9(10)V99.
           05  COT-FECHA-EMISION   PIC 9(8).
           05  COT-FECHA-VENCE     PIC 9(8).
           05  COT-ESTADO          PIC X.
               88  COT-EMITIDA         VALUE "E".
               88  COT-ACEPTADA        VALUE "A".
               88  COT-RECHAZADA       VALUE "R".
               88  COT-VENCIDA         VALUE "V".
      * Fecha del último cambio de estado, y el pedido de ORDLINES
      * que generó la aceptación (cero mientras no se acepte).
           05  COT-FECHA-ESTADO    PIC 9(8).
           05  COT-PEDIDO          PIC 9(6).
           05  COT-MOTIVO          PIC X(30).
           05  COT-OPERADOR        PIC X(8).
