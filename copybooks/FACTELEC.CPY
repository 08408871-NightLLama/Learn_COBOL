      ******************************************************************
      * FACTELEC.CPY
      * Registro de facturas electrónicas enviadas (EINVLOG): por cada
      * factura que ORDER-INVOICE manda por el archivo EINVOICE a un
      * cliente con CLI-FACTURA-ELECTRONICA, una fila con la cuenta,
      * el pedido, la fecha de envío, la cantidad de líneas y el
      * total con impuesto.  EINVOICE-ACK la cruza contra las
      * confirmaciones de recepción que devuelve el cliente y lista
      * las que siguen sin confirmar pasados los días hábiles de
      * plazo; una factura confirmada sale del registro en esa
      * corrida.  Archivo secuencial de líneas, en orden de envío.
      ******************************************************************
       01  REG-FACTURA-ELECTRONICA.
           05  FEL-CUENTA         PIC X(16).
           05  FEL-NUMERO         PIC 9(6).
           05  FEL-FECHA-ENVIO    PIC 9(8).
           05  FEL-CANT-LINEAS    PIC 9(3).
           05  FEL-TOTAL          PIC 9(9)V99.
