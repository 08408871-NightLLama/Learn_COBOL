           05  HLD-ITEM           PIC X(8).
           05  HLD-CANTIDAD       PIC 9(3).
           05  HLD-FECHA          PIC 9(8).
           05  HLD-PRECIO-COTIZADO PIC 9(5)V99.
           05  HLD-COTIZACION     PIC 9(6).

       FD  LINEAS-PEDIDO.
       01  REG-LINEA-PEDIDO.
           05  ORD-FECHA          PIC 9(8).
           05  ORD-MARCA-LIBERADO PIC X.
               88  LINEA-LIBERADA-CREDITO VALUE "L".
           05  ORD-PRECIO-COTIZADO PIC 9(5)V99.
           05  ORD-COTIZACION     PIC 9(6).

       FD  CLIENTES.
           COPY CUSTMAST.
      * CALENDAR-MAINT.
      ******************************************************************
       01  TABLA-RETENIDOS.
           05  ENTRADA-RETENIDA OCCURS 200 TIMES PIC X(54).
       01  CANT-RETENIDOS PIC 999 VALUE 0.
       01  CANT-QUEDAN PIC 999 VALUE 0.
       01  IDX-RETENIDO PIC 999.

      * La línea liberada sale fechada al día de la liberación: el
      * precio que corresponde es el vigente cuando el pedido por fin
      * factura, no el del día en que quedó retenido - salvo la
      * línea de una cotización aceptada, que conserva su precio
      * cotizado (HLD-PRECIO-COTIZADO) y factura a ese.  Sale además
      * con la marca "L": la decisión del supervisor ya se tomó y
      * auditó acá, así que PROCESAR-PEDIDO en la facturación la
      * respeta y no vuelve a correr el control de crédito - sin la
           MOVE HLD-CANTIDAD TO ORD-CANTIDAD.
           ACCEPT ORD-FECHA FROM DATE YYYYMMDD.
           MOVE "L" TO ORD-MARCA-LIBERADO.
           IF HLD-PRECIO-COTIZADO IS NUMERIC
               MOVE HLD-PRECIO-COTIZADO TO ORD-PRECIO-COTIZADO
               MOVE HLD-COTIZACION TO ORD-COTIZACION
           ELSE
               MOVE 0 TO ORD-PRECIO-COTIZADO
               MOVE 0 TO ORD-COTIZACION
           END-IF.
           WRITE REG-LINEA-PEDIDO.
           ADD 1 TO IDX-RETENIDO.

