           05  ORD-FECHA          PIC 9(8).
           05  ORD-MARCA-LIBERADO PIC X.
               88  LINEA-LIBERADA-CREDITO VALUE "L".
           05  ORD-PRECIO-COTIZADO PIC 9(5)V99.
           05  ORD-COTIZACION     PIC 9(6).

       FD  LISTA-LIBERADOS.
       01  LINEA-LIBERADO PIC X(70).
      * de CALENDAR-MAINT.
      ******************************************************************
       01  TABLA-PENDIENTES.
           05  ENTRADA-PENDIENTE OCCURS 200 TIMES PIC X(54).
       01  CANT-PENDIENTES PIC 999 VALUE 0.
       01  CANT-QUEDAN PIC 999 VALUE 0.
       01  IDX-PENDIENTE PIC 999.
           MOVE BKO-CANTIDAD TO ORD-CANTIDAD.
           ACCEPT ORD-FECHA FROM DATE YYYYMMDD.
           MOVE SPACE TO ORD-MARCA-LIBERADO.
           IF BKO-PRECIO-COTIZADO IS NUMERIC
               MOVE BKO-PRECIO-COTIZADO TO ORD-PRECIO-COTIZADO
               MOVE BKO-COTIZACION TO ORD-COTIZACION
           ELSE
               MOVE 0 TO ORD-PRECIO-COTIZADO
               MOVE 0 TO ORD-COTIZACION
           END-IF.
           WRITE REG-LINEA-PEDIDO.
           ADD 1 TO CANT-LIBERADOS.
           MOVE SPACES TO LINEA-SALIDA.
