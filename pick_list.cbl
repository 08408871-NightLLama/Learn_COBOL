      ******************************************************************
      * Hojas de picking y remitos de empaque sobre las líneas de
      * pedido ORDLINES: el depósito trabajaba con la fotocopia de la
      * factura, después del hecho.  Funciones:
      *   (P)ICKING - toma las líneas liberadas de ORDLINES (ni con el
      *     pedido retenido en ORDHOLD ni con el artículo del pedido
      *     pendiente en BACKORD, y que no estén ya pickeadas), las
      *     agrupa por pedido, dentro del pedido las ordena por el
      *     estante del artículo (ITM-ESTANTE, ver STOCK-LEVEL-MAINT)
      *     e imprime por PICKLIST la hoja con el espacio para la
      *     cantidad pickeada.  Las líneas quedan en el trabajo
      *     PICKWRK pendientes de confirmar;
      *   (C)ONFIRMAR - por cada pedido de la hoja se teclea lo que
      *     se pickeó de cada línea (ENTER = todo).  Lo que faltó va
      *     al archivo de pendientes BACKORD, la línea de ORDLINES
      *     queda con la cantidad pickeada - así la facturación
      *     factura lo que salió - y se imprime por PACKSLIP el remito
      *     del pedido con la dirección de envío de CUSTMAST.
      * Las líneas confirmadas quedan en PICKWRK mientras sigan en
      * ORDLINES, para que otra corrida de picking no las vuelva a
      * sacar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PICK-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAS-PEDIDO ASSIGN TO "ORDLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINEAS-PEDIDO.

           SELECT PEDIDOS-RETENIDOS ASSIGN TO "ORDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENIDOS.

           SELECT PENDIENTES-STOCK ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT TRABAJO-PICKING ASSIGN TO "PICKWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT SORT-WORK ASSIGN TO "SRTWKPCK".

           SELECT HOJAS-PICKING ASSIGN TO "PICKLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJAS.

           SELECT REMITOS ASSIGN TO "PACKSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMITOS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAS-PEDIDO.
       01  REG-LINEA-PEDIDO.
           05  ORD-CUENTA         PIC X(16).
           05  ORD-NUMERO         PIC 9(6).
           05  ORD-ITEM           PIC X(8).
           05  ORD-CANTIDAD       PIC 9(3).
           05  ORD-FECHA          PIC 9(8).
           05  ORD-MARCA-LIBERADO PIC X.
               88  LINEA-LIBERADA-CREDITO VALUE "L".
           05  ORD-PRECIO-COTIZADO PIC 9(5)V99.
           05  ORD-COTIZACION     PIC 9(6).

       FD  PEDIDOS-RETENIDOS.
       01  REG-PEDIDO-RETENIDO.
           05  HLD-CUENTA         PIC X(16).
           05  HLD-NUMERO         PIC 9(6).
           05  HLD-ITEM           PIC X(8).
           05  HLD-CANTIDAD       PIC 9(3).
           05  HLD-FECHA          PIC 9(8).
           05  HLD-PRECIO-COTIZADO PIC 9(5)V99.
           05  HLD-COTIZACION     PIC 9(6).

       FD  PENDIENTES-STOCK.
           COPY BACKORD.

       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  TRABAJO-PICKING.
       01  REG-PICKING.
           05  PCK-CUENTA         PIC X(16).
           05  PCK-NUMERO         PIC 9(6).
           05  PCK-ITEM           PIC X(8).
           05  PCK-CANTIDAD       PIC 9(3).
           05  PCK-FECHA          PIC 9(8).
           05  PCK-ESTANTE        PIC X(6).
           05  PCK-PICKEADA       PIC 9(3).
           05  PCK-ESTADO         PIC X.
               88  PCK-PENDIENTE      VALUE "P".
               88  PCK-CONFIRMADA     VALUE "C".

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CUENTA        PIC X(16).
           05  SORT-NUMERO        PIC 9(6).
           05  SORT-ESTANTE       PIC X(6).
           05  SORT-ITEM          PIC X(8).
           05  SORT-CANTIDAD      PIC 9(3).
           05  SORT-FECHA         PIC 9(8).
           05  SORT-DESCRIPCION   PIC X(20).

       FD  HOJAS-PICKING.
       01  LINEA-HOJA PIC X(80).

       FD  REMITOS.
       01  LINEA-REMITO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-LINEAS-PEDIDO PIC XX.
           88  FS-PEDIDO-OK VALUE "00".
       01  FS-RETENIDOS PIC XX.
           88  FS-RET-OK VALUE "00".
       01  FS-PENDIENTES PIC XX.
           88  FS-BKO-OK VALUE "00".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  SW-CLIENTES-DISPONIBLE PIC A VALUE "N".
           88  CLIENTES-DISPONIBLE VALUE "S".
       01  FS-TRABAJO PIC XX.
           88  FS-TRA-OK VALUE "00".
       01  FS-HOJAS PIC XX.
       01  FS-REMITOS PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-HAY-PEDIDO PIC A VALUE "N".
           88  HAY-PEDIDO VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  OPCION-FUNCION PIC A.
           88  FUNCION-PICKING   VALUE "P".
           88  FUNCION-CONFIRMAR VALUE "C".
       01  FECHA-HOY PIC 9(8).
      ******************************************************************
      * Trabajo PICKWRK en memoria: las confirmadas que siguen en
      * ORDLINES y las pendientes de la última hoja.
      ******************************************************************
       01  TABLA-PICKING.
           05  ENTRADA-PICKING OCCURS 500 TIMES.
               10  PIC-CUENTA     PIC X(16).
               10  PIC-NUMERO     PIC 9(6).
               10  PIC-ITEM       PIC X(8).
               10  PIC-CANTIDAD   PIC 9(3).
               10  PIC-FECHA      PIC 9(8).
               10  PIC-ESTANTE    PIC X(6).
               10  PIC-PICKEADA   PIC 9(3).
               10  PIC-ESTADO     PIC X.
               10  PIC-VISTA      PIC X.
       01  CANT-PICKING PIC 999 VALUE 0.
       01  CANT-PENDIENTES-PCK PIC 999 VALUE 0.
       01  IDX-PICKING PIC 999.
       01  IDX-INICIO PIC 999.
       01  IDX-FIN PIC 999.
      ******************************************************************
      * Pedidos retenidos y faltantes pendientes, que no se pickean.
      ******************************************************************
       01  TABLA-RETENIDOS.
           05  ENTRADA-RETENIDA OCCURS 200 TIMES.
               10  RET-CUENTA     PIC X(16).
               10  RET-NUMERO     PIC 9(6).
       01  CANT-RETENIDOS PIC 999 VALUE 0.
       01  IDX-RETENIDO PIC 999.
       01  TABLA-FALTANTES.
           05  ENTRADA-FALTANTE OCCURS 200 TIMES.
               10  FAL-CUENTA     PIC X(16).
               10  FAL-NUMERO     PIC 9(6).
               10  FAL-ITEM       PIC X(8).
       01  CANT-FALTANTES PIC 999 VALUE 0.
       01  IDX-FALTANTE PIC 999.
      ******************************************************************
      * ORDLINES completo para la confirmación: la línea pickeada de
      * menos se reescribe con lo pickeado, la de cero se borra.
      ******************************************************************
       01  TABLA-LINEAS.
           05  ENTRADA-LINEA OCCURS 500 TIMES.
               10  LIN-REGISTRO.
                   15  LIN-CUENTA     PIC X(16).
                   15  LIN-NUMERO     PIC 9(6).
                   15  LIN-ITEM       PIC X(8).
                   15  LIN-CANTIDAD   PIC 9(3).
                   15  LIN-FECHA      PIC 9(8).
                   15  LIN-MARCA      PIC X.
                   15  LIN-PRECIO-COTIZADO PIC 9(5)V99.
                   15  LIN-COTIZACION PIC 9(6).
               10  LIN-AJUSTADA   PIC X.
               10  LIN-BORRADA    PIC X.
       01  CANT-LINEAS PIC 999 VALUE 0.
       01  IDX-LINEA PIC 999.
       01  CUENTA-PEDIDO PIC X(16).
       01  NUMERO-PEDIDO PIC 9(6).
       01  CANT-FALTA PIC 9(3).
       01  CANT-HOJAS PIC 9(4) VALUE 0.
       01  CANT-LINEAS-HOJA PIC 9(5) VALUE 0.
       01  CANT-REMITOS PIC 9(4) VALUE 0.
       01  CANT-CORTAS PIC 9(4) VALUE 0.
       01  CANT-ED PIC ZZ9.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(80).
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "HOJAS DE PICKING Y REMITOS DE EMPAQUE".
           DISPLAY "(P)ICKING O (C)ONFIRMAR: ".
           ACCEPT OPCION-FUNCION.
           MOVE FUNCTION UPPER-CASE(OPCION-FUNCION)
               TO OPCION-FUNCION.
           EVALUATE TRUE
               WHEN FUNCION-PICKING
                   PERFORM ARMAR-PICKING THRU ARMAR-PICKING-FIN
               WHEN FUNCION-CONFIRMAR
                   PERFORM CONFIRMAR-PICKING
                       THRU CONFIRMAR-PICKING-FIN
               WHEN OTHER
                   DISPLAY "FUNCIÓN DESCONOCIDA"
           END-EVALUATE.
           STOP RUN.

       ABRIR-MAESTROS.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLI-OK
               MOVE "S" TO SW-CLIENTES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CUSTMAST - SIN NOMBRES NI"
                       " DIRECCIONES DE CLIENTE"
           END-IF.

       CERRAR-MAESTROS.
           CLOSE INVENTARIO.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.

       LEVANTAR-TRABAJO.
           MOVE 0 TO CANT-PICKING.
           MOVE 0 TO CANT-PENDIENTES-PCK.
           OPEN INPUT TRABAJO-PICKING.
           IF NOT FS-TRA-OK
               GO TO LEVANTAR-TRABAJO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-TRABAJO.
           PERFORM GUARDAR-TRABAJO UNTIL FIN-ARCHIVO.
           CLOSE TRABAJO-PICKING.
       LEVANTAR-TRABAJO-FIN.
           EXIT.

       LEER-TRABAJO.
           READ TRABAJO-PICKING
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-TRABAJO.
           IF CANT-PICKING < 500
               ADD 1 TO CANT-PICKING
               MOVE PCK-CUENTA TO PIC-CUENTA(CANT-PICKING)
               MOVE PCK-NUMERO TO PIC-NUMERO(CANT-PICKING)
               MOVE PCK-ITEM TO PIC-ITEM(CANT-PICKING)
               MOVE PCK-CANTIDAD TO PIC-CANTIDAD(CANT-PICKING)
               MOVE PCK-FECHA TO PIC-FECHA(CANT-PICKING)
               MOVE PCK-ESTANTE TO PIC-ESTANTE(CANT-PICKING)
               MOVE PCK-PICKEADA TO PIC-PICKEADA(CANT-PICKING)
               MOVE PCK-ESTADO TO PIC-ESTADO(CANT-PICKING)
               MOVE "N" TO PIC-VISTA(CANT-PICKING)
               IF PCK-PENDIENTE
                   ADD 1 TO CANT-PENDIENTES-PCK
               END-IF
           END-IF.
           PERFORM LEER-TRABAJO.

       GRABAR-TRABAJO.
           OPEN OUTPUT TRABAJO-PICKING.
           PERFORM GRABAR-UN-PICKING
                   VARYING IDX-PICKING FROM 1 BY 1
                   UNTIL IDX-PICKING > CANT-PICKING.
           CLOSE TRABAJO-PICKING.

      * En la hoja nueva, la confirmada que ya no está en ORDLINES
      * (facturada o borrada) no se guarda más.
       GRABAR-UN-PICKING.
           IF PIC-ESTADO(IDX-PICKING) = "P"
              OR PIC-VISTA(IDX-PICKING) = "S"
               MOVE PIC-CUENTA(IDX-PICKING) TO PCK-CUENTA
               MOVE PIC-NUMERO(IDX-PICKING) TO PCK-NUMERO
               MOVE PIC-ITEM(IDX-PICKING) TO PCK-ITEM
               MOVE PIC-CANTIDAD(IDX-PICKING) TO PCK-CANTIDAD
               MOVE PIC-FECHA(IDX-PICKING) TO PCK-FECHA
               MOVE PIC-ESTANTE(IDX-PICKING) TO PCK-ESTANTE
               MOVE PIC-PICKEADA(IDX-PICKING) TO PCK-PICKEADA
               MOVE PIC-ESTADO(IDX-PICKING) TO PCK-ESTADO
               WRITE REG-PICKING
           END-IF.

      ******************************************************************
      * Armado de la hoja: no se arma otra mientras haya una sin
      * confirmar, porque sus líneas volverían a salir.
      ******************************************************************
       ARMAR-PICKING.
           PERFORM LEVANTAR-TRABAJO THRU LEVANTAR-TRABAJO-FIN.
           IF CANT-PENDIENTES-PCK > 0
               DISPLAY "HAY UNA HOJA DE PICKING SIN CONFIRMAR ("
                       CANT-PENDIENTES-PCK " LÍNEAS) - CONFIRME"
                       " PRIMERO"
               GO TO ARMAR-PICKING-FIN
           END-IF.
           OPEN INPUT LINEAS-PEDIDO.
           IF NOT FS-PEDIDO-OK
               DISPLAY "NO HAY LÍNEAS DE PEDIDO ORDLINES"
               GO TO ARMAR-PICKING-FIN
           END-IF.
           CLOSE LINEAS-PEDIDO.
           PERFORM CARGAR-RETENIDOS THRU CARGAR-RETENIDOS-FIN.
           PERFORM CARGAR-FALTANTES THRU CARGAR-FALTANTES-FIN.
           PERFORM ABRIR-MAESTROS.
           OPEN OUTPUT HOJAS-PICKING.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CUENTA
                                SORT-NUMERO
                                SORT-ESTANTE
                                SORT-ITEM
               INPUT PROCEDURE IS SOLTAR-LINEAS-LIBERADAS
               OUTPUT PROCEDURE IS IMPRIMIR-HOJAS.
           CLOSE HOJAS-PICKING.
           PERFORM CERRAR-MAESTROS.
           PERFORM GRABAR-TRABAJO.
           DISPLAY "HOJAS DE PICKING EN PICKLIST - PEDIDOS: ",
                   CANT-HOJAS, "  LÍNEAS: ", CANT-LINEAS-HOJA.
       ARMAR-PICKING-FIN.
           EXIT.

       CARGAR-RETENIDOS.
           OPEN INPUT PEDIDOS-RETENIDOS.
           IF NOT FS-RET-OK
               GO TO CARGAR-RETENIDOS-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-RETENIDO.
           PERFORM GUARDAR-RETENIDO UNTIL FIN-ARCHIVO.
           CLOSE PEDIDOS-RETENIDOS.
       CARGAR-RETENIDOS-FIN.
           EXIT.

       LEER-RETENIDO.
           READ PEDIDOS-RETENIDOS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-RETENIDO.
           IF CANT-RETENIDOS < 200
               ADD 1 TO CANT-RETENIDOS
               MOVE HLD-CUENTA TO RET-CUENTA(CANT-RETENIDOS)
               MOVE HLD-NUMERO TO RET-NUMERO(CANT-RETENIDOS)
           END-IF.
           PERFORM LEER-RETENIDO.

       CARGAR-FALTANTES.
           OPEN INPUT PENDIENTES-STOCK.
           IF NOT FS-BKO-OK
               GO TO CARGAR-FALTANTES-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-FALTANTE.
           PERFORM GUARDAR-FALTANTE UNTIL FIN-ARCHIVO.
           CLOSE PENDIENTES-STOCK.
       CARGAR-FALTANTES-FIN.
           EXIT.

       LEER-FALTANTE.
           READ PENDIENTES-STOCK
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-FALTANTE.
           IF CANT-FALTANTES < 200
               ADD 1 TO CANT-FALTANTES
               MOVE BKO-CUENTA TO FAL-CUENTA(CANT-FALTANTES)
               MOVE BKO-NUMERO TO FAL-NUMERO(CANT-FALTANTES)
               MOVE BKO-ITEM TO FAL-ITEM(CANT-FALTANTES)
           END-IF.
           PERFORM LEER-FALTANTE.

      ******************************************************************
      * Una línea de ORDLINES entra a la hoja si está liberada: ni el
      * pedido retenido por crédito, ni el artículo del pedido
      * esperando stock en BACKORD, ni ya pickeada en una hoja
      * confirmada.  Las líneas en formato viejo las descarta la
      * facturación y acá no se pickean.
      ******************************************************************
       SOLTAR-LINEAS-LIBERADAS.
           OPEN INPUT LINEAS-PEDIDO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-LINEA-PEDIDO.
           PERFORM SOLTAR-UNA-LINEA UNTIL FIN-ARCHIVO.
           CLOSE LINEAS-PEDIDO.

       LEER-LINEA-PEDIDO.
           READ LINEAS-PEDIDO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UNA-LINEA.
           IF ORD-NUMERO IS NUMERIC
              AND ORD-CANTIDAD IS NUMERIC
              AND ORD-FECHA IS NUMERIC
               PERFORM CONTROLAR-LINEA-LIBERADA
               IF NOT HALLADO
                   PERFORM SOLTAR-LINEA-A-HOJA
               END-IF
           END-IF.
           PERFORM LEER-LINEA-PEDIDO.

      * HALLADO queda en "S" cuando la línea no se pickea.
       CONTROLAR-LINEA-LIBERADA.
           MOVE "N" TO SW-HALLADO.
           PERFORM COMPARAR-RETENIDO
                   VARYING IDX-RETENIDO FROM 1 BY 1
                   UNTIL IDX-RETENIDO > CANT-RETENIDOS OR HALLADO.
           IF NOT HALLADO
               PERFORM COMPARAR-FALTANTE
                       VARYING IDX-FALTANTE FROM 1 BY 1
                       UNTIL IDX-FALTANTE > CANT-FALTANTES OR HALLADO
           END-IF.
           IF NOT HALLADO
               PERFORM COMPARAR-PICKEADA
                       VARYING IDX-PICKING FROM 1 BY 1
                       UNTIL IDX-PICKING > CANT-PICKING OR HALLADO
           END-IF.

       COMPARAR-RETENIDO.
           IF RET-CUENTA(IDX-RETENIDO) = ORD-CUENTA
              AND RET-NUMERO(IDX-RETENIDO) = ORD-NUMERO
               MOVE "S" TO SW-HALLADO
           END-IF.

       COMPARAR-FALTANTE.
           IF FAL-CUENTA(IDX-FALTANTE) = ORD-CUENTA
              AND FAL-NUMERO(IDX-FALTANTE) = ORD-NUMERO
              AND FAL-ITEM(IDX-FALTANTE) = ORD-ITEM
               MOVE "S" TO SW-HALLADO
           END-IF.

      * Cada confirmada cubre una sola línea de ORDLINES: la que
      * tiene la cantidad que se pickeó.
       COMPARAR-PICKEADA.
           IF PIC-ESTADO(IDX-PICKING) = "C"
              AND PIC-VISTA(IDX-PICKING) = "N"
              AND PIC-CUENTA(IDX-PICKING) = ORD-CUENTA
              AND PIC-NUMERO(IDX-PICKING) = ORD-NUMERO
              AND PIC-ITEM(IDX-PICKING) = ORD-ITEM
              AND PIC-PICKEADA(IDX-PICKING) = ORD-CANTIDAD
               MOVE "S" TO PIC-VISTA(IDX-PICKING)
               MOVE "S" TO SW-HALLADO
           END-IF.

       SOLTAR-LINEA-A-HOJA.
           MOVE ORD-ITEM TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   MOVE SPACES TO ITM-ESTANTE
                   MOVE "(NO ESTÁ EN ITEMMAST)" TO ITM-DESCRIPCION
           END-READ.
           MOVE ORD-CUENTA TO SORT-CUENTA.
           MOVE ORD-NUMERO TO SORT-NUMERO.
           MOVE ITM-ESTANTE TO SORT-ESTANTE.
           MOVE ORD-ITEM TO SORT-ITEM.
           MOVE ORD-CANTIDAD TO SORT-CANTIDAD.
           MOVE ORD-FECHA TO SORT-FECHA.
           MOVE ITM-DESCRIPCION TO SORT-DESCRIPCION.
           RELEASE SORT-REC.

       IMPRIMIR-HOJAS.
           MOVE "N" TO SW-HAY-PEDIDO.
           PERFORM DEVOLVER-UNA-LINEA UNTIL FIN-SORT.

       DEVOLVER-UNA-LINEA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   PERFORM IMPRIMIR-UNA-LINEA-HOJA
           END-RETURN.

       IMPRIMIR-UNA-LINEA-HOJA.
           IF CANT-PICKING NOT < 500
               DISPLAY "TRABAJO PICKWRK LLENO - ", SORT-ITEM,
                       " DEL PEDIDO ", SORT-NUMERO,
                       " QUEDA PARA LA PRÓXIMA HOJA"
           ELSE
               IF NOT HAY-PEDIDO
                  OR SORT-CUENTA NOT = CUENTA-PEDIDO
                  OR SORT-NUMERO NOT = NUMERO-PEDIDO
                   PERFORM ABRIR-HOJA-PEDIDO
               END-IF
               ADD 1 TO CANT-PICKING
               MOVE SORT-CUENTA TO PIC-CUENTA(CANT-PICKING)
               MOVE SORT-NUMERO TO PIC-NUMERO(CANT-PICKING)
               MOVE SORT-ITEM TO PIC-ITEM(CANT-PICKING)
               MOVE SORT-CANTIDAD TO PIC-CANTIDAD(CANT-PICKING)
               MOVE SORT-FECHA TO PIC-FECHA(CANT-PICKING)
               MOVE SORT-ESTANTE TO PIC-ESTANTE(CANT-PICKING)
               MOVE 0 TO PIC-PICKEADA(CANT-PICKING)
               MOVE "P" TO PIC-ESTADO(CANT-PICKING)
               MOVE "N" TO PIC-VISTA(CANT-PICKING)
               ADD 1 TO CANT-LINEAS-HOJA
               MOVE SORT-CANTIDAD TO CANT-ED
               MOVE SPACES TO LINEA-HOJA
               STRING SORT-ESTANTE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SORT-ITEM DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SORT-DESCRIPCION DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   CANT-ED DELIMITED BY SIZE
                   "    PICKEADO: ______" DELIMITED BY SIZE
                   INTO LINEA-HOJA
               END-STRING
               WRITE LINEA-HOJA
           END-IF.

       ABRIR-HOJA-PEDIDO.
           MOVE "S" TO SW-HAY-PEDIDO.
           MOVE SORT-CUENTA TO CUENTA-PEDIDO.
           MOVE SORT-NUMERO TO NUMERO-PEDIDO.
           ADD 1 TO CANT-HOJAS.
           PERFORM LEER-CLIENTE.
           MOVE SPACES TO LINEA-HOJA.
           IF CANT-HOJAS > 1
               WRITE LINEA-HOJA
           END-IF.
           MOVE SORT-FECHA TO FECHA-ED.
           STRING "HOJA DE PICKING - PEDIDO " DELIMITED BY SIZE
               SORT-NUMERO DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               INTO LINEA-HOJA
           END-STRING.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           STRING "CLIENTE: " DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY SIZE
               INTO LINEA-HOJA
           END-STRING.
           WRITE LINEA-HOJA.
           MOVE "ESTANTE ARTICULO  DESCRIPCION          CANT."
               TO LINEA-HOJA.
           WRITE LINEA-HOJA.

       LEER-CLIENTE.
           MOVE SPACES TO CLI-NOMBRE CLI-DIRECCION-1 CLI-DIRECCION-2.
           IF CLIENTES-DISPONIBLE
               MOVE CUENTA-PEDIDO TO CLI-CUENTA
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO CLI-DIRECCION-1 CLI-DIRECCION-2
                       MOVE "(NO ESTÁ EN CUSTMAST)" TO CLI-NOMBRE
               END-READ
           END-IF.

      ******************************************************************
      * Confirmación: pedido por pedido de la hoja pendiente, la
      * cantidad pickeada de cada línea; el faltante va a BACKORD y
      * la línea de ORDLINES queda con lo pickeado.  Al cerrar cada
      * pedido sale su remito.
      ******************************************************************
       CONFIRMAR-PICKING.
           PERFORM LEVANTAR-TRABAJO THRU LEVANTAR-TRABAJO-FIN.
           IF CANT-PENDIENTES-PCK = 0
               DISPLAY "NO HAY HOJA DE PICKING PENDIENTE EN PICKWRK"
               GO TO CONFIRMAR-PICKING-FIN
           END-IF.
           PERFORM CARGAR-LINEAS-PEDIDO.
           PERFORM ABRIR-MAESTROS.
           OPEN EXTEND PENDIENTES-STOCK.
           IF FS-PENDIENTES = "05" OR FS-PENDIENTES = "35"
               CLOSE PENDIENTES-STOCK
               OPEN OUTPUT PENDIENTES-STOCK
           END-IF.
           OPEN OUTPUT REMITOS.
           MOVE 1 TO IDX-PICKING.
           PERFORM CONFIRMAR-UN-PEDIDO THRU CONFIRMAR-UN-PEDIDO-FIN
                   UNTIL IDX-PICKING > CANT-PICKING.
           CLOSE REMITOS.
           CLOSE PENDIENTES-STOCK.
           PERFORM CERRAR-MAESTROS.
           PERFORM REESCRIBIR-LINEAS-PEDIDO.
           PERFORM MARCAR-CONFIRMADAS-VISTAS
                   VARYING IDX-PICKING FROM 1 BY 1
                   UNTIL IDX-PICKING > CANT-PICKING.
           PERFORM GRABAR-TRABAJO.
           DISPLAY "REMITOS EN PACKSLIP: ", CANT-REMITOS,
                   "  LÍNEAS CORTAS A BACKORD: ", CANT-CORTAS.
       CONFIRMAR-PICKING-FIN.
           EXIT.

       CARGAR-LINEAS-PEDIDO.
           MOVE 0 TO CANT-LINEAS.
           OPEN INPUT LINEAS-PEDIDO.
           IF FS-PEDIDO-OK
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-LINEA-PEDIDO
               PERFORM GUARDAR-LINEA-PEDIDO UNTIL FIN-ARCHIVO
               CLOSE LINEAS-PEDIDO
           END-IF.

       GUARDAR-LINEA-PEDIDO.
           IF CANT-LINEAS < 500
               ADD 1 TO CANT-LINEAS
               MOVE REG-LINEA-PEDIDO TO LIN-REGISTRO(CANT-LINEAS)
               MOVE "N" TO LIN-AJUSTADA(CANT-LINEAS)
               MOVE "N" TO LIN-BORRADA(CANT-LINEAS)
           ELSE
               DISPLAY "ORDLINES DE MÁS DE 500 LÍNEAS - NO SE PUEDE"
                       " CONFIRMAR SIN PERDER LÍNEAS"
               STOP RUN
           END-IF.
           PERFORM LEER-LINEA-PEDIDO.

       CONFIRMAR-UN-PEDIDO.
           IF PIC-ESTADO(IDX-PICKING) NOT = "P"
               ADD 1 TO IDX-PICKING
               GO TO CONFIRMAR-UN-PEDIDO-FIN
           END-IF.
           MOVE IDX-PICKING TO IDX-INICIO.
           MOVE PIC-CUENTA(IDX-PICKING) TO CUENTA-PEDIDO.
           MOVE PIC-NUMERO(IDX-PICKING) TO NUMERO-PEDIDO.
           PERFORM LEER-CLIENTE.
           DISPLAY "PEDIDO ", NUMERO-PEDIDO, " - ", CLI-NOMBRE.
           PERFORM CONFIRMAR-UNA-LINEA
                   VARYING IDX-PICKING FROM IDX-INICIO BY 1
                   UNTIL IDX-PICKING > CANT-PICKING
                      OR PIC-ESTADO(IDX-PICKING) NOT = "P"
                      OR PIC-CUENTA(IDX-PICKING) NOT = CUENTA-PEDIDO
                      OR PIC-NUMERO(IDX-PICKING) NOT = NUMERO-PEDIDO.
           COMPUTE IDX-FIN = IDX-PICKING - 1.
           PERFORM IMPRIMIR-REMITO.
       CONFIRMAR-UN-PEDIDO-FIN.
           EXIT.

       CONFIRMAR-UNA-LINEA.
           MOVE PIC-CANTIDAD(IDX-PICKING) TO CANT-ED.
           DISPLAY "ESTANTE ", PIC-ESTANTE(IDX-PICKING),
                   "  ARTÍCULO ", PIC-ITEM(IDX-PICKING),
                   "  PEDIDO ", CANT-ED.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-PICKEADA UNTIL NUMCHK-VALIDO.
           MOVE "C" TO PIC-ESTADO(IDX-PICKING).
           COMPUTE CANT-FALTA = PIC-CANTIDAD(IDX-PICKING)
                   - PIC-PICKEADA(IDX-PICKING).
           IF CANT-FALTA > 0
               PERFORM REGISTRAR-PICKING-CORTO
           END-IF.

       PEDIR-PICKEADA.
           DISPLAY "CANTIDAD PICKEADA (ENTER = ", CANT-ED, "): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE PIC-CANTIDAD(IDX-PICKING)
                   TO PIC-PICKEADA(IDX-PICKING)
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 0
                      OR FUNCTION NUMVAL(NUMCHK-ENTRADA)
                         > PIC-CANTIDAD(IDX-PICKING)
                       DISPLAY "NO PUEDE SER NEGATIVA NI MAYOR QUE"
                               " LO PEDIDO, REINGRESE"
                       MOVE "N" TO SW-NUMCHK-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                           TO PIC-PICKEADA(IDX-PICKING)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Picking corto: el faltante queda en BACKORD con la fecha de
      * hoy, como el faltante de stock de la facturación, y la línea
      * de ORDLINES baja a lo pickeado (se borra si no salió nada).
      * El faltante de una línea de cotización aceptada lleva su
      * precio cotizado, que la línea liberada vuelve a facturar.
      ******************************************************************
       REGISTRAR-PICKING-CORTO.
           ADD 1 TO CANT-CORTAS.
           MOVE PIC-CUENTA(IDX-PICKING) TO BKO-CUENTA.
           MOVE PIC-NUMERO(IDX-PICKING) TO BKO-NUMERO.
           MOVE PIC-ITEM(IDX-PICKING) TO BKO-ITEM.
           MOVE CANT-FALTA TO BKO-CANTIDAD.
           MOVE FECHA-HOY TO BKO-FECHA.
           MOVE 0 TO BKO-PRECIO-COTIZADO.
           MOVE 0 TO BKO-COTIZACION.
           MOVE "N" TO SW-HALLADO.
           PERFORM AJUSTAR-LINEA-PEDIDO
                   VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > CANT-LINEAS OR HALLADO.
           WRITE REG-PENDIENTE-STOCK.
           IF NOT HALLADO
               DISPLAY "ADVERTENCIA: LA LÍNEA YA NO ESTÁ EN ORDLINES"
                       " - SOLO SE REGISTRA EL FALTANTE"
           END-IF.

       AJUSTAR-LINEA-PEDIDO.
           IF LIN-AJUSTADA(IDX-LINEA) = "N"
              AND LIN-CUENTA(IDX-LINEA) = PIC-CUENTA(IDX-PICKING)
              AND LIN-NUMERO(IDX-LINEA) = PIC-NUMERO(IDX-PICKING)
              AND LIN-ITEM(IDX-LINEA) = PIC-ITEM(IDX-PICKING)
              AND LIN-CANTIDAD(IDX-LINEA) = PIC-CANTIDAD(IDX-PICKING)
              AND LIN-FECHA(IDX-LINEA) = PIC-FECHA(IDX-PICKING)
               MOVE "S" TO SW-HALLADO
               MOVE "S" TO LIN-AJUSTADA(IDX-LINEA)
               IF LIN-PRECIO-COTIZADO(IDX-LINEA) IS NUMERIC
                   MOVE LIN-PRECIO-COTIZADO(IDX-LINEA)
                       TO BKO-PRECIO-COTIZADO
                   MOVE LIN-COTIZACION(IDX-LINEA) TO BKO-COTIZACION
               END-IF
               MOVE PIC-PICKEADA(IDX-PICKING)
                   TO LIN-CANTIDAD(IDX-LINEA)
               IF PIC-PICKEADA(IDX-PICKING) = 0
                   MOVE "S" TO LIN-BORRADA(IDX-LINEA)
               END-IF
           END-IF.

       REESCRIBIR-LINEAS-PEDIDO.
           OPEN OUTPUT LINEAS-PEDIDO.
           PERFORM GRABAR-LINEA-PEDIDO
                   VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > CANT-LINEAS.
           CLOSE LINEAS-PEDIDO.

       GRABAR-LINEA-PEDIDO.
           IF LIN-BORRADA(IDX-LINEA) = "N"
               MOVE LIN-REGISTRO(IDX-LINEA) TO REG-LINEA-PEDIDO
               WRITE REG-LINEA-PEDIDO
           END-IF.

      * Las confirmadas de esta corrida siguen en ORDLINES (salvo las
      * de cero, que se borraron) y se guardan en el trabajo.
       MARCAR-CONFIRMADAS-VISTAS.
           IF PIC-ESTADO(IDX-PICKING) = "C"
              AND PIC-PICKEADA(IDX-PICKING) > 0
               MOVE "S" TO PIC-VISTA(IDX-PICKING)
           END-IF.

      ******************************************************************
      * Remito de empaque del pedido: dirección de envío del cliente
      * y, por línea, lo pedido, lo despachado y lo que queda
      * pendiente.
      ******************************************************************
       IMPRIMIR-REMITO.
           ADD 1 TO CANT-REMITOS.
           MOVE SPACES TO LINEA-REMITO.
           STRING "REMITO DE EMPAQUE - PEDIDO " DELIMITED BY SIZE
               NUMERO-PEDIDO DELIMITED BY SIZE
               INTO LINEA-REMITO
           END-STRING.
           IF CANT-REMITOS = 1
               WRITE LINEA-REMITO
           ELSE
               WRITE LINEA-REMITO AFTER ADVANCING PAGE
           END-IF.
           MOVE FECHA-HOY TO FECHA-ED.
           MOVE SPACES TO LINEA-REMITO.
           STRING "FECHA DE DESPACHO: " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               INTO LINEA-REMITO
           END-STRING.
           WRITE LINEA-REMITO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-REMITO.
           WRITE LINEA-REMITO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-REMITO.
           STRING "ENVIAR A: " DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY SIZE
               INTO LINEA-REMITO
           END-STRING.
           WRITE LINEA-REMITO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-REMITO.
           MOVE CLI-DIRECCION-1 TO LINEA-REMITO(11:30).
           WRITE LINEA-REMITO AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-REMITO.
           MOVE CLI-DIRECCION-2 TO LINEA-REMITO(11:30).
           WRITE LINEA-REMITO AFTER ADVANCING 1 LINE.
           MOVE "ARTICULO  DESCRIPCION           PEDIDO  DESPACHADO"
               & "  PENDIENTE" TO LINEA-REMITO.
           WRITE LINEA-REMITO AFTER ADVANCING 2 LINES.
           PERFORM IMPRIMIR-LINEA-REMITO
                   VARYING IDX-PICKING FROM IDX-INICIO BY 1
                   UNTIL IDX-PICKING > IDX-FIN.

       IMPRIMIR-LINEA-REMITO.
           MOVE PIC-ITEM(IDX-PICKING) TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   MOVE SPACES TO ITM-DESCRIPCION
           END-READ.
           COMPUTE CANT-FALTA = PIC-CANTIDAD(IDX-PICKING)
                   - PIC-PICKEADA(IDX-PICKING).
           MOVE SPACES TO LINEA-REMITO.
           MOVE PIC-ITEM(IDX-PICKING) TO LINEA-REMITO(1:8).
           MOVE ITM-DESCRIPCION TO LINEA-REMITO(11:20).
           MOVE PIC-CANTIDAD(IDX-PICKING) TO CANT-ED.
           MOVE CANT-ED TO LINEA-REMITO(34:3).
           MOVE PIC-PICKEADA(IDX-PICKING) TO CANT-ED.
           MOVE CANT-ED TO LINEA-REMITO(46:3).
           IF CANT-FALTA > 0
               MOVE CANT-FALTA TO CANT-ED
               MOVE CANT-ED TO LINEA-REMITO(56:3)
           END-IF.
           WRITE LINEA-REMITO AFTER ADVANCING 1 LINE.

           COPY NUMCHK-PROC.
