      *             atrasados de ayer ya no facturan al precio de
      *             hoy.  Sin historial, o sin fila del artículo,
      *             manda el ITM-PRECIO del maestro, como antes.
      * 2026-10-15  Cada línea de INVHIST lleva ahora el costo unitario
      *             del artículo al facturar (FAC-COSTO-UNITARIO), el
      *             que usa CREDIT-MEMO para revertir el costo de
      *             ventas de una devolución.
      * 2026-10-15  Impuesto a las ventas: cada factura toma la
      *             jurisdicción y la condición del cliente de
      *             CUSTMAST y la tasa de la tabla TAXJURIS, calcula el
      *             impuesto de cada línea de artículo gravado
      *             (ITM-GRAVADO), imprime subtotal, impuesto (o la
      *             exención con su certificado) y total, y postea el
      *             impuesto por GRABAR-ASIENTO-GL - débito a cuentas
      *             por cobrar, crédito a la cuenta de impuesto a
      *             pagar de la jurisdicción.  Cada línea de INVHIST
      *             lleva la jurisdicción, la condición y el impuesto
      *             para el informe TAX-LIABILITY.  Sin TAXJURIS las
      *             facturas salen sin impuesto, con aviso.
      * 2026-10-15  Precios de contrato y descuentos por cantidad:
      *             APLICAR-PRECIO-FECHADO toma primero el acuerdo de
      *             la cuenta vigente a la fecha del pedido (PRECCONT,
      *             ver CONTRACT-PRICE-MAINT), si no el escalón de
      *             descuento que alcanza la cantidad pedida (CANTDESC,
      *             ver QTY-BREAK-MAINT) sobre el precio de lista
      *             fechado, y si no el precio de lista.  Cada línea de
      *             la factura muestra la base aplicada.  Sin los
      *             archivos se factura a lista, con aviso.
      * 2026-10-15  Existencia por ubicación: la corrida pide la
      *             ubicación de despacho (depósito central o el de un
      *             campus, ver STOCK-TRANSFER), el control de stock
      *             mira la existencia de esa ubicación en ITEMUBIC y
      *             la rebaja sale de ahí además del total del
      *             maestro.  Sin ITEMUBIC todo sale del central, como
      *             antes.
      * 2026-10-15  Factura electrónica: la factura de un cliente con
      *             CLI-FACTURA-ELECTRONICA sale además por el archivo
      *             de layout fijo EINVOICE - cabecera "H", una "D" por
      *             línea (artículo, cantidad, precio, extensión), el
      *             sumario "S" con subtotal, impuesto y total - y el
      *             archivo cierra con el trailer "T" de cantidades y
      *             total.  Cada factura enviada queda en el registro
      *             EINVLOG (ver FACTELEC.CPY) para que EINVOICE-ACK
      *             la cruce con la confirmación del cliente.
      * 2026-10-15  La línea de ORDLINES generada por QUOTE-STATUS
      *             desde una cotización aceptada trae el precio
      *             cotizado (ORD-PRECIO-COTIZADO) y factura a ese
      *             precio, con base COTIZADO, sin pasar por lista,
      *             contrato ni descuento.  El precio viaja con la
      *             línea a ORDHOLD y a BACKORD, así un pedido
      *             retenido o con faltante no vuelve a precio de lista.
      *             Las líneas anteriores al campo lo traen en blanco y
      *             se facturan como antes.
      * 2026-10-15  CONTROLAR-EXISTENCIA se ejecuta THRU
      *             CONTROLAR-EXISTENCIA-FIN: sus salidas por GO TO
      *             (artículo sin fila en ITEMMAST o con existencia
      *             suficiente) quedaban fuera del rango y la línea no
      *             volvía a EXTENDER-LINEA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-INVOICE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACTURAS.

           SELECT FACTURAS-ELECTRONICAS ASSIGN TO "EINVOICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACTURAS-ELEC.

           SELECT REGISTRO-ELECTRONICO ASSIGN TO "EINVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-ELEC.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHI-CLAVE
               FILE STATUS IS FS-HIST-PRECIOS.

           SELECT JURISDICCIONES ASSIGN TO "TAXJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUR-CODIGO
               FILE STATUS IS FS-JURISDICCIONES.

           SELECT PRECIOS-CONTRATO ASSIGN TO "PRECCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-CLAVE
               FILE STATUS IS FS-PRECIOS-CONTRATO.

           SELECT DESCUENTOS-CANTIDAD ASSIGN TO "CANTDESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QBK-CLAVE
               FILE STATUS IS FS-DESCUENTOS-CANT.

           SELECT EXISTENCIAS-UBICACION ASSIGN TO "ITEMUBIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBI-CLAVE
               FILE STATUS IS FS-EXISTENCIAS-UBIC.

           SELECT PENDIENTES-STOCK ASSIGN TO "BACKORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.
           05  ORD-FECHA          PIC 9(8).
           05  ORD-MARCA-LIBERADO PIC X.
               88  LINEA-LIBERADA-CREDITO VALUE "L".
           05  ORD-PRECIO-COTIZADO PIC 9(5)V99.
           05  ORD-COTIZACION     PIC 9(6).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CUENTA        PIC X(16).
           05  SORT-NUMERO        PIC X(6).
           05  SORT-RESTO         PIC X(33).

       FD  FACTURAS.
       01  LINEA-FACTURA PIC X(80).

       FD  FACTURAS-ELECTRONICAS.
       01  REG-FACTURA-ELEC.
           05  FEX-TIPO           PIC X.
           05  FEX-CUENTA         PIC X(16).
           05  FEX-NUMERO         PIC 9(6).
           05  FEX-FECHA          PIC 9(8).
           05  FEX-NOMBRE         PIC X(30).
           05  FEX-JURISDICCION   PIC X(4).
           05  FILLER             PIC X(15).
       01  REG-FACTURA-ELEC-DETALLE REDEFINES REG-FACTURA-ELEC.
           05  FED-TIPO           PIC X.
           05  FED-CUENTA         PIC X(16).
           05  FED-NUMERO         PIC 9(6).
           05  FED-ITEM           PIC X(8).
           05  FED-CANTIDAD       PIC 9(3).
           05  FED-PRECIO         PIC 9(5)V99.
           05  FED-EXTENSION      PIC 9(7)V99.
           05  FILLER             PIC X(30).
       01  REG-FACTURA-ELEC-SUMARIO REDEFINES REG-FACTURA-ELEC.
           05  FES-TIPO           PIC X.
           05  FES-CUENTA         PIC X(16).
           05  FES-NUMERO         PIC 9(6).
           05  FES-SUBTOTAL       PIC 9(9)V99.
           05  FES-CONDICION      PIC X.
           05  FES-TASA           PIC 99V999.
           05  FES-IMPUESTO       PIC 9(7)V99.
           05  FES-TOTAL          PIC 9(9)V99.
           05  FILLER             PIC X(20).
       01  REG-FACTURA-ELEC-TRAILER REDEFINES REG-FACTURA-ELEC.
           05  FET-TIPO           PIC X.
           05  FET-CANT-FACTURAS  PIC 9(6).
           05  FET-CANT-LINEAS    PIC 9(6).
           05  FET-TOTAL          PIC 9(11)V99.
           05  FILLER             PIC X(54).

       FD  REGISTRO-ELECTRONICO.
           COPY FACTELEC.

       FD  CLIENTES.
           COPY CUSTMAST.

           05  HLD-ITEM           PIC X(8).
           05  HLD-CANTIDAD       PIC 9(3).
           05  HLD-FECHA          PIC 9(8).
           05  HLD-PRECIO-COTIZADO PIC 9(5)V99.
           05  HLD-COTIZACION     PIC 9(6).

       FD  HISTORIA-FACTURAS.
           COPY INVHIST.
       FD  HISTORIA-PRECIOS.
           COPY PRICHIST.

       FD  JURISDICCIONES.
           COPY TAXJURIS.

       FD  PRECIOS-CONTRATO.
           COPY PRECCONT.

       FD  DESCUENTOS-CANTIDAD.
           COPY CANTDESC.

       FD  EXISTENCIAS-UBICACION.
           COPY EXISTUBI.

       FD  PENDIENTES-STOCK.
           COPY BACKORD.

       01  FS-LINEAS-PEDIDO PIC XX.
           88  FS-PEDIDO-OK VALUE "00".
       01  FS-FACTURAS PIC XX.
       01  FS-FACTURAS-ELEC PIC XX.
       01  FS-REGISTRO-ELEC PIC XX.
      ******************************************************************
      * Factura electrónica en curso y totales del archivo EINVOICE
      * para el trailer.
      ******************************************************************
       01  SW-FACTURA-ELECTRONICA PIC A VALUE "N".
           88  FACTURA-ELECTRONICA VALUE "S".
       01  LINEAS-FACTURA-ELEC PIC 9(3).
       01  CANT-FACTURAS-ELEC PIC 9(6) VALUE 0.
       01  CANT-LINEAS-ELEC PIC 9(6) VALUE 0.
       01  TOTAL-ARCHIVO-ELEC PIC 9(11)V99 VALUE 0.
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  SW-CLIENTES-DISPONIBLE PIC A VALUE "N".
           88  INVENTARIO-DISPONIBLE VALUE "S".
       01  FS-PENDIENTES PIC XX.
       01  CANT-A-FACTURAR PIC 9(3).
       01  UBICACION-DESPACHO PIC XX VALUE SPACES.
       01  NOMBRE-DESPACHO PIC X(8) VALUE "CENTRAL".
       01  EXISTENCIA-DESPACHO PIC S9(7).
       01  CANT-FALTANTE PIC 9(3).
       01  FS-HIST-PRECIOS PIC XX.
           88  FS-PHI-OK VALUE "00".
       01  CANT-LINEAS-VIEJAS PIC 9(4) VALUE 0.
       01  SW-HAY-PRECIO-FECHADO PIC A.
           88  HAY-PRECIO-FECHADO VALUE "S".
       01  FS-JURISDICCIONES PIC XX.
           88  FS-JUR-OK VALUE "00".
       01  SW-TABLA-IMPUESTO PIC A VALUE "N".
           88  TABLA-IMPUESTO-DISPONIBLE VALUE "S".
       01  CUENTA-COBRAR-GL PIC X(10).
      ******************************************************************
      * Base del precio de la línea: C contrato de la cuenta, Q
      * descuento por cantidad, L lista (fechada por PRICHIST).
      ******************************************************************
       01  FS-PRECIOS-CONTRATO PIC XX.
           88  FS-CPR-OK VALUE "00".
       01  SW-CONTRATOS-DISPONIBLES PIC A VALUE "N".
           88  CONTRATOS-DISPONIBLES VALUE "S".
       01  FS-DESCUENTOS-CANT PIC XX.
           88  FS-QBK-OK VALUE "00".
       01  SW-DESCUENTOS-DISPONIBLES PIC A VALUE "N".
           88  DESCUENTOS-DISPONIBLES VALUE "S".
       01  SW-FIN-BUSQUEDA PIC A.
           88  FIN-BUSQUEDA VALUE "S".
       01  BASE-PRECIO PIC X.
           88  BASE-CONTRATO VALUE "C".
           88  BASE-VOLUMEN VALUE "Q".
           88  BASE-COTIZADA VALUE "K".
           88  BASE-LISTA VALUE "L".
       01  BASE-ED PIC X(8).
       01  PRECIO-CONTRATO PIC 9(5)V99.
       01  PORCENTAJE-DESCUENTO PIC 99V99.
      ******************************************************************
      * Impuesto a las ventas de la factura en curso: jurisdicción y
      * condición del cliente (G gravado, E exento, S sin
      * jurisdicción), tasa y cuenta de impuesto a pagar de TAXJURIS.
      ******************************************************************
       01  JURISDICCION-FACTURA PIC X(4).
       01  CONDICION-FACTURA PIC X.
           88  FACTURA-GRAVADA VALUE "G".
           88  FACTURA-EXENTA VALUE "E".
       01  TASA-FACTURA PIC 99V999.
       01  CUENTA-IMPUESTO-FACTURA PIC X(10).
       01  CERTIFICADO-FACTURA PIC X(15).
       01  CONDICION-LINEA PIC X.
       01  IMPUESTO-LINEA PIC 9(7)V99.
       01  IMPUESTO-FACTURA PIC 9(7)V99 VALUE 0.
       01  TOTAL-CON-IMPUESTO PIC 9(9)V99.
       01  TASA-ED PIC Z9.999.
       01  CUENTA-COSTO-VENTAS PIC X(10).
       01  CUENTA-INVENTARIO-GL PIC X(10).
       01  COSTO-DESPACHADO PIC 9(9)V99.
           05  LINEA-DEL-PEDIDO OCCURS 50 TIMES.
               10  PED-ITEM       PIC X(8).
               10  PED-CANTIDAD   PIC 9(3).
               10  PED-PRECIO-COTIZADO PIC 9(5)V99.
               10  PED-COTIZACION PIC 9(6).
       01  CANT-LINEAS-PEDIDO PIC 99 VALUE 0.
       01  IDX-PEDIDO PIC 99.
       01  CUENTA-EN-PROCESO PIC X(16).
           COPY RPTHDR.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY UBICHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
               ACCEPT CUENTA-INVENTARIO-GL
               MOVE FUNCTION UPPER-CASE(CUENTA-INVENTARIO-GL)
                   TO CUENTA-INVENTARIO-GL
           END-IF.
           OPEN INPUT JURISDICCIONES.
           IF FS-JUR-OK
               MOVE "S" TO SW-TABLA-IMPUESTO
               MOVE SPACES TO CUENTA-COBRAR-GL
               PERFORM PEDIR-CUENTA-COBRAR
                       UNTIL CUENTA-COBRAR-GL NOT = SPACES
           ELSE
               DISPLAY "ADVERTENCIA: SIN TABLA DE JURISDICCIONES"
                       " TAXJURIS - LAS FACTURAS SALEN SIN IMPUESTO"
           END-IF.
           IF CUENTA-COSTO-VENTAS NOT = SPACES
              OR TABLA-IMPUESTO-DISPONIBLE
               MOVE "N" TO SW-CAMPCHK-OK
               PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                       UNTIL CAMPCHK-OK
               MOVE "S" TO SW-FIN-DETALLE
           END-IF.
           OPEN OUTPUT FACTURAS.
           OPEN OUTPUT FACTURAS-ELECTRONICAS.
           OPEN EXTEND REGISTRO-ELECTRONICO.
           IF FS-REGISTRO-ELEC = "05" OR FS-REGISTRO-ELEC = "35"
               CLOSE REGISTRO-ELECTRONICO
               OPEN OUTPUT REGISTRO-ELECTRONICO
           END-IF.
           OPEN EXTEND PEDIDOS-RETENIDOS.
           IF FS-RETENIDOS = "05" OR FS-RETENIDOS = "35"
               CLOSE PEDIDOS-RETENIDOS
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               STOP RUN
           END-IF.
           OPEN I-O EXISTENCIAS-UBICACION.
           IF FS-UBI-OK
               MOVE "S" TO SW-UBICACIONES-DISP
               DISPLAY "UBICACIÓN DE DESPACHO DE LOS PEDIDOS"
               MOVE "N" TO SW-UBICHK-OK
               PERFORM PEDIR-UBICACION THRU PEDIR-UBICACION-FIN
                       UNTIL UBICHK-OK
               MOVE UBICHK-BUSCADA TO UBICACION-DESPACHO
               PERFORM NOMBRAR-UBICACION
               MOVE UBICHK-NOMBRE TO NOMBRE-DESPACHO
           END-IF.
           OPEN EXTEND PENDIENTES-STOCK.
           IF FS-PENDIENTES = "05" OR FS-PENDIENTES = "35"
               CLOSE PENDIENTES-STOCK
               DISPLAY "ADVERTENCIA: SIN HISTORIAL PRICHIST - SE"
                       " FACTURA AL PRECIO VIGENTE DEL MAESTRO"
           END-IF.
           OPEN INPUT PRECIOS-CONTRATO.
           IF FS-CPR-OK
               MOVE "S" TO SW-CONTRATOS-DISPONIBLES
           ELSE
               DISPLAY "ADVERTENCIA: SIN ACUERDOS PRECCONT - NO SE"
                       " APLICAN PRECIOS DE CONTRATO"
           END-IF.
           OPEN INPUT DESCUENTOS-CANTIDAD.
           IF FS-QBK-OK
               MOVE "S" TO SW-DESCUENTOS-DISPONIBLES
           ELSE
               DISPLAY "ADVERTENCIA: SIN TABLA CANTDESC - NO SE"
                       " APLICAN DESCUENTOS POR CANTIDAD"
           END-IF.
           PERFORM LEER-LINEA-PEDIDO.
           PERFORM AGRUPAR-UNA-LINEA UNTIL FIN-ARCHIVO.
           IF HAY-PEDIDO
           END-IF.
           CLOSE LINEAS-PEDIDO.
           CLOSE FACTURAS.
           PERFORM GRABAR-TRAILER-ELECTRONICO.
           CLOSE FACTURAS-ELECTRONICAS.
           CLOSE REGISTRO-ELECTRONICO.
           CLOSE PEDIDOS-RETENIDOS.
           CLOSE HISTORIA-FACTURAS.
           CLOSE PENDIENTES-STOCK.
           IF INVENTARIO-DISPONIBLE
               CLOSE INVENTARIO
           END-IF.
           IF UBICACIONES-DISPONIBLES
               CLOSE EXISTENCIAS-UBICACION
           END-IF.
           IF HIST-PRECIOS-DISPONIBLE
               CLOSE HISTORIA-PRECIOS
           END-IF.
           IF TABLA-IMPUESTO-DISPONIBLE
               CLOSE JURISDICCIONES
           END-IF.
           IF CONTRATOS-DISPONIBLES
               CLOSE PRECIOS-CONTRATO
           END-IF.
           IF DESCUENTOS-DISPONIBLES
               CLOSE DESCUENTOS-CANTIDAD
           END-IF.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.
                   "  RECHAZADAS: ", CANT-RECHAZADAS,
                   "  PEDIDOS RETENIDOS: ", CANT-RETENIDOS,
                   "  FALTANTES A BACKORD: ", CANT-PENDIENTES-STK.
           DISPLAY "FACTURAS ELECTRÓNICAS A EINVOICE: ",
                   CANT-FACTURAS-ELEC.
           IF CANT-LINEAS-VIEJAS > 0
               DISPLAY "LÍNEAS EN FORMATO VIEJO DESCARTADAS: ",
                       CANT-LINEAS-VIEJAS
           END-IF.
           STOP RUN.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR (CONTRAPARTIDA"
                   " DEL IMPUESTO): ".
           ACCEPT CUENTA-COBRAR-GL.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR-GL)
               TO CUENTA-COBRAR-GL.

      ******************************************************************
      * ORDLINES se ordena por cuenta y número antes de facturar, el
      * mismo SORT de ORDER-ENTRY: las liberaciones de BACKORD y de
               ADD 1 TO CANT-LINEAS-PEDIDO
               MOVE ORD-ITEM TO PED-ITEM(CANT-LINEAS-PEDIDO)
               MOVE ORD-CANTIDAD TO PED-CANTIDAD(CANT-LINEAS-PEDIDO)
               PERFORM TOMAR-PRECIO-COTIZADO
           ELSE
               DISPLAY "ADVERTENCIA: PEDIDO DE MÁS DE 50 LÍNEAS -"
                       " LÍNEA DESCARTADA PARA ", ORD-CUENTA
           END-IF.
           PERFORM LEER-LINEA-PEDIDO.

      ******************************************************************
      * Una línea generada por QUOTE-STATUS desde una cotización
      * aceptada trae el precio cotizado; la línea anterior al campo
      * lo trae en blanco y se toma como sin cotización.
      ******************************************************************
       TOMAR-PRECIO-COTIZADO.
           IF ORD-PRECIO-COTIZADO IS NUMERIC
               MOVE ORD-PRECIO-COTIZADO
                   TO PED-PRECIO-COTIZADO(CANT-LINEAS-PEDIDO)
               MOVE ORD-COTIZACION
                   TO PED-COTIZACION(CANT-LINEAS-PEDIDO)
           ELSE
               MOVE 0 TO PED-PRECIO-COTIZADO(CANT-LINEAS-PEDIDO)
               MOVE 0 TO PED-COTIZACION(CANT-LINEAS-PEDIDO)
           END-IF.

      ******************************************************************
      * El pedido completo de la cuenta ya está en la tabla: se valúa,
      * se calcula el saldo abierto, y se decide facturar o retener.
      * PRECIO-FACTURA - el registro del maestro no se toca, así las
      * re-lecturas del control de stock no pisan el precio aplicado
      * y el REWRITE de la rebaja de existencia nunca graba un precio
      * histórico en ITEMMAST.  Sobre ese precio de lista manda
      * primero el acuerdo de la cuenta vigente a la fecha del pedido
      * y, sin acuerdo, el escalón de descuento por cantidad que
      * alcanza la cantidad pedida; BASE-PRECIO deja cuál se aplicó.
      * Por encima de todo manda el precio de la cotización aceptada
      * que generó la línea: es lo que se le prometió al cliente.
      ******************************************************************
       APLICAR-PRECIO-FECHADO.
           MOVE ITM-PRECIO TO PRECIO-FACTURA.
           MOVE "L" TO BASE-PRECIO.
           IF NOT HIST-PRECIOS-DISPONIBLE
               CONTINUE
           ELSE
                   MOVE PRECIO-VIGENTE TO PRECIO-FACTURA
               END-IF
           END-IF.
           IF CONTRATOS-DISPONIBLES
               PERFORM BUSCAR-PRECIO-CONTRATO
           END-IF.
           IF DESCUENTOS-DISPONIBLES AND BASE-LISTA
               PERFORM BUSCAR-DESCUENTO-CANTIDAD
           END-IF.
           IF PED-PRECIO-COTIZADO(IDX-PEDIDO) > 0
               MOVE PED-PRECIO-COTIZADO(IDX-PEDIDO) TO PRECIO-FACTURA
               MOVE "K" TO BASE-PRECIO
           END-IF.

      ******************************************************************
      * Acuerdo de la cuenta para el artículo: de las filas con fecha
      * desde que no supera la fecha del pedido, la de mayor desde
      * cuya fecha hasta todavía la cubre.
      ******************************************************************
       BUSCAR-PRECIO-CONTRATO.
           MOVE "N" TO SW-FIN-BUSQUEDA.
           MOVE CUENTA-EN-PROCESO TO CPR-CUENTA.
           MOVE ITM-ITEM TO CPR-ITEM.
           MOVE 0 TO CPR-FECHA-DESDE.
           START PRECIOS-CONTRATO
               KEY IS NOT LESS THAN CPR-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-BUSQUEDA
           END-START.
           IF NOT FIN-BUSQUEDA
               PERFORM LEER-PRECIO-CONTRATO
           END-IF.
           PERFORM EVALUAR-PRECIO-CONTRATO UNTIL FIN-BUSQUEDA.

       LEER-PRECIO-CONTRATO.
           READ PRECIOS-CONTRATO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-BUSQUEDA
           END-READ.
           IF NOT FIN-BUSQUEDA
               IF CPR-CUENTA NOT = CUENTA-EN-PROCESO
                  OR CPR-ITEM NOT = ITM-ITEM
                  OR CPR-FECHA-DESDE > FECHA-DEL-PEDIDO
                   MOVE "S" TO SW-FIN-BUSQUEDA
               END-IF
           END-IF.

       EVALUAR-PRECIO-CONTRATO.
           IF CPR-FECHA-HASTA NOT < FECHA-DEL-PEDIDO
               MOVE CPR-PRECIO TO PRECIO-CONTRATO
               MOVE "C" TO BASE-PRECIO
           END-IF.
           PERFORM LEER-PRECIO-CONTRATO.
           IF FIN-BUSQUEDA AND BASE-CONTRATO
               MOVE PRECIO-CONTRATO TO PRECIO-FACTURA
           END-IF.

      ******************************************************************
      * Escalón de descuento del artículo: el de mayor cantidad desde
      * que la cantidad pedida alcanza, en porcentaje sobre el precio
      * de lista fechado, redondeado al centavo.
      ******************************************************************
       BUSCAR-DESCUENTO-CANTIDAD.
           MOVE 0 TO PORCENTAJE-DESCUENTO.
           MOVE "N" TO SW-FIN-BUSQUEDA.
           MOVE ITM-ITEM TO QBK-ITEM.
           MOVE 0 TO QBK-CANT-DESDE.
           START DESCUENTOS-CANTIDAD
               KEY IS NOT LESS THAN QBK-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-BUSQUEDA
           END-START.
           IF NOT FIN-BUSQUEDA
               PERFORM LEER-DESCUENTO-CANTIDAD
           END-IF.
           PERFORM EVALUAR-DESCUENTO-CANTIDAD UNTIL FIN-BUSQUEDA.
           IF PORCENTAJE-DESCUENTO > 0
               COMPUTE PRECIO-FACTURA ROUNDED = PRECIO-FACTURA
                       * (100 - PORCENTAJE-DESCUENTO) / 100
               MOVE "Q" TO BASE-PRECIO
           END-IF.

       LEER-DESCUENTO-CANTIDAD.
           READ DESCUENTOS-CANTIDAD NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-BUSQUEDA
           END-READ.
           IF NOT FIN-BUSQUEDA
               IF QBK-ITEM NOT = ITM-ITEM
                  OR QBK-CANT-DESDE > PED-CANTIDAD(IDX-PEDIDO)
                   MOVE "S" TO SW-FIN-BUSQUEDA
               END-IF
           END-IF.

       EVALUAR-DESCUENTO-CANTIDAD.
           MOVE QBK-DESCUENTO TO PORCENTAJE-DESCUENTO.
           PERFORM LEER-DESCUENTO-CANTIDAD.

       BUSCAR-PRECIO-FECHADO.
           MOVE "N" TO SW-HAY-PRECIO-FECHADO.
           MOVE PED-ITEM(IDX-PEDIDO) TO HLD-ITEM.
           MOVE PED-CANTIDAD(IDX-PEDIDO) TO HLD-CANTIDAD.
           MOVE FECHA-HOY TO HLD-FECHA.
           MOVE PED-PRECIO-COTIZADO(IDX-PEDIDO) TO HLD-PRECIO-COTIZADO.
           MOVE PED-COTIZACION(IDX-PEDIDO) TO HLD-COTIZACION.
           WRITE REG-PEDIDO-RETENIDO.

       FACTURAR-PEDIDO.

       ABRIR-FACTURA.
           MOVE 0 TO TOTAL-FACTURA.
           PERFORM TOMAR-IMPUESTO-CLIENTE
                   THRU TOMAR-IMPUESTO-CLIENTE-FIN.
           PERFORM TOMAR-ENTREGA-CLIENTE.
           IF FACTURA-ELECTRONICA
               PERFORM GRABAR-CABECERA-ELECTRONICA
           END-IF.
           MOVE CUENTA-EN-PROCESO TO ACCTMASK-CUENTA.
           PERFORM ENMASCARAR-CUENTA.
           PERFORM GENERAR-ENCABEZADO-RPT.
               ACCTMASK-ENMASCARADA DELIMITED BY SIZE
               "   PEDIDO: " DELIMITED BY SIZE
               NUMERO-EN-PROCESO DELIMITED BY SIZE
               "   DESPACHO: " DELIMITED BY SIZE
               NOMBRE-DESPACHO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-FACTURA FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE "ARTICULO  CANT  PRECIO     EXTENSION    BASE"
               TO LINEA-FACTURA.
           WRITE LINEA-FACTURA AFTER ADVANCING 2 LINES.
           ADD 4 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Condición de impuesto de la factura según el cliente: sin
      * jurisdicción (o sin el cliente en CUSTMAST) no se cobra; un
      * cliente exento lleva su certificado a la factura; una
      * jurisdicción que no está activa en TAXJURIS deja la factura
      * sin impuesto y su línea de excepción para corregir el
      * cliente o la tabla.
      ******************************************************************
       TOMAR-IMPUESTO-CLIENTE.
           MOVE 0 TO IMPUESTO-FACTURA.
           MOVE 0 TO TASA-FACTURA.
           MOVE SPACES TO JURISDICCION-FACTURA.
           MOVE SPACES TO CUENTA-IMPUESTO-FACTURA.
           MOVE SPACES TO CERTIFICADO-FACTURA.
           MOVE "S" TO CONDICION-FACTURA.
           IF NOT CLIENTES-DISPONIBLE
               GO TO TOMAR-IMPUESTO-CLIENTE-FIN
           END-IF.
           MOVE CUENTA-EN-PROCESO TO CLI-CUENTA.
           READ CLIENTES
               INVALID KEY
                   GO TO TOMAR-IMPUESTO-CLIENTE-FIN
           END-READ.
           MOVE CLI-JURISDICCION TO JURISDICCION-FACTURA.
           IF JURISDICCION-FACTURA = SPACES
               GO TO TOMAR-IMPUESTO-CLIENTE-FIN
           END-IF.
           IF CLI-EXENTO
               MOVE "E" TO CONDICION-FACTURA
               MOVE CLI-CERTIFICADO-EXENCION TO CERTIFICADO-FACTURA
               GO TO TOMAR-IMPUESTO-CLIENTE-FIN
           END-IF.
           IF NOT TABLA-IMPUESTO-DISPONIBLE
               GO TO TOMAR-IMPUESTO-CLIENTE-FIN
           END-IF.
           MOVE JURISDICCION-FACTURA TO JUR-CODIGO.
           READ JURISDICCIONES
               INVALID KEY
                   MOVE "I" TO JUR-ESTADO
           END-READ.
           IF NOT JUR-ACTIVA
               DISPLAY "JURISDICCIÓN ", JURISDICCION-FACTURA, " NO"
                       " ACTIVA EN TAXJURIS - FACTURA SIN IMPUESTO"
               MOVE "ORDER-INVOICE" TO EXCLOG-PROGRAMA
               MOVE "CLI-JURISDICCION" TO EXCLOG-CAMPO
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING CUENTA-EN-PROCESO(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JURISDICCION-FACTURA DELIMITED BY SIZE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
               GO TO TOMAR-IMPUESTO-CLIENTE-FIN
           END-IF.
           MOVE "G" TO CONDICION-FACTURA.
           MOVE JUR-TASA TO TASA-FACTURA.
           MOVE JUR-CUENTA-PAGAR TO CUENTA-IMPUESTO-FACTURA.
       TOMAR-IMPUESTO-CLIENTE-FIN.
           EXIT.

       FACTURAR-UNA-LINEA.
           PERFORM BUSCAR-PRECIO.
           IF PRECIO-HALLADO
      * silencio.
      ******************************************************************
       EXTENDER-LINEA.
           PERFORM CONTROLAR-EXISTENCIA THRU CONTROLAR-EXISTENCIA-FIN.
           IF CANT-A-FACTURAR = 0
               GO TO EXTENDER-LINEA-FIN
           END-IF.
           END-IF.
           MOVE EXTENSION-CALCULADA TO EXTENSION-LINEA.
           ADD EXTENSION-LINEA TO TOTAL-FACTURA.
           PERFORM CALCULAR-IMPUESTO-LINEA.
           ADD 1 TO CANT-LINEAS.
           PERFORM REBAJAR-EXISTENCIA.
           PERFORM ESCRIBIR-LINEA-FACTURA.
           IF FACTURA-ELECTRONICA
               PERFORM GRABAR-DETALLE-ELECTRONICO
           END-IF.
           PERFORM ASENTAR-EN-HISTORIA.
           PERFORM POSTEAR-COSTO-VENTAS
                   THRU POSTEAR-COSTO-VENTAS-FIN.
       EXTENDER-LINEA-FIN.
           EXIT.

      ******************************************************************
      * Impuesto de la línea a la tasa de la jurisdicción, redondeado
      * al centavo; la factura cobra la suma de sus líneas.  En una
      * factura gravada, el artículo con ITM-GRAVADO en "N" queda
      * como venta no gravada.
      ******************************************************************
       CALCULAR-IMPUESTO-LINEA.
           MOVE 0 TO IMPUESTO-LINEA.
           MOVE CONDICION-FACTURA TO CONDICION-LINEA.
           IF FACTURA-GRAVADA
               IF ITM-NO-GRAVADO
                   MOVE "N" TO CONDICION-LINEA
               ELSE
                   COMPUTE IMPUESTO-LINEA ROUNDED =
                           EXTENSION-LINEA * TASA-FACTURA / 100
                   ADD IMPUESTO-LINEA TO IMPUESTO-FACTURA
               END-IF
           END-IF.

      ******************************************************************
      * Par de costo de ventas al feed GL, junto a la venta: débito a
      * la cuenta de costo y crédito a la de inventario por cantidad
      ******************************************************************
      * Control de existencia: se factura lo que hay en ITEMMAST y el
      * faltante va al archivo de pendientes.  Un artículo sin fila en
      * ITEMMAST (stock no llevado) factura completo, como antes.  Lo
      * que hay es la existencia de la ubicación de despacho.
      ******************************************************************
       CONTROLAR-EXISTENCIA.
           MOVE PED-CANTIDAD(IDX-PEDIDO) TO CANT-A-FACTURAR.
               INVALID KEY
                   GO TO CONTROLAR-EXISTENCIA-FIN
           END-READ.
           PERFORM TOMAR-EXISTENCIA-DESPACHO.
           IF EXISTENCIA-DESPACHO >= PED-CANTIDAD(IDX-PEDIDO)
               GO TO CONTROLAR-EXISTENCIA-FIN
           END-IF.
           IF EXISTENCIA-DESPACHO > 0
               MOVE EXISTENCIA-DESPACHO TO CANT-A-FACTURAR
           ELSE
               MOVE 0 TO CANT-A-FACTURAR
           END-IF.
       CONTROLAR-EXISTENCIA-FIN.
           EXIT.

       TOMAR-EXISTENCIA-DESPACHO.
           MOVE ITM-EXISTENCIA TO EXISTENCIA-DESPACHO.
           IF UBICACIONES-DISPONIBLES
               MOVE ITM-ITEM TO UBICHK-ITEM
               MOVE ITM-EXISTENCIA TO UBICHK-TOTAL-ITEM
               PERFORM CARGAR-UBICACIONES-ITEM
               MOVE UBICACION-DESPACHO TO UBICHK-BUSCADA
               PERFORM BUSCAR-UBICACION-ITEM
               IF UBICHK-IDX = 0
                   MOVE 0 TO EXISTENCIA-DESPACHO
               ELSE
                   MOVE UBICHK-EXISTENCIA(UBICHK-IDX)
                       TO EXISTENCIA-DESPACHO
               END-IF
           END-IF.

       ANOTAR-PENDIENTE-STOCK.
           ADD 1 TO CANT-PENDIENTES-STK.
           MOVE CUENTA-EN-PROCESO TO BKO-CUENTA.
           MOVE PED-ITEM(IDX-PEDIDO) TO BKO-ITEM.
           MOVE CANT-FALTANTE TO BKO-CANTIDAD.
           MOVE FECHA-HOY TO BKO-FECHA.
           MOVE PED-PRECIO-COTIZADO(IDX-PEDIDO) TO BKO-PRECIO-COTIZADO.
           MOVE PED-COTIZACION(IDX-PEDIDO) TO BKO-COTIZACION.
           WRITE REG-PENDIENTE-STOCK.
           DISPLAY "FALTANTE A BACKORD: ", BKO-ITEM, " X ",
                   BKO-CANTIDAD, " PARA ", BKO-CUENTA.
                   NOT INVALID KEY
                       SUBTRACT CANT-A-FACTURAR FROM ITM-EXISTENCIA
                       REWRITE REG-ITEM-MAESTRO
                       PERFORM REBAJAR-EXISTENCIA-DESPACHO
               END-READ
           END-IF.

       REBAJAR-EXISTENCIA-DESPACHO.
           IF UBICACIONES-DISPONIBLES
               MOVE ITM-ITEM TO UBICHK-ITEM
               MOVE UBICACION-DESPACHO TO UBICHK-BUSCADA
               COMPUTE UBICHK-MOVIMIENTO = 0 - CANT-A-FACTURAR
               PERFORM MOVER-EXISTENCIA-UBIC
           END-IF.

       ASENTAR-EN-HISTORIA.
           MOVE FECHA-HOY TO FAC-FECHA.
           MOVE CUENTA-EN-PROCESO TO FAC-CUENTA.
           MOVE CANT-A-FACTURAR TO FAC-CANTIDAD.
           MOVE PRECIO-FACTURA TO FAC-PRECIO.
           MOVE EXTENSION-LINEA TO FAC-EXTENSION.
           MOVE ITM-COSTO-UNITARIO TO FAC-COSTO-UNITARIO.
           MOVE JURISDICCION-FACTURA TO FAC-JURISDICCION.
           MOVE CONDICION-LINEA TO FAC-CONDICION-IMPUESTO.
           MOVE IMPUESTO-LINEA TO FAC-IMPUESTO.
           WRITE REG-HIST-FACTURA.

       ESCRIBIR-LINEA-FACTURA.
           END-IF.
           MOVE PRECIO-FACTURA TO PRECIO-ED.
           MOVE EXTENSION-LINEA TO EXTENSION-ED.
           EVALUATE TRUE
               WHEN BASE-CONTRATO
                   MOVE "CONTRATO" TO BASE-ED
               WHEN BASE-VOLUMEN
                   MOVE "VOLUMEN" TO BASE-ED
               WHEN BASE-COTIZADA
                   MOVE "COTIZADO" TO BASE-ED
               WHEN OTHER
                   MOVE "LISTA" TO BASE-ED
           END-EVALUATE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING PED-ITEM(IDX-PEDIDO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXTENSION-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BASE-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(ITM-DESCRIPCION) DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       CERRAR-FACTURA.
           IF FACTURA-GRAVADA OR FACTURA-EXENTA
               PERFORM IMPRIMIR-IMPUESTO-FACTURA
           END-IF.
           COMPUTE TOTAL-CON-IMPUESTO = TOTAL-FACTURA
                   + IMPUESTO-FACTURA.
           MOVE TOTAL-CON-IMPUESTO TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL DE LA FACTURA: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
           WRITE LINEA-FACTURA FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           IF FACTURA-ELECTRONICA
               PERFORM CERRAR-FACTURA-ELECTRONICA
           END-IF.
           IF IMPUESTO-FACTURA > 0
               PERFORM POSTEAR-IMPUESTO-FACTURA
           END-IF.

       IMPRIMIR-IMPUESTO-FACTURA.
           MOVE TOTAL-FACTURA TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SUBTOTAL:            " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-FACTURA FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-SALIDA.
           IF FACTURA-EXENTA
               STRING "EXENTO DE IMPUESTO " DELIMITED BY SIZE
                   JURISDICCION-FACTURA DELIMITED BY SIZE
                   " - CERTIFICADO " DELIMITED BY SIZE
                   CERTIFICADO-FACTURA DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           ELSE
               MOVE TASA-FACTURA TO TASA-ED
               MOVE IMPUESTO-FACTURA TO TOTAL-ED
               STRING "IMPUESTO " DELIMITED BY SIZE
                   JURISDICCION-FACTURA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TASA-ED DELIMITED BY SIZE
                   "%:  " DELIMITED BY SIZE
                   TOTAL-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           END-IF.
           WRITE LINEA-FACTURA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Factura electrónica: el cliente marcado en CUSTMAST recibe la
      * misma factura por EINVOICE, en el layout fijo de las otras
      * interfaces - cabecera, detalle por línea facturada, sumario
      * con impuesto y total - y la factura queda en EINVLOG a la
      * espera de la confirmación de recepción.  Sin CUSTMAST, todo
      * sale en papel.
      ******************************************************************
       TOMAR-ENTREGA-CLIENTE.
           MOVE "N" TO SW-FACTURA-ELECTRONICA.
           MOVE SPACES TO CLI-NOMBRE.
           IF CLIENTES-DISPONIBLE
               MOVE CUENTA-EN-PROCESO TO CLI-CUENTA
               READ CLIENTES
                   INVALID KEY
                       MOVE SPACES TO CLI-NOMBRE
                   NOT INVALID KEY
                       IF CLI-FACTURA-ELECTRONICA
                           MOVE "S" TO SW-FACTURA-ELECTRONICA
                       END-IF
               END-READ
           END-IF.

       GRABAR-CABECERA-ELECTRONICA.
           MOVE 0 TO LINEAS-FACTURA-ELEC.
           MOVE SPACES TO REG-FACTURA-ELEC.
           MOVE "H" TO FEX-TIPO.
           MOVE CUENTA-EN-PROCESO TO FEX-CUENTA.
           MOVE NUMERO-EN-PROCESO TO FEX-NUMERO.
           MOVE FECHA-HOY TO FEX-FECHA.
           MOVE CLI-NOMBRE TO FEX-NOMBRE.
           MOVE JURISDICCION-FACTURA TO FEX-JURISDICCION.
           WRITE REG-FACTURA-ELEC.
           PERFORM VERIFICAR-FACTURA-ELECTRONICA.

       GRABAR-DETALLE-ELECTRONICO.
           MOVE SPACES TO REG-FACTURA-ELEC-DETALLE.
           MOVE "D" TO FED-TIPO.
           MOVE CUENTA-EN-PROCESO TO FED-CUENTA.
           MOVE NUMERO-EN-PROCESO TO FED-NUMERO.
           MOVE PED-ITEM(IDX-PEDIDO) TO FED-ITEM.
           MOVE CANT-A-FACTURAR TO FED-CANTIDAD.
           MOVE PRECIO-FACTURA TO FED-PRECIO.
           MOVE EXTENSION-LINEA TO FED-EXTENSION.
           WRITE REG-FACTURA-ELEC-DETALLE.
           PERFORM VERIFICAR-FACTURA-ELECTRONICA.
           ADD 1 TO LINEAS-FACTURA-ELEC.
           ADD 1 TO CANT-LINEAS-ELEC.

       CERRAR-FACTURA-ELECTRONICA.
           MOVE SPACES TO REG-FACTURA-ELEC-SUMARIO.
           MOVE "S" TO FES-TIPO.
           MOVE CUENTA-EN-PROCESO TO FES-CUENTA.
           MOVE NUMERO-EN-PROCESO TO FES-NUMERO.
           MOVE TOTAL-FACTURA TO FES-SUBTOTAL.
           MOVE CONDICION-FACTURA TO FES-CONDICION.
           MOVE TASA-FACTURA TO FES-TASA.
           MOVE IMPUESTO-FACTURA TO FES-IMPUESTO.
           MOVE TOTAL-CON-IMPUESTO TO FES-TOTAL.
           WRITE REG-FACTURA-ELEC-SUMARIO.
           PERFORM VERIFICAR-FACTURA-ELECTRONICA.
           ADD 1 TO CANT-FACTURAS-ELEC.
           ADD TOTAL-CON-IMPUESTO TO TOTAL-ARCHIVO-ELEC.
           MOVE CUENTA-EN-PROCESO TO FEL-CUENTA.
           MOVE NUMERO-EN-PROCESO TO FEL-NUMERO.
           MOVE FECHA-HOY TO FEL-FECHA-ENVIO.
           MOVE LINEAS-FACTURA-ELEC TO FEL-CANT-LINEAS.
           MOVE TOTAL-CON-IMPUESTO TO FEL-TOTAL.
           WRITE REG-FACTURA-ELECTRONICA.
           MOVE "EINVLOG" TO FCHK-ARCHIVO.
           MOVE SPACES TO FCHK-CLAVE.
           STRING CUENTA-EN-PROCESO(1:12) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-EN-PROCESO DELIMITED BY SIZE
               INTO FCHK-CLAVE
           END-STRING.
           MOVE FS-REGISTRO-ELEC TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       GRABAR-TRAILER-ELECTRONICO.
           MOVE SPACES TO REG-FACTURA-ELEC-TRAILER.
           MOVE "T" TO FET-TIPO.
           MOVE CANT-FACTURAS-ELEC TO FET-CANT-FACTURAS.
           MOVE CANT-LINEAS-ELEC TO FET-CANT-LINEAS.
           MOVE TOTAL-ARCHIVO-ELEC TO FET-TOTAL.
           WRITE REG-FACTURA-ELEC-TRAILER.
           MOVE "EINVOICE" TO FCHK-ARCHIVO.
           MOVE "TRAILER" TO FCHK-CLAVE.
           MOVE FS-FACTURAS-ELEC TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       VERIFICAR-FACTURA-ELECTRONICA.
           MOVE "EINVOICE" TO FCHK-ARCHIVO.
           MOVE SPACES TO FCHK-CLAVE.
           STRING CUENTA-EN-PROCESO(1:12) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-EN-PROCESO DELIMITED BY SIZE
               INTO FCHK-CLAVE
           END-STRING.
           MOVE FS-FACTURAS-ELEC TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Impuesto de la factura al feed GL: débito a cuentas por
      * cobrar, crédito al impuesto a pagar de la jurisdicción.
      ******************************************************************
       POSTEAR-IMPUESTO-FACTURA.
           MOVE "ORDER-INVOICE" TO GL-PROGRAMA.
           MOVE CUENTA-COBRAR-GL TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE IMPUESTO-FACTURA TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "IMPUESTO PEDIDO " DELIMITED BY SIZE
               NUMERO-EN-PROCESO DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "ORDER-INVOICE" TO GL-PROGRAMA.
           MOVE CUENTA-IMPUESTO-FACTURA TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE IMPUESTO-FACTURA TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "IMPUESTO PEDIDO " DELIMITED BY SIZE
               NUMERO-EN-PROCESO DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.

           COPY ACCTMASK-PROC.
           COPY RPTHDR-PROC.
           COPY CAMPCHK-PROC.
           COPY UBICHK-PROC.
           COPY UBICHK-PEDIR.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
