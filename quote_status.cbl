      ******************************************************************
      * Estado de las cotizaciones de trabajos a medida (COTIZMST, ver
      * COTIZA.CPY) que emite el modo lote de EXERCISE3: consulta de
      * una cotización con su cliente, medidas, precio y vencimiento;
      * aceptación - la cotización emitida y todavía vigente pasa a
      * aceptada y genera en el acto su línea de ORDLINES, cantidad
      * uno del artículo de trabajo al precio cotizado, con el número
      * de pedido del registro de control ORDNOCT de ORDER-ENTRY, que
      * ORDER-INVOICE factura a ese precio sin re-valuarla -; rechazo
      * con el motivo del cliente; vencimiento de las emitidas que ya
      * pasaron su fecha; y listado rápido de las emitidas.  Antes la
      * mesa de ventas volvía a tipear la cotización aceptada en
      * ORDER-ENTRY y el precio cotizado se perdía.  Cada cambio deja
      * el operador firmado en COT-OPERADOR.  Sigue el molde de
      * mantenimiento de WORK-ORDER-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-STATUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-COTIZACIONES ASSIGN TO "COTIZMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-NUMERO
               ALTERNATE RECORD KEY IS COT-CUENTA
                   WITH DUPLICATES
               FILE STATUS IS FS-COTIZACIONES.

           SELECT LINEAS-PEDIDO ASSIGN TO "ORDLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINEAS-PEDIDO.

           SELECT PEDIDO-CONTROL ASSIGN TO "ORDNOCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDO-CONTROL.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-COTIZACIONES.
           COPY COTIZA.

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

       FD  PEDIDO-CONTROL.
       01  REG-PEDIDO-CONTROL.
           05  CTL-PROX-PEDIDO    PIC 9(6).

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-COTIZACIONES PIC XX.
           88  FS-COT-OK VALUE "00".
       01  FS-LINEAS-PEDIDO PIC XX.
       01  FS-PEDIDO-CONTROL PIC XX.
           88  FS-ORDCTL-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  SW-CLIENTES-DISPONIBLE PIC A VALUE "N".
           88  CLIENTES-DISPONIBLE VALUE "S".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-VER        VALUE "V".
           88  MANT-ACEPTAR    VALUE "A".
           88  MANT-RECHAZAR   VALUE "R".
           88  MANT-VENCER     VALUE "X".
           88  MANT-LISTAR     VALUE "L".
           88  MANT-FIN        VALUE "F".
       01  OPCION-CONFIRMA PIC A.
       01  SW-COTIZ-OK PIC A.
           88  COTIZ-OK VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-ITEM-OK PIC A.
           88  ITEM-OK VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  NUMERO-ENTRADA PIC X(6).
       01  ITEM-ENTRADA PIC X(8).
       01  MOTIVO-ENTRADA PIC X(30).
       01  NUMERO-PEDIDO PIC 9(6).
      * El precio cotizado va a la línea de pedido como precio unitario
      * de cantidad uno: tiene que caber en ORD-PRECIO-COTIZADO.
       01  PRECIO-MAXIMO-LINEA PIC 9(5)V99 VALUE 99999.99.
       01  PRECIO-ED PIC $$,$$$,$$$,$$9.99.
       01  DESCR-ESTADO PIC X(9).
       01  NOMBRE-CLIENTE PIC X(30).
       01  DIAS-RESTANTES PIC S9(5).
       01  DIAS-ED PIC -ZZZZ9.
       01  CANT-LISTADAS PIC 9(5).
       01  CANT-VENCIDAS PIC 9(5).
           COPY NUMCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ESTADO DE COTIZACIONES DE TRABAJOS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O MAESTRO-COTIZACIONES.
           IF NOT FS-COT-OK
               DISPLAY "NO HAY MAESTRO DE COTIZACIONES COTIZMST"
                       " - LO ABRE EL MODO LOTE DE EXERCISE3"
               STOP RUN
           END-IF.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               CLOSE MAESTRO-COTIZACIONES
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLI-OK
               MOVE "S" TO SW-CLIENTES-DISPONIBLE
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE MAESTRO-COTIZACIONES.
           CLOSE INVENTARIO.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.
           STOP RUN.

       PEDIR-OPCION-MANT.
           DISPLAY "COTIZACIONES - (V)ER, (A)CEPTAR, (R)ECHAZAR,"
                   " VENCER (X), (L)ISTAR EMITIDAS, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-VER
                   PERFORM VER-COTIZACION
               WHEN MANT-ACEPTAR
                   PERFORM ACEPTAR-COTIZACION
                           THRU ACEPTAR-COTIZACION-FIN
               WHEN MANT-RECHAZAR
                   PERFORM RECHAZAR-COTIZACION
                           THRU RECHAZAR-COTIZACION-FIN
               WHEN MANT-VENCER
                   PERFORM VENCER-COTIZACIONES
               WHEN MANT-LISTAR
                   PERFORM LISTAR-EMITIDAS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-NUMERO-COTIZACION.
           MOVE "N" TO SW-COTIZ-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-UN-NUMERO-COTIZ UNTIL NUMCHK-VALIDO.
           READ MAESTRO-COTIZACIONES
               INVALID KEY
                   DISPLAY "COTIZACIÓN ", COT-NUMERO, " NO EXISTE"
               NOT INVALID KEY
                   MOVE "S" TO SW-COTIZ-OK
           END-READ.

       PEDIR-UN-NUMERO-COTIZ.
           DISPLAY "NÚMERO DE COTIZACIÓN: ".
           ACCEPT NUMERO-ENTRADA.
           MOVE NUMERO-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMERO-ENTRADA) TO COT-NUMERO
           END-IF.

       VER-COTIZACION.
           PERFORM PEDIR-NUMERO-COTIZACION.
           IF COTIZ-OK
               PERFORM MOSTRAR-COTIZACION
           END-IF.

       MOSTRAR-COTIZACION.
           PERFORM DESCRIBIR-COTIZACION.
           MOVE COT-PRECIO TO PRECIO-ED.
           DISPLAY "COTIZACIÓN ", COT-NUMERO, "  ", DESCR-ESTADO,
                   "  EMITIDA ", COT-FECHA-EMISION,
                   "  VENCE ", COT-FECHA-VENCE.
           DISPLAY "CUENTA ", COT-CUENTA, "  ", NOMBRE-CLIENTE.
           DISPLAY "ANCHO ", COT-ANCHO, " X LARGO ", COT-LARGO,
                   "  ARTÍCULO ", COT-ITEM,
                   "  PRECIO COTIZADO ", PRECIO-ED.
           IF COT-ACEPTADA
               DISPLAY "ACEPTADA EL ", COT-FECHA-ESTADO,
                       " - PEDIDO ", COT-PEDIDO
           END-IF.
           IF COT-RECHAZADA
               DISPLAY "RECHAZADA EL ", COT-FECHA-ESTADO,
                       " - ", COT-MOTIVO
           END-IF.
           IF COT-VENCIDA
               DISPLAY "VENCIDA, MARCADA EL ", COT-FECHA-ESTADO
           END-IF.

       DESCRIBIR-COTIZACION.
           EVALUATE TRUE
               WHEN COT-EMITIDA
                   MOVE "EMITIDA" TO DESCR-ESTADO
               WHEN COT-ACEPTADA
                   MOVE "ACEPTADA" TO DESCR-ESTADO
               WHEN COT-RECHAZADA
                   MOVE "RECHAZADA" TO DESCR-ESTADO
               WHEN COT-VENCIDA
                   MOVE "VENCIDA" TO DESCR-ESTADO
               WHEN OTHER
                   MOVE "?" TO DESCR-ESTADO
           END-EVALUATE.
           MOVE SPACES TO NOMBRE-CLIENTE.
           IF CLIENTES-DISPONIBLE
               MOVE COT-CUENTA TO CLI-CUENTA
               READ CLIENTES
                   INVALID KEY
                       MOVE "(NO ESTÁ EN CUSTMAST)" TO NOMBRE-CLIENTE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO NOMBRE-CLIENTE
               END-READ
           END-IF.

      ******************************************************************
      * Aceptación: solo una cotización emitida y vigente.  La que ya
      * pasó su fecha se marca vencida en el momento y no se acepta -
      * el cliente necesita una cotización nueva al precio de hoy.  La
      * cotización sin artículo de trabajo (pedido de PEDIDOS3 sin
      * artículo) lo pide acá, validado contra ITEMMAST, porque la
      * facturación rechaza la línea de un artículo que no existe.
      ******************************************************************
       ACEPTAR-COTIZACION.
           PERFORM PEDIR-NUMERO-COTIZACION.
           IF NOT COTIZ-OK
               GO TO ACEPTAR-COTIZACION-FIN
           END-IF.
           PERFORM MOSTRAR-COTIZACION.
           IF NOT COT-EMITIDA
               DISPLAY "LA COTIZACIÓN YA ESTÁ ", DESCR-ESTADO,
                       " - NO SE PUEDE ACEPTAR"
               GO TO ACEPTAR-COTIZACION-FIN
           END-IF.
           IF COT-FECHA-VENCE < FECHA-HOY
               DISPLAY "LA COTIZACIÓN VENCIÓ EL ", COT-FECHA-VENCE,
                       " - SE MARCA VENCIDA, EMITIR UNA NUEVA"
               MOVE "V" TO COT-ESTADO
               MOVE FECHA-HOY TO COT-FECHA-ESTADO
               PERFORM GRABAR-COTIZACION
               GO TO ACEPTAR-COTIZACION-FIN
           END-IF.
           IF COT-PRECIO > PRECIO-MAXIMO-LINEA
               DISPLAY "EL PRECIO COTIZADO SUPERA EL PRECIO DE LÍNEA"
                       " DE ORDLINES - NO SE GENERA EL PEDIDO"
               MOVE "QUOTE-STATUS" TO EXCLOG-PROGRAMA
               MOVE "COT-PRECIO" TO EXCLOG-CAMPO
               MOVE COT-NUMERO TO EXCLOG-VALOR-MALO
               PERFORM REGISTRAR-EXCEPCION
               GO TO ACEPTAR-COTIZACION-FIN
           END-IF.
           MOVE "N" TO SW-ITEM-OK.
           IF COT-ITEM NOT = SPACES
               MOVE COT-ITEM TO ITM-ITEM
               PERFORM VALIDAR-ITEM
           END-IF.
           IF NOT ITEM-OK
               MOVE "X" TO ITEM-ENTRADA
               PERFORM PEDIR-ITEM UNTIL ITEM-OK
                       OR ITEM-ENTRADA = SPACES
           END-IF.
           IF NOT ITEM-OK
               DISPLAY "SIN ARTÍCULO DE TRABAJO - NO SE ACEPTA"
               GO TO ACEPTAR-COTIZACION-FIN
           END-IF.
           DISPLAY "¿CONFIRMA LA ACEPTACIÓN Y EL PEDIDO? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "ACEPTACIÓN DESCARTADA"
               GO TO ACEPTAR-COTIZACION-FIN
           END-IF.
           MOVE ITM-ITEM TO COT-ITEM.
           PERFORM ASIGNAR-NUMERO-PEDIDO.
           PERFORM GENERAR-LINEA-PEDIDO.
           MOVE "A" TO COT-ESTADO.
           MOVE FECHA-HOY TO COT-FECHA-ESTADO.
           MOVE NUMERO-PEDIDO TO COT-PEDIDO.
           PERFORM GRABAR-COTIZACION.
           DISPLAY "COTIZACIÓN ", COT-NUMERO, " ACEPTADA - PEDIDO ",
                   NUMERO-PEDIDO, " EN ORDLINES".
       ACEPTAR-COTIZACION-FIN.
           EXIT.

       PEDIR-ITEM.
           DISPLAY "ARTÍCULO DE TRABAJO (ENTER = NO ACEPTAR): ".
           ACCEPT ITEM-ENTRADA.
           MOVE FUNCTION UPPER-CASE(ITEM-ENTRADA) TO ITEM-ENTRADA.
           IF ITEM-ENTRADA NOT = SPACES
               MOVE ITEM-ENTRADA TO ITM-ITEM
               PERFORM VALIDAR-ITEM
           END-IF.

       VALIDAR-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ARTÍCULO ", ITM-ITEM, " NO EXISTE EN"
                           " ITEMMAST"
               NOT INVALID KEY
                   MOVE "S" TO SW-ITEM-OK
                   DISPLAY "ARTÍCULO: ", ITM-DESCRIPCION
           END-READ.

      ******************************************************************
      * Número de pedido desde el registro de control ORDNOCT, el
      * mismo que numera los pedidos de ORDER-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-PEDIDO.
           MOVE 1 TO CTL-PROX-PEDIDO.
           OPEN INPUT PEDIDO-CONTROL.
           IF FS-ORDCTL-OK
               READ PEDIDO-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE PEDIDO-CONTROL
           END-IF.
           MOVE CTL-PROX-PEDIDO TO NUMERO-PEDIDO.
           ADD 1 TO CTL-PROX-PEDIDO.
           OPEN OUTPUT PEDIDO-CONTROL.
           WRITE REG-PEDIDO-CONTROL.
           MOVE "ORDNOCT" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-PEDIDO TO FCHK-CLAVE.
           MOVE FS-PEDIDO-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE PEDIDO-CONTROL.

      ******************************************************************
      * La línea va al final de ORDLINES, como las que liberan
      * BACKORDER-RELEASE y ORDER-HOLD-RELEASE: ORDER-INVOICE ordena
      * el archivo por cuenta y pedido antes de facturar.
      ******************************************************************
       GENERAR-LINEA-PEDIDO.
           OPEN EXTEND LINEAS-PEDIDO.
           IF FS-LINEAS-PEDIDO = "05" OR FS-LINEAS-PEDIDO = "35"
               CLOSE LINEAS-PEDIDO
               OPEN OUTPUT LINEAS-PEDIDO
           END-IF.
           MOVE COT-CUENTA TO ORD-CUENTA.
           MOVE NUMERO-PEDIDO TO ORD-NUMERO.
           MOVE COT-ITEM TO ORD-ITEM.
           MOVE 1 TO ORD-CANTIDAD.
           MOVE FECHA-HOY TO ORD-FECHA.
           MOVE SPACE TO ORD-MARCA-LIBERADO.
           MOVE COT-PRECIO TO ORD-PRECIO-COTIZADO.
           MOVE COT-NUMERO TO ORD-COTIZACION.
           WRITE REG-LINEA-PEDIDO.
           MOVE "ORDLINES" TO FCHK-ARCHIVO.
           MOVE NUMERO-PEDIDO TO FCHK-CLAVE.
           MOVE FS-LINEAS-PEDIDO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE LINEAS-PEDIDO.

      ******************************************************************
      * Rechazo: solo una cotización emitida, con el motivo que dio
      * el cliente (precio, plazo, otro proveedor...).
      ******************************************************************
       RECHAZAR-COTIZACION.
           PERFORM PEDIR-NUMERO-COTIZACION.
           IF NOT COTIZ-OK
               GO TO RECHAZAR-COTIZACION-FIN
           END-IF.
           PERFORM MOSTRAR-COTIZACION.
           IF NOT COT-EMITIDA
               DISPLAY "LA COTIZACIÓN YA ESTÁ ", DESCR-ESTADO,
                       " - NO SE PUEDE RECHAZAR"
               GO TO RECHAZAR-COTIZACION-FIN
           END-IF.
           DISPLAY "MOTIVO DEL RECHAZO: ".
           ACCEPT MOTIVO-ENTRADA.
           DISPLAY "¿CONFIRMA EL RECHAZO? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "RECHAZO DESCARTADO"
               GO TO RECHAZAR-COTIZACION-FIN
           END-IF.
           MOVE FUNCTION UPPER-CASE(MOTIVO-ENTRADA) TO COT-MOTIVO.
           MOVE "R" TO COT-ESTADO.
           MOVE FECHA-HOY TO COT-FECHA-ESTADO.
           PERFORM GRABAR-COTIZACION.
           DISPLAY "COTIZACIÓN ", COT-NUMERO, " RECHAZADA".
       RECHAZAR-COTIZACION-FIN.
           EXIT.

       GRABAR-COTIZACION.
           MOVE FIRMA-OPERADOR TO COT-OPERADOR.
           REWRITE REG-COTIZACION.
           MOVE "COTIZMST" TO FCHK-ARCHIVO.
           MOVE COT-NUMERO TO FCHK-CLAVE.
           MOVE FS-COTIZACIONES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Vencimiento: toda cotización emitida cuya fecha de vencimiento
      * ya pasó queda vencida, con la fecha de hoy como fecha de
      * estado.  Se corre antes del resumen mensual QUOTE-MONTHLY.
      ******************************************************************
       VENCER-COTIZACIONES.
           MOVE 0 TO CANT-VENCIDAS.
           MOVE 0 TO COT-NUMERO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START MAESTRO-COTIZACIONES KEY IS NOT < COT-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM VENCER-UNA-COTIZACION UNTIL FIN-ARCHIVO.
           DISPLAY "COTIZACIONES MARCADAS VENCIDAS: ", CANT-VENCIDAS.

       VENCER-UNA-COTIZACION.
           READ MAESTRO-COTIZACIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND COT-EMITIDA
              AND COT-FECHA-VENCE < FECHA-HOY
               MOVE "V" TO COT-ESTADO
               MOVE FECHA-HOY TO COT-FECHA-ESTADO
               PERFORM GRABAR-COTIZACION
               ADD 1 TO CANT-VENCIDAS
           END-IF.

      ******************************************************************
      * Listado rápido en pantalla de las cotizaciones emitidas, por
      * número, con los días que les quedan (negativo: ya vencida,
      * todavía sin marcar).
      ******************************************************************
       LISTAR-EMITIDAS.
           MOVE 0 TO CANT-LISTADAS.
           MOVE 0 TO COT-NUMERO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START MAESTRO-COTIZACIONES KEY IS NOT < COT-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-COTIZACION UNTIL FIN-ARCHIVO.
           DISPLAY "COTIZACIONES EMITIDAS: ", CANT-LISTADAS.

       LISTAR-UNA-COTIZACION.
           READ MAESTRO-COTIZACIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND COT-EMITIDA
               ADD 1 TO CANT-LISTADAS
               COMPUTE DIAS-RESTANTES =
                       FUNCTION INTEGER-OF-DATE(COT-FECHA-VENCE)
                     - FUNCTION INTEGER-OF-DATE(FECHA-HOY)
               MOVE DIAS-RESTANTES TO DIAS-ED
               MOVE COT-PRECIO TO PRECIO-ED
               DISPLAY COT-NUMERO, " ", COT-CUENTA, " ",
                       COT-FECHA-EMISION, " VENCE ", COT-FECHA-VENCE,
                       " (", DIAS-ED, " DÍAS) ", PRECIO-ED
           END-IF.

           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
