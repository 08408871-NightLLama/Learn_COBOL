      ******************************************************************
      * Órdenes de compra abiertas por proveedor: lista por
      * OCABIRPT cada línea emitida con saldo por recibir de ORDCOMPR
      * (ver OCOMPRA.CPY) - orden, fecha de emisión, días desde la
      * emisión, artículo, pedido, recibido, pendiente y su valor al
      * costo de la orden - agrupada por proveedor con el valor
      * pendiente de cada uno y el total general: lo que todavía se
      * le espera a cada proveedor.  Las órdenes en borrador todavía
      * no se pidieron y no se listan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-PO-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-COMPRA ASSIGN TO "ORDCOMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

           SELECT PROVEEDORES ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT SORT-WORK ASSIGN TO "SRTWKOCA".

           SELECT LISTADO ASSIGN TO "OCABIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-COMPRA.
           COPY OCOMPRA.

       FD  PROVEEDORES.
           COPY PROVEED.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-PROVEEDOR     PIC X(10).
           05  SORT-NUMERO        PIC 9(6).
           05  SORT-LINEA         PIC 9(2).
           05  SORT-FECHA-EMISION PIC 9(8).
           05  SORT-ITEM          PIC X(8).
           05  SORT-DESCRIPCION   PIC X(20).
           05  SORT-CANT-PEDIDA   PIC 9(5).
           05  SORT-CANT-RECIBIDA PIC 9(5).
           05  SORT-COSTO         PIC 9(5)V99.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-ORDENES PIC XX.
           88  FS-OC-OK VALUE "00".
       01  FS-PROVEEDORES PIC XX.
           88  FS-PRV-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-PROVEEDORES-DISPONIBLE PIC A VALUE "N".
           88  PROVEEDORES-DISPONIBLE VALUE "S".
       01  SW-HAY-PROVEEDOR PIC A VALUE "N".
           88  HAY-PROVEEDOR VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  PROVEEDOR-ANTERIOR PIC X(10).
       01  NOM-PROVEEDOR PIC X(30).
       01  DIAS-ABIERTA PIC S9(5).
       01  CANT-PENDIENTE PIC 9(5).
       01  VALOR-PENDIENTE PIC 9(9)V99.
       01  TOTAL-PROVEEDOR PIC 9(9)V99.
       01  TOTAL-GENERAL PIC 9(11)V99 VALUE 0.
       01  CANT-LINEAS PIC 9(5) VALUE 0.
       01  CANT-PROVEEDORES PIC 9(4) VALUE 0.
       01  CANT-ED PIC ZZ,ZZ9.
       01  DIAS-ED PIC ZZZZ9.
       01  VALOR-ED PIC $$,$$$,$$9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "ÓRDENES DE COMPRA ABIERTAS POR PROVEEDOR"
               TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ORDENES-COMPRA.
           IF NOT FS-OC-OK
               DISPLAY "NO HAY ARCHIVO DE ÓRDENES DE COMPRA ORDCOMPR"
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV-OK
               MOVE "S" TO SW-PROVEEDORES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PROVMAST - LISTADO SIN"
                       " NOMBRES DE PROVEEDOR"
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-PROVEEDOR
                                SORT-NUMERO
                                SORT-LINEA
               INPUT PROCEDURE IS SOLTAR-LINEAS-ABIERTAS
               OUTPUT PROCEDURE IS LISTAR-POR-PROVEEDOR.
           IF CANT-LINEAS = 0
               MOVE "(NO HAY ÓRDENES EMITIDAS CON SALDO POR RECIBIR)"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           CLOSE ORDENES-COMPRA.
           CLOSE LISTADO.
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF.
           DISPLAY "PROVEEDORES CON PENDIENTES: ", CANT-PROVEEDORES,
                   "  LÍNEAS: ", CANT-LINEAS.
           STOP RUN.

       SOLTAR-LINEAS-ABIERTAS.
           PERFORM LEER-LINEA-ORDEN.
           PERFORM SOLTAR-UNA-LINEA UNTIL FIN-ARCHIVO.

       LEER-LINEA-ORDEN.
           READ ORDENES-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UNA-LINEA.
           IF OC-EMITIDA
              AND OC-CANT-RECIBIDA < OC-CANT-PEDIDA
               MOVE OC-PROVEEDOR TO SORT-PROVEEDOR
               MOVE OC-NUMERO TO SORT-NUMERO
               MOVE OC-LINEA TO SORT-LINEA
               MOVE OC-FECHA-EMISION TO SORT-FECHA-EMISION
               MOVE OC-ITEM TO SORT-ITEM
               MOVE OC-DESCRIPCION TO SORT-DESCRIPCION
               MOVE OC-CANT-PEDIDA TO SORT-CANT-PEDIDA
               MOVE OC-CANT-RECIBIDA TO SORT-CANT-RECIBIDA
               MOVE OC-COSTO-UNITARIO TO SORT-COSTO
               RELEASE SORT-REC
           END-IF.
           PERFORM LEER-LINEA-ORDEN.

       LISTAR-POR-PROVEEDOR.
           PERFORM DEVOLVER-UNA-LINEA UNTIL FIN-SORT.
           IF HAY-PROVEEDOR
               PERFORM CERRAR-PROVEEDOR
           END-IF.

       DEVOLVER-UNA-LINEA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   PERFORM LISTAR-UNA-LINEA
           END-RETURN.

       LISTAR-UNA-LINEA.
           IF NOT HAY-PROVEEDOR
              OR SORT-PROVEEDOR NOT = PROVEEDOR-ANTERIOR
               IF HAY-PROVEEDOR
                   PERFORM CERRAR-PROVEEDOR
               END-IF
               PERFORM ABRIR-PROVEEDOR
           END-IF.
           COMPUTE CANT-PENDIENTE =
                   SORT-CANT-PEDIDA - SORT-CANT-RECIBIDA.
           COMPUTE VALOR-PENDIENTE = CANT-PENDIENTE * SORT-COSTO.
           COMPUTE DIAS-ABIERTA =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(SORT-FECHA-EMISION).
           MOVE SPACES TO LINEA-SALIDA.
           MOVE SORT-NUMERO TO LINEA-SALIDA(3:6).
           MOVE SORT-LINEA TO LINEA-SALIDA(10:2).
           MOVE SORT-FECHA-EMISION TO FECHA-ED.
           MOVE FECHA-ED TO LINEA-SALIDA(13:10).
           MOVE DIAS-ABIERTA TO DIAS-ED.
           MOVE DIAS-ED TO LINEA-SALIDA(24:5).
           MOVE SORT-ITEM TO LINEA-SALIDA(31:8).
           MOVE SORT-DESCRIPCION TO LINEA-SALIDA(40:20).
           MOVE SORT-CANT-PEDIDA TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(61:6).
           MOVE SORT-CANT-RECIBIDA TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(68:6).
           MOVE CANT-PENDIENTE TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(75:6).
           MOVE VALOR-PENDIENTE TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(82:13).
           PERFORM ESCRIBIR-LINEA.
           ADD VALOR-PENDIENTE TO TOTAL-PROVEEDOR.
           ADD 1 TO CANT-LINEAS.

       ABRIR-PROVEEDOR.
           MOVE "S" TO SW-HAY-PROVEEDOR.
           MOVE SORT-PROVEEDOR TO PROVEEDOR-ANTERIOR.
           MOVE 0 TO TOTAL-PROVEEDOR.
           ADD 1 TO CANT-PROVEEDORES.
           MOVE SPACES TO NOM-PROVEEDOR.
           IF PROVEEDORES-DISPONIBLE
               MOVE SORT-PROVEEDOR TO PRV-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRV-NOMBRE TO NOM-PROVEEDOR
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PROVEEDOR " DELIMITED BY SIZE
               SORT-PROVEEDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-PROVEEDOR DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  ORDEN  LN EMITIDA     DÍAS  ARTICULO DESCRIPCION"
                & "          PEDIDO RECIB. PEND.  VALOR PENDIENTE"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

       CERRAR-PROVEEDOR.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "  PENDIENTE DEL PROVEEDOR" TO LINEA-SALIDA(1:25).
           MOVE TOTAL-PROVEEDOR TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(82:13).
           PERFORM ESCRIBIR-LINEA.
           ADD TOTAL-PROVEEDOR TO TOTAL-GENERAL.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL PENDIENTE DE RECIBIR" TO LINEA-SALIDA(1:26).
           MOVE TOTAL-GENERAL TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(81:14).
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
