      ******************************************************************
      * Antigüedad de cuentas por pagar: recorre las facturas
      * pendientes de CXPAGAR (ver CXPAGAR.CPY), que vienen ordenadas
      * por proveedor, y parte lo adeudado a cada proveedor en franjas
      * CORRIENTE / 30 / 60 / 90+ días con el mismo formato de
      * AGING-REPORT, totales al pie en APAGING.  Cada factura
      * envejece por su fecha de factura, como los cargos en
      * AGING-REPORT; las pagadas por AP-PAYMENT-RUN no entran.  El
      * nombre del proveedor sale de PROVMAST si está disponible.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-PAGAR ASSIGN TO "CXPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXP-CLAVE
               FILE STATUS IS FS-CUENTAS-PAGAR.

           SELECT PROVEEDORES ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT LISTADO ASSIGN TO "APAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-PAGAR.
           COPY CXPAGAR.

       FD  PROVEEDORES.
           COPY PROVEED.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS-PAGAR PIC XX.
           88  FS-CXP-OK VALUE "00".
       01  FS-PROVEEDORES PIC XX.
           88  FS-PRV-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-PROVEEDORES-DISPONIBLE PIC A VALUE "N".
           88  PROVEEDORES-DISPONIBLE VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  DIAS-FACTURA PIC S9(5).
       01  PROVEEDOR-ACTUAL PIC X(10).
       01  NOM-PROVEEDOR PIC X(30).
       01  FRANJA-CORRIENTE PIC S9(9)V99.
       01  FRANJA-30 PIC S9(9)V99.
       01  FRANJA-60 PIC S9(9)V99.
       01  FRANJA-90 PIC S9(9)V99.
       01  TOTAL-CORRIENTE PIC S9(11)V99 VALUE 0.
       01  TOTAL-30 PIC S9(11)V99 VALUE 0.
       01  TOTAL-60 PIC S9(11)V99 VALUE 0.
       01  TOTAL-90 PIC S9(11)V99 VALUE 0.
       01  MONTO-ED PIC $$,$$$,$$9.99-.
       01  TOTAL-ED PIC $$$,$$$,$$9.99-.
       01  CANT-PROVEEDORES PIC 9(5) VALUE 0.
       01  LINEA-SALIDA PIC X(120).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "ANTIGÜEDAD DE CUENTAS POR PAGAR" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CUENTAS-PAGAR.
           IF NOT FS-CXP-OK
               DISPLAY "NO HAY ARCHIVO DE CUENTAS POR PAGAR CXPAGAR"
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
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           MOVE "PROVEEDOR         CORRIENTE        30 DÍAS"
                & "        60 DÍAS        90+ DÍAS  NOMBRE"
               TO LINEA-LISTADO.
           WRITE LINEA-LISTADO AFTER ADVANCING 2 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           PERFORM LEER-PENDIENTE.
           PERFORM ENVEJECER-UN-PROVEEDOR UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE CUENTAS-PAGAR.
           CLOSE LISTADO.
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF.
           DISPLAY "PROVEEDORES CON SALDO: ", CANT-PROVEEDORES.
           STOP RUN.

      ******************************************************************
      * Lee la siguiente factura pendiente, salteando las pagadas.
      ******************************************************************
       LEER-PENDIENTE.
           READ CUENTAS-PAGAR
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND NOT CXP-PENDIENTE
               GO TO LEER-PENDIENTE
           END-IF.

       ENVEJECER-UN-PROVEEDOR.
           ADD 1 TO CANT-PROVEEDORES.
           MOVE CXP-PROVEEDOR TO PROVEEDOR-ACTUAL.
           MOVE 0 TO FRANJA-CORRIENTE.
           MOVE 0 TO FRANJA-30.
           MOVE 0 TO FRANJA-60.
           MOVE 0 TO FRANJA-90.
           PERFORM APLICAR-UNA-FACTURA
                   UNTIL FIN-ARCHIVO
                      OR CXP-PROVEEDOR NOT = PROVEEDOR-ACTUAL.
           PERFORM IMPRIMIR-LINEA-PROVEEDOR.

       APLICAR-UNA-FACTURA.
           COMPUTE DIAS-FACTURA =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(CXP-FECHA-FACTURA).
           EVALUATE TRUE
               WHEN DIAS-FACTURA <= 30
                   ADD CXP-MONTO TO FRANJA-CORRIENTE
               WHEN DIAS-FACTURA <= 60
                   ADD CXP-MONTO TO FRANJA-30
               WHEN DIAS-FACTURA <= 90
                   ADD CXP-MONTO TO FRANJA-60
               WHEN OTHER
                   ADD CXP-MONTO TO FRANJA-90
           END-EVALUATE.
           PERFORM LEER-PENDIENTE.

       IMPRIMIR-LINEA-PROVEEDOR.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO NOM-PROVEEDOR.
           IF PROVEEDORES-DISPONIBLE
               MOVE PROVEEDOR-ACTUAL TO PRV-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRV-NOMBRE TO NOM-PROVEEDOR
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE PROVEEDOR-ACTUAL TO LINEA-SALIDA(1:10).
           MOVE FRANJA-CORRIENTE TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(18:15).
           MOVE FRANJA-30 TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(34:15).
           MOVE FRANJA-60 TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(50:15).
           MOVE FRANJA-90 TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(66:15).
           MOVE NOM-PROVEEDOR TO LINEA-SALIDA(83:30).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           ADD FRANJA-CORRIENTE TO TOTAL-CORRIENTE.
           ADD FRANJA-30 TO TOTAL-30.
           ADD FRANJA-60 TO TOTAL-60.
           ADD FRANJA-90 TO TOTAL-90.

       IMPRIMIR-TOTALES.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTALES" TO LINEA-SALIDA(1:7).
           MOVE TOTAL-CORRIENTE TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(17:16).
           MOVE TOTAL-30 TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(33:16).
           MOVE TOTAL-60 TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(49:16).
           MOVE TOTAL-90 TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(65:16).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

           COPY RPTHDR-PROC.
