      ******************************************************************
      * Informe mensual de impuesto a las ventas a pagar, armado para
      * presentar: para el período AAAAMM pedido, por jurisdicción de
      * la tabla TAXJURIS, las ventas gravadas, las exentas por
      * certificado del cliente, las no gravadas (artículos con
      * ITM-GRAVADO en "N") y el impuesto cobrado, tomados del
      * histórico de facturación INVHIST que asienta ORDER-INVOICE;
      * menos las devoluciones del mes y el impuesto acreditado en las
      * notas de crédito de CREDIT-MEMO (histórico DEVOLUC).  Cada
      * jurisdicción cierra con su impuesto a pagar, y el informe con
      * el total de todas.  Las ventas facturadas sin jurisdicción
      * (cliente sin código, o líneas anteriores al impuesto) se
      * muestran aparte para revisar el maestro de clientes.  Sale por
      * TAXRPT con el encabezado RPTHDR, como SALES-ANALYSIS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-LIABILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FACTURAS ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT DEVOLUCIONES ASSIGN TO "DEVOLUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCIONES.

           SELECT JURISDICCIONES ASSIGN TO "TAXJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUR-CODIGO
               FILE STATUS IS FS-JURISDICCIONES.

           SELECT LISTADO ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FACTURAS.
           COPY INVHIST.

       FD  DEVOLUCIONES.
           COPY DEVOLUC.

       FD  JURISDICCIONES.
           COPY TAXJURIS.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-HISTORIA PIC XX.
           88  FS-HIS-OK VALUE "00".
       01  FS-DEVOLUCIONES PIC XX.
           88  FS-DEV-OK VALUE "00".
       01  FS-JURISDICCIONES PIC XX.
           88  FS-JUR-OK VALUE "00".
       01  SW-TABLA-IMPUESTO PIC A VALUE "N".
           88  TABLA-IMPUESTO-DISPONIBLE VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  PERIODO-PEDIDO PIC X(6).
       01  PERIODO-ACTUAL PIC 9(6).
       01  PERIODO-DE-FILA PIC 9(6).
       01  JURISDICCION-FILA PIC X(4).
       01  CONDICION-FILA PIC X.
           88  FILA-GRAVADA VALUE "G".
           88  FILA-EXENTA VALUE "E".
           88  FILA-NO-GRAVADA VALUE "N".
       01  MONTO-FILA PIC 9(7)V99.
       01  IMPUESTO-FILA PIC 9(7)V99.
       01  SW-ES-DEVOLUCION PIC A.
           88  ES-DEVOLUCION VALUE "S".
      *
      * Una fila por jurisdicción, en orden de código.
      *
       01  TABLA-JURISDICCIONES.
           05  CANT-JURISDICCIONES PIC 99 VALUE 0.
           05  JURISDICCION-FILA-TAB OCCURS 50 TIMES.
               10  TLJ-CODIGO          PIC X(4).
               10  TLJ-GRAVADAS        PIC S9(11)V99.
               10  TLJ-DEV-GRAVADAS    PIC S9(11)V99.
               10  TLJ-EXENTAS         PIC S9(11)V99.
               10  TLJ-NO-GRAVADAS     PIC S9(11)V99.
               10  TLJ-IMPUESTO        PIC S9(11)V99.
               10  TLJ-IMPUESTO-DEV    PIC S9(11)V99.
       01  IDX-JUR PIC 99.
       01  IDX-MOVER PIC 99.
       01  VENTAS-SIN-JURISDICCION PIC S9(11)V99 VALUE 0.
       01  NETO-GRAVADAS PIC S9(11)V99.
       01  NETO-TOTAL PIC S9(11)V99.
       01  IMPUESTO-A-PAGAR PIC S9(11)V99.
       01  TOTAL-GRAVADAS PIC S9(11)V99 VALUE 0.
       01  TOTAL-EXENTAS PIC S9(11)V99 VALUE 0.
       01  TOTAL-NO-GRAVADAS PIC S9(11)V99 VALUE 0.
       01  TOTAL-A-PAGAR PIC S9(11)V99 VALUE 0.
       01  CANT-FILAS-VENTA PIC 9(6) VALUE 0.
       01  CANT-FILAS-DEVOL PIC 9(6) VALUE 0.
       01  TITULO-RENGLON PIC X(40).
       01  MONTO-RENGLON PIC S9(11)V99.
       01  VALOR-ED PIC $$,$$$,$$$,$$9.99-.
       01  TASA-ED PIC Z9.999.
       01  LINEA-SALIDA PIC X(120).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "IMPUESTO A LAS VENTAS A PAGAR" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO PERIODO-PEDIDO.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-PEDIDO IS NUMERIC.
           MOVE PERIODO-PEDIDO TO PERIODO-ACTUAL.
           OPEN INPUT HISTORIA-FACTURAS.
           IF NOT FS-HIS-OK
               DISPLAY "NO HAY HISTÓRICO DE FACTURACIÓN INVHIST"
               STOP RUN
           END-IF.
           MOVE "N" TO SW-ES-DEVOLUCION.
           PERFORM LEER-HISTORIA.
           PERFORM ACUMULAR-UNA-VENTA UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-FACTURAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           OPEN INPUT DEVOLUCIONES.
           IF FS-DEV-OK
               MOVE "S" TO SW-ES-DEVOLUCION
               PERFORM LEER-DEVOLUCION
               PERFORM ACUMULAR-UNA-DEVOLUCION UNTIL FIN-ARCHIVO
               CLOSE DEVOLUCIONES
           END-IF.
           OPEN INPUT JURISDICCIONES.
           IF FS-JUR-OK
               MOVE "S" TO SW-TABLA-IMPUESTO
           ELSE
               DISPLAY "ADVERTENCIA: SIN TABLA TAXJURIS - EL INFORME"
                       " SALE SIN DESCRIPCIÓN NI TASA"
           END-IF.
           PERFORM IMPRIMIR-REPORTE.
           IF TABLA-IMPUESTO-DISPONIBLE
               CLOSE JURISDICCIONES
           END-IF.
           STOP RUN.

       PEDIR-PERIODO.
           DISPLAY "PERÍODO A DECLARAR (AAAAMM): ".
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO IS NOT NUMERIC
               DISPLAY "PERÍODO INVÁLIDO, REINGRESE"
           END-IF.

       LEER-HISTORIA.
           READ HISTORIA-FACTURAS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       LEER-DEVOLUCION.
           READ DEVOLUCIONES
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Una línea facturada del período.  Las líneas anteriores al
      * impuesto traen la condición en blanco y van con las ventas sin
      * jurisdicción.
      ******************************************************************
       ACUMULAR-UNA-VENTA.
           COMPUTE PERIODO-DE-FILA = FAC-FECHA / 100.
           IF PERIODO-DE-FILA = PERIODO-ACTUAL
               ADD 1 TO CANT-FILAS-VENTA
               MOVE FAC-JURISDICCION TO JURISDICCION-FILA
               MOVE FAC-CONDICION-IMPUESTO TO CONDICION-FILA
               MOVE FAC-EXTENSION TO MONTO-FILA
               MOVE 0 TO IMPUESTO-FILA
               IF FAC-IMPUESTO IS NUMERIC
                   MOVE FAC-IMPUESTO TO IMPUESTO-FILA
               END-IF
               PERFORM ACUMULAR-FILA
           END-IF.
           PERFORM LEER-HISTORIA.

       ACUMULAR-UNA-DEVOLUCION.
           COMPUTE PERIODO-DE-FILA = DEV-FECHA / 100.
           IF PERIODO-DE-FILA = PERIODO-ACTUAL
               ADD 1 TO CANT-FILAS-DEVOL
               MOVE DEV-JURISDICCION TO JURISDICCION-FILA
               MOVE DEV-CONDICION-IMPUESTO TO CONDICION-FILA
               MOVE DEV-EXTENSION TO MONTO-FILA
               MOVE 0 TO IMPUESTO-FILA
               IF DEV-IMPUESTO IS NUMERIC
                   MOVE DEV-IMPUESTO TO IMPUESTO-FILA
               END-IF
               PERFORM ACUMULAR-FILA
           END-IF.
           PERFORM LEER-DEVOLUCION.

       ACUMULAR-FILA.
           IF JURISDICCION-FILA = SPACES
              OR NOT (FILA-GRAVADA OR FILA-EXENTA OR FILA-NO-GRAVADA)
               IF ES-DEVOLUCION
                   SUBTRACT MONTO-FILA FROM VENTAS-SIN-JURISDICCION
               ELSE
                   ADD MONTO-FILA TO VENTAS-SIN-JURISDICCION
               END-IF
           ELSE
               PERFORM BUSCAR-JURISDICCION
               EVALUATE TRUE
                   WHEN FILA-GRAVADA AND ES-DEVOLUCION
                       ADD MONTO-FILA TO TLJ-DEV-GRAVADAS(IDX-JUR)
                       ADD IMPUESTO-FILA TO TLJ-IMPUESTO-DEV(IDX-JUR)
                   WHEN FILA-GRAVADA
                       ADD MONTO-FILA TO TLJ-GRAVADAS(IDX-JUR)
                       ADD IMPUESTO-FILA TO TLJ-IMPUESTO(IDX-JUR)
                   WHEN FILA-EXENTA AND ES-DEVOLUCION
                       SUBTRACT MONTO-FILA FROM TLJ-EXENTAS(IDX-JUR)
                   WHEN FILA-EXENTA
                       ADD MONTO-FILA TO TLJ-EXENTAS(IDX-JUR)
                   WHEN ES-DEVOLUCION
                       SUBTRACT MONTO-FILA FROM TLJ-NO-GRAVADAS(IDX-JUR)
                   WHEN OTHER
                       ADD MONTO-FILA TO TLJ-NO-GRAVADAS(IDX-JUR)
               END-EVALUATE
           END-IF.

       BUSCAR-JURISDICCION.
           MOVE 1 TO IDX-JUR.
           PERFORM AVANZAR-JURISDICCION
                   UNTIL IDX-JUR > CANT-JURISDICCIONES
                      OR TLJ-CODIGO(IDX-JUR) NOT < JURISDICCION-FILA.
           IF IDX-JUR > CANT-JURISDICCIONES
              OR TLJ-CODIGO(IDX-JUR) NOT = JURISDICCION-FILA
               PERFORM INSERTAR-JURISDICCION
           END-IF.

       AVANZAR-JURISDICCION.
           ADD 1 TO IDX-JUR.

       INSERTAR-JURISDICCION.
           IF CANT-JURISDICCIONES NOT < 50
               DISPLAY "MÁS DE 50 JURISDICCIONES EN EL PERÍODO -"
                       " CORRIDA CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CORRER-JURISDICCION
                   VARYING IDX-MOVER FROM CANT-JURISDICCIONES BY -1
                   UNTIL IDX-MOVER < IDX-JUR.
           ADD 1 TO CANT-JURISDICCIONES.
           MOVE JURISDICCION-FILA TO TLJ-CODIGO(IDX-JUR).
           MOVE 0 TO TLJ-GRAVADAS(IDX-JUR).
           MOVE 0 TO TLJ-DEV-GRAVADAS(IDX-JUR).
           MOVE 0 TO TLJ-EXENTAS(IDX-JUR).
           MOVE 0 TO TLJ-NO-GRAVADAS(IDX-JUR).
           MOVE 0 TO TLJ-IMPUESTO(IDX-JUR).
           MOVE 0 TO TLJ-IMPUESTO-DEV(IDX-JUR).

       CORRER-JURISDICCION.
           MOVE JURISDICCION-FILA-TAB(IDX-MOVER)
               TO JURISDICCION-FILA-TAB(IDX-MOVER + 1).

       IMPRIMIR-REPORTE.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PERÍODO DECLARADO: " DELIMITED BY SIZE
               PERIODO-PEDIDO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-UNA-JURISDICCION
                   VARYING IDX-JUR FROM 1 BY 1
                   UNTIL IDX-JUR > CANT-JURISDICCIONES.
           IF CANT-JURISDICCIONES = 0
               MOVE "SIN VENTAS CON JURISDICCIÓN EN EL PERÍODO"
                   TO LINEA-SALIDA
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE LISTADO.
           MOVE TOTAL-A-PAGAR TO VALOR-ED.
           DISPLAY "JURISDICCIONES: ", CANT-JURISDICCIONES,
                   "  LÍNEAS: ", CANT-FILAS-VENTA,
                   "  DEVOLUCIONES: ", CANT-FILAS-DEVOL,
                   "  IMPUESTO A PAGAR: ", VALOR-ED.

      ******************************************************************
      * El bloque de una jurisdicción, en el orden del formulario:
      * ventas gravadas menos devoluciones, exentas, no gravadas,
      * total, impuesto cobrado menos el acreditado, a pagar.
      ******************************************************************
       IMPRIMIR-UNA-JURISDICCION.
           COMPUTE NETO-GRAVADAS = TLJ-GRAVADAS(IDX-JUR)
                   - TLJ-DEV-GRAVADAS(IDX-JUR).
           COMPUTE NETO-TOTAL = NETO-GRAVADAS + TLJ-EXENTAS(IDX-JUR)
                   + TLJ-NO-GRAVADAS(IDX-JUR).
           COMPUTE IMPUESTO-A-PAGAR = TLJ-IMPUESTO(IDX-JUR)
                   - TLJ-IMPUESTO-DEV(IDX-JUR).
           ADD NETO-GRAVADAS TO TOTAL-GRAVADAS.
           ADD TLJ-EXENTAS(IDX-JUR) TO TOTAL-EXENTAS.
           ADD TLJ-NO-GRAVADAS(IDX-JUR) TO TOTAL-NO-GRAVADAS.
           ADD IMPUESTO-A-PAGAR TO TOTAL-A-PAGAR.
           MOVE SPACES TO JUR-DESCRIPCION.
           MOVE 0 TO JUR-TASA.
           IF TABLA-IMPUESTO-DISPONIBLE
               MOVE TLJ-CODIGO(IDX-JUR) TO JUR-CODIGO
               READ JURISDICCIONES
                   INVALID KEY
                       MOVE "(NO ESTÁ EN TAXJURIS)" TO JUR-DESCRIPCION
                       MOVE 0 TO JUR-TASA
               END-READ
           END-IF.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE JUR-TASA TO TASA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "JURISDICCIÓN " DELIMITED BY SIZE
               TLJ-CODIGO(IDX-JUR) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               JUR-DESCRIPCION DELIMITED BY SIZE
               "  TASA " DELIMITED BY SIZE
               TASA-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           MOVE "  VENTAS GRAVADAS" TO TITULO-RENGLON.
           MOVE TLJ-GRAVADAS(IDX-JUR) TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  MENOS DEVOLUCIONES GRAVADAS" TO TITULO-RENGLON.
           COMPUTE MONTO-RENGLON = 0 - TLJ-DEV-GRAVADAS(IDX-JUR).
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  VENTAS GRAVADAS NETAS" TO TITULO-RENGLON.
           MOVE NETO-GRAVADAS TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  VENTAS EXENTAS (CERTIFICADO)" TO TITULO-RENGLON.
           MOVE TLJ-EXENTAS(IDX-JUR) TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  VENTAS NO GRAVADAS" TO TITULO-RENGLON.
           MOVE TLJ-NO-GRAVADAS(IDX-JUR) TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  VENTAS TOTALES" TO TITULO-RENGLON.
           MOVE NETO-TOTAL TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  IMPUESTO COBRADO" TO TITULO-RENGLON.
           MOVE TLJ-IMPUESTO(IDX-JUR) TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  MENOS IMPUESTO EN NOTAS DE CRÉDITO"
               TO TITULO-RENGLON.
           COMPUTE MONTO-RENGLON = 0 - TLJ-IMPUESTO-DEV(IDX-JUR).
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  IMPUESTO A PAGAR" TO TITULO-RENGLON.
           MOVE IMPUESTO-A-PAGAR TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.

       IMPRIMIR-TOTALES.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE "TOTAL DE TODAS LAS JURISDICCIONES" TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           MOVE "  VENTAS GRAVADAS NETAS" TO TITULO-RENGLON.
           MOVE TOTAL-GRAVADAS TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  VENTAS EXENTAS (CERTIFICADO)" TO TITULO-RENGLON.
           MOVE TOTAL-EXENTAS TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  VENTAS NO GRAVADAS" TO TITULO-RENGLON.
           MOVE TOTAL-NO-GRAVADAS TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           MOVE "  IMPUESTO A PAGAR" TO TITULO-RENGLON.
           MOVE TOTAL-A-PAGAR TO MONTO-RENGLON.
           PERFORM IMPRIMIR-RENGLON.
           IF VENTAS-SIN-JURISDICCION NOT = 0
               MOVE "VENTAS SIN JURISDICCIÓN (REVISAR CUSTMAST)"
                   TO TITULO-RENGLON
               MOVE VENTAS-SIN-JURISDICCION TO MONTO-RENGLON
               PERFORM IMPRIMIR-RENGLON
           END-IF.

       IMPRIMIR-RENGLON.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE MONTO-RENGLON TO VALOR-ED.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TITULO-RENGLON TO LINEA-SALIDA(1:40).
           MOVE VALOR-ED TO LINEA-SALIDA(45:18).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

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
