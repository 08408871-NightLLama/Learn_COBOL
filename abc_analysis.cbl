      ******************************************************************
      * Clasificación ABC y stock sin movimiento: VALUATION-REPORT dice
      * cuánto vale el depósito pero no qué parte de eso se vende.
      * Lee las ventas del histórico de facturación INVHIST (ver
      * INVHIST.CPY) en el período pedido hacia atrás desde hoy,
      * ordena los artículos de ITEMMAST por valor vendido y los
      * clasifica por el acumulado de ese valor: A hasta el 80 %, B
      * hasta el 95 %, C el resto y los que no vendieron nada.  La
      * clase queda grabada en ITM-CLASE-ABC del maestro, donde la
      * muestran STOCK-LEVEL-MAINT y REORDER-REPORT junto a los
      * niveles de reposición.  Por cada artículo lista el valor en
      * existencia (ITM-EXISTENCIA por ITM-COSTO-UNITARIO), los días
      * desde la última venta de todo el histórico y los meses de
      * cobertura al ritmo de venta del período.  Después, en la
      * sección de stock muerto, los artículos con existencia y sin
      * venta en los días pedidos (o que nunca vendieron), con el
      * valor inmovilizado.  Sale por ABCRPT con el encabezado RPTHDR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-FACTURAS ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT SORT-WORK ASSIGN TO "SRTWKABC".

           SELECT LISTADO ASSIGN TO "ABCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORIA-FACTURAS.
           COPY INVHIST.

       FD  INVENTARIO.
           COPY ITEMMAST.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-VALOR-VENTAS  PIC 9(11)V99.
           05  SORT-ITEM          PIC X(8).
           05  SORT-DESCRIPCION   PIC X(20).
           05  SORT-CANT-VENDIDA  PIC 9(7).
           05  SORT-EXISTENCIA    PIC S9(7).
           05  SORT-COSTO         PIC 9(5)V99.
           05  SORT-ULTIMA-VENTA  PIC 9(8).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-HISTORIA PIC XX.
           88  FS-HIS-OK VALUE "00".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-DESDE PIC 9(8).
       01  DIAS-PERIODO PIC 9(4).
       01  DIAS-STOCK-MUERTO PIC 9(4).
       01  PORCENTAJE-CLASE-A PIC 999 VALUE 80.
       01  PORCENTAJE-CLASE-B PIC 999 VALUE 95.
      ******************************************************************
      * Ventas por artículo: cantidad y valor del período y la fecha
      * de la última venta de todo el histórico.
      ******************************************************************
       01  TABLA-VENTAS.
           05  ENTRADA-VENTA OCCURS 500 TIMES.
               10  VTA-ITEM           PIC X(8).
               10  VTA-CANTIDAD       PIC 9(7).
               10  VTA-VALOR          PIC 9(11)V99.
               10  VTA-ULTIMA-VENTA   PIC 9(8).
       01  CANT-VENTAS PIC 999 VALUE 0.
       01  IDX-VENTA PIC 999.
       01  SW-VENTA-HALLADA PIC A.
           88  VENTA-HALLADA VALUE "S".
       01  SW-TABLA-LLENA PIC A VALUE "N".
           88  TABLA-LLENA VALUE "S".
       01  ITEM-BUSCADO PIC X(8).
       01  TOTAL-VENTAS PIC 9(13)V99 VALUE 0.
       01  VENTAS-ACUMULADAS PIC 9(13)V99 VALUE 0.
       01  PORCENTAJE-ACUMULADO PIC 999V99.
       01  CLASE-ASIGNADA PIC X.
       01  VALOR-EXISTENCIA PIC S9(12)V99.
       01  DIAS-SIN-VENTA PIC 9(6).
       01  MESES-COBERTURA PIC 9(5)V9.
      ******************************************************************
      * Resumen por clase: artículos, ventas y valor en existencia.
      ******************************************************************
       01  TABLA-CLASES.
           05  ENTRADA-CLASE OCCURS 3 TIMES.
               10  CLS-CANT-ITEMS     PIC 9(5).
               10  CLS-VENTAS         PIC 9(13)V99.
               10  CLS-EXISTENCIA     PIC S9(13)V99.
       01  NOMBRES-CLASES PIC XXX VALUE "ABC".
       01  IDX-CLASE PIC 9.
       01  CANT-CLASIFICADOS PIC 9(5) VALUE 0.
       01  CANT-MUERTOS PIC 9(5) VALUE 0.
       01  TOTAL-MUERTO PIC S9(13)V99 VALUE 0.
       01  VALOR-ED PIC $$$,$$$,$$$,$$9.99-.
       01  PORCENTAJE-ED PIC ZZ9.99.
       01  DIAS-ED PIC ZZZZZ9.
       01  MESES-ED PIC ZZZZ9.9.
       01  CANT-ED PIC ZZ,ZZ9.
       01  EXISTENCIA-ED PIC Z,ZZZ,ZZ9.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(100).
           COPY NUMCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "CLASIFICACIÓN ABC Y STOCK SIN MOVIMIENTO"
               TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0 TO DIAS-PERIODO.
           PERFORM PEDIR-DIAS-PERIODO UNTIL DIAS-PERIODO > 0.
           MOVE 0 TO DIAS-STOCK-MUERTO.
           PERFORM PEDIR-DIAS-MUERTO UNTIL DIAS-STOCK-MUERTO > 0.
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                   - DIAS-PERIODO + 1).
           OPEN INPUT HISTORIA-FACTURAS.
           IF NOT FS-HIS-OK
               DISPLAY "NO HAY HISTÓRICO DE FACTURACIÓN INVHIST"
               STOP RUN
           END-IF.
           PERFORM LEER-HISTORIA.
           PERFORM ACUMULAR-UNA-FILA UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-FACTURAS.
           IF TABLA-LLENA
               DISPLAY "ADVERTENCIA: MÁS DE 500 ARTÍCULOS VENDIDOS -"
                       " LOS DEMÁS QUEDAN SIN VENTAS (CLASE C)"
           END-IF.
           OPEN I-O INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               STOP RUN
           END-IF.
           INITIALIZE TABLA-CLASES.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ESCRIBIR-TITULOS-CLASIFICACION.
           MOVE "N" TO SW-FIN-ARCHIVO.
           SORT SORT-WORK
               ON DESCENDING KEY SORT-VALOR-VENTAS
               ON ASCENDING KEY SORT-ITEM
               INPUT PROCEDURE IS SOLTAR-ITEMS
               OUTPUT PROCEDURE IS CLASIFICAR-ITEMS.
           PERFORM IMPRIMIR-RESUMEN-CLASES
                   VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > 3.
           PERFORM LISTAR-STOCK-MUERTO THRU LISTAR-STOCK-MUERTO-FIN.
           CLOSE INVENTARIO.
           CLOSE LISTADO.
           DISPLAY "ARTÍCULOS CLASIFICADOS: ", CANT-CLASIFICADOS,
                   "  SIN MOVIMIENTO: ", CANT-MUERTOS.
           STOP RUN.

       PEDIR-DIAS-PERIODO.
           DISPLAY "DÍAS DE VENTAS A ANALIZAR (ENTER = 365): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE 365 TO DIAS-PERIODO
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO DIAS-PERIODO
               END-IF
           END-IF.

       PEDIR-DIAS-MUERTO.
           DISPLAY "DÍAS SIN VENTA PARA STOCK MUERTO (ENTER = 180): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE 180 TO DIAS-STOCK-MUERTO
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO DIAS-STOCK-MUERTO
               END-IF
           END-IF.

       LEER-HISTORIA.
           READ HISTORIA-FACTURAS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Cada línea facturada suma al período si cae entre FECHA-DESDE
      * y hoy; la última venta se toma de todo el histórico.
      ******************************************************************
       ACUMULAR-UNA-FILA.
           MOVE FAC-ITEM TO ITEM-BUSCADO.
           PERFORM UBICAR-VENTA.
           IF IDX-VENTA = 0
               IF CANT-VENTAS < 500
                   ADD 1 TO CANT-VENTAS
                   MOVE CANT-VENTAS TO IDX-VENTA
                   MOVE FAC-ITEM TO VTA-ITEM(IDX-VENTA)
                   MOVE 0 TO VTA-CANTIDAD(IDX-VENTA)
                   MOVE 0 TO VTA-VALOR(IDX-VENTA)
                   MOVE 0 TO VTA-ULTIMA-VENTA(IDX-VENTA)
               ELSE
                   MOVE "S" TO SW-TABLA-LLENA
               END-IF
           END-IF.
           IF IDX-VENTA > 0
               IF FAC-FECHA > VTA-ULTIMA-VENTA(IDX-VENTA)
                   MOVE FAC-FECHA TO VTA-ULTIMA-VENTA(IDX-VENTA)
               END-IF
               IF FAC-FECHA NOT < FECHA-DESDE
                  AND FAC-FECHA NOT > FECHA-HOY
                   ADD FAC-CANTIDAD TO VTA-CANTIDAD(IDX-VENTA)
                   ADD FAC-EXTENSION TO VTA-VALOR(IDX-VENTA)
                   ADD FAC-EXTENSION TO TOTAL-VENTAS
               END-IF
           END-IF.
           PERFORM LEER-HISTORIA.

       UBICAR-VENTA.
           MOVE "N" TO SW-VENTA-HALLADA.
           PERFORM COMPARAR-UNA-VENTA
                   VARYING IDX-VENTA FROM 1 BY 1
                   UNTIL IDX-VENTA > CANT-VENTAS
                      OR VENTA-HALLADA.
           IF VENTA-HALLADA
               SUBTRACT 1 FROM IDX-VENTA
           ELSE
               MOVE 0 TO IDX-VENTA
           END-IF.

       COMPARAR-UNA-VENTA.
           IF VTA-ITEM(IDX-VENTA) = ITEM-BUSCADO
               MOVE "S" TO SW-VENTA-HALLADA
           END-IF.

      ******************************************************************
      * Todos los artículos del maestro entran al ordenamiento, con o
      * sin ventas: los que no vendieron quedan al final, en clase C.
      ******************************************************************
       SOLTAR-ITEMS.
           PERFORM LEER-ITEM.
           PERFORM SOLTAR-UN-ITEM UNTIL FIN-ARCHIVO.

       LEER-ITEM.
           READ INVENTARIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UN-ITEM.
           MOVE ITM-ITEM TO ITEM-BUSCADO.
           PERFORM UBICAR-VENTA.
           MOVE ITM-ITEM TO SORT-ITEM.
           MOVE ITM-DESCRIPCION TO SORT-DESCRIPCION.
           MOVE ITM-EXISTENCIA TO SORT-EXISTENCIA.
           MOVE ITM-COSTO-UNITARIO TO SORT-COSTO.
           IF IDX-VENTA = 0
               MOVE 0 TO SORT-VALOR-VENTAS
               MOVE 0 TO SORT-CANT-VENDIDA
               MOVE 0 TO SORT-ULTIMA-VENTA
           ELSE
               MOVE VTA-VALOR(IDX-VENTA) TO SORT-VALOR-VENTAS
               MOVE VTA-CANTIDAD(IDX-VENTA) TO SORT-CANT-VENDIDA
               MOVE VTA-ULTIMA-VENTA(IDX-VENTA) TO SORT-ULTIMA-VENTA
           END-IF.
           RELEASE SORT-REC.
           PERFORM LEER-ITEM.

       CLASIFICAR-ITEMS.
           PERFORM DEVOLVER-UN-ITEM UNTIL FIN-SORT.

       DEVOLVER-UN-ITEM.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   PERFORM CLASIFICAR-UN-ITEM
           END-RETURN.

      ******************************************************************
      * La clase sale del acumulado de ventas ANTES del artículo, así
      * el que cruza el 80 % todavía es A; sin ventas en el período
      * siempre es C.
      ******************************************************************
       CLASIFICAR-UN-ITEM.
           IF SORT-VALOR-VENTAS = 0 OR TOTAL-VENTAS = 0
               MOVE "C" TO CLASE-ASIGNADA
           ELSE
               COMPUTE PORCENTAJE-ACUMULADO ROUNDED =
                       VENTAS-ACUMULADAS * 100 / TOTAL-VENTAS
               EVALUATE TRUE
                   WHEN PORCENTAJE-ACUMULADO < PORCENTAJE-CLASE-A
                       MOVE "A" TO CLASE-ASIGNADA
                   WHEN PORCENTAJE-ACUMULADO < PORCENTAJE-CLASE-B
                       MOVE "B" TO CLASE-ASIGNADA
                   WHEN OTHER
                       MOVE "C" TO CLASE-ASIGNADA
               END-EVALUATE
           END-IF.
           ADD SORT-VALOR-VENTAS TO VENTAS-ACUMULADAS.
           IF TOTAL-VENTAS = 0
               MOVE 0 TO PORCENTAJE-ACUMULADO
           ELSE
               COMPUTE PORCENTAJE-ACUMULADO ROUNDED =
                       VENTAS-ACUMULADAS * 100 / TOTAL-VENTAS
           END-IF.
           MOVE SORT-ITEM TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ARTÍCULO ", SORT-ITEM,
                           " YA NO ESTÁ EN ITEMMAST - SIN CLASE"
               NOT INVALID KEY
                   MOVE CLASE-ASIGNADA TO ITM-CLASE-ABC
                   REWRITE REG-ITEM-MAESTRO
           END-READ.
           ADD 1 TO CANT-CLASIFICADOS.
           PERFORM CALCULAR-VALOR-EXISTENCIA.
           EVALUATE CLASE-ASIGNADA
               WHEN "A"
                   MOVE 1 TO IDX-CLASE
               WHEN "B"
                   MOVE 2 TO IDX-CLASE
               WHEN OTHER
                   MOVE 3 TO IDX-CLASE
           END-EVALUATE.
           ADD 1 TO CLS-CANT-ITEMS(IDX-CLASE).
           ADD SORT-VALOR-VENTAS TO CLS-VENTAS(IDX-CLASE).
           ADD VALOR-EXISTENCIA TO CLS-EXISTENCIA(IDX-CLASE).
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CLASE-ASIGNADA TO LINEA-SALIDA(1:1).
           MOVE SORT-ITEM TO LINEA-SALIDA(4:8).
           MOVE SORT-DESCRIPCION TO LINEA-SALIDA(13:20).
           MOVE SORT-VALOR-VENTAS TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(34:19).
           MOVE PORCENTAJE-ACUMULADO TO PORCENTAJE-ED.
           MOVE PORCENTAJE-ED TO LINEA-SALIDA(54:6).
           MOVE VALOR-EXISTENCIA TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(61:19).
           PERFORM CALCULAR-DIAS-SIN-VENTA.
           IF SORT-ULTIMA-VENTA = 0
               MOVE " NUNCA" TO LINEA-SALIDA(81:6)
           ELSE
               MOVE DIAS-SIN-VENTA TO DIAS-ED
               MOVE DIAS-ED TO LINEA-SALIDA(81:6)
           END-IF.
           IF SORT-CANT-VENDIDA = 0
               MOVE "SIN VTA" TO LINEA-SALIDA(88:7)
           ELSE
               PERFORM CALCULAR-COBERTURA
               MOVE MESES-COBERTURA TO MESES-ED
               MOVE MESES-ED TO LINEA-SALIDA(88:7)
           END-IF.
           PERFORM ESCRIBIR-LINEA.

       CALCULAR-VALOR-EXISTENCIA.
           COMPUTE VALOR-EXISTENCIA =
                   SORT-EXISTENCIA * SORT-COSTO.

       CALCULAR-DIAS-SIN-VENTA.
           IF SORT-ULTIMA-VENTA = 0
              OR SORT-ULTIMA-VENTA > FECHA-HOY
               MOVE 0 TO DIAS-SIN-VENTA
           ELSE
               COMPUTE DIAS-SIN-VENTA =
                       FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE(SORT-ULTIMA-VENTA)
           END-IF.

      ******************************************************************
      * Meses de cobertura: la existencia dividida por la venta
      * mensual del período (mes de 30 días).  Con existencia en cero
      * o negativa, la cobertura es cero.
      ******************************************************************
       CALCULAR-COBERTURA.
           IF SORT-EXISTENCIA NOT > 0
               MOVE 0 TO MESES-COBERTURA
           ELSE
               COMPUTE MESES-COBERTURA ROUNDED =
                       SORT-EXISTENCIA * DIAS-PERIODO
                       / (SORT-CANT-VENDIDA * 30)
                   ON SIZE ERROR
                       MOVE 99999.9 TO MESES-COBERTURA
               END-COMPUTE
           END-IF.

       IMPRIMIR-RESUMEN-CLASES.
           IF IDX-CLASE = 1
               MOVE SPACES TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE "RESUMEN POR CLASE      ARTÍCULOS       VENTAS"
                   & " PERÍODO   VALOR EN EXISTENCIA"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "CLASE" TO LINEA-SALIDA(1:5).
           MOVE NOMBRES-CLASES(IDX-CLASE:1) TO LINEA-SALIDA(7:1).
           MOVE CLS-CANT-ITEMS(IDX-CLASE) TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(27:6).
           MOVE CLS-VENTAS(IDX-CLASE) TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(34:19).
           MOVE CLS-EXISTENCIA(IDX-CLASE) TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(54:19).
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Stock muerto: segunda pasada por el maestro; entra el
      * artículo con existencia que no vendió en DIAS-STOCK-MUERTO
      * días o que no tiene ninguna venta en el histórico.
      ******************************************************************
       LISTAR-STOCK-MUERTO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE DIAS-STOCK-MUERTO TO DIAS-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "STOCK SIN MOVIMIENTO - SIN VENTA EN "
                   DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               " DÍAS O MÁS" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE "C  ARTICULO DESCRIPCION          ÚLTIMA VENTA   "
               & "EXISTENCIA   VALOR INMOVILIZADO   DÍAS"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO ITM-ITEM.
           START INVENTARIO KEY IS NOT LESS THAN ITM-ITEM
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-ITEM
           END-IF.
           PERFORM EVALUAR-STOCK-MUERTO UNTIL FIN-ARCHIVO.
           IF CANT-MUERTOS = 0
               MOVE "(NINGÚN ARTÍCULO CON EXISTENCIA SIN MOVIMIENTO)"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO LISTAR-STOCK-MUERTO-FIN
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-MUERTOS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL INMOVILIZADO - ARTÍCULOS " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE TOTAL-MUERTO TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(61:19).
           PERFORM ESCRIBIR-LINEA.
       LISTAR-STOCK-MUERTO-FIN.
           EXIT.

       EVALUAR-STOCK-MUERTO.
           IF ITM-EXISTENCIA > 0
               MOVE ITM-ITEM TO ITEM-BUSCADO
               PERFORM UBICAR-VENTA
               MOVE ITM-EXISTENCIA TO SORT-EXISTENCIA
               MOVE ITM-COSTO-UNITARIO TO SORT-COSTO
               IF IDX-VENTA = 0
                   MOVE 0 TO SORT-ULTIMA-VENTA
               ELSE
                   MOVE VTA-ULTIMA-VENTA(IDX-VENTA)
                       TO SORT-ULTIMA-VENTA
               END-IF
               PERFORM CALCULAR-DIAS-SIN-VENTA
               IF SORT-ULTIMA-VENTA = 0
                  OR DIAS-SIN-VENTA NOT < DIAS-STOCK-MUERTO
                   PERFORM LISTAR-UN-MUERTO
               END-IF
           END-IF.
           PERFORM LEER-ITEM.

       LISTAR-UN-MUERTO.
           ADD 1 TO CANT-MUERTOS.
           PERFORM CALCULAR-VALOR-EXISTENCIA.
           ADD VALOR-EXISTENCIA TO TOTAL-MUERTO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE ITM-CLASE-ABC TO LINEA-SALIDA(1:1).
           MOVE ITM-ITEM TO LINEA-SALIDA(4:8).
           MOVE ITM-DESCRIPCION TO LINEA-SALIDA(13:20).
           IF SORT-ULTIMA-VENTA = 0
               MOVE "NUNCA" TO LINEA-SALIDA(34:10)
               MOVE " NUNCA" TO LINEA-SALIDA(81:6)
           ELSE
               MOVE SORT-ULTIMA-VENTA TO FECHA-ED
               MOVE FECHA-ED TO LINEA-SALIDA(34:10)
               MOVE DIAS-SIN-VENTA TO DIAS-ED
               MOVE DIAS-ED TO LINEA-SALIDA(81:6)
           END-IF.
           MOVE ITM-EXISTENCIA TO EXISTENCIA-ED.
           MOVE EXISTENCIA-ED TO LINEA-SALIDA(46:9).
           MOVE VALOR-EXISTENCIA TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(61:19).
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TITULOS-CLASIFICACION.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE DIAS-PERIODO TO DIAS-ED.
           MOVE FECHA-DESDE TO FECHA-ED.
           STRING "VENTAS DE LOS ÚLTIMOS " DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               " DÍAS, DESDE EL " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE "C  ARTICULO DESCRIPCION                VENTAS PERÍODO"
               & " %ACUM.  VALOR EXISTENCIA  DÍAS   MESES"
               TO LINEA-SALIDA.
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

           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
