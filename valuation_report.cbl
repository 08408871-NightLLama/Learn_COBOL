      * respuesta a "cuánto vale el depósito".  Los artículos con
      * costo en cero se listan marcados SIN COSTO para que se los
      * cargue.  Sale por VALURPT con el encabezado RPTHDR.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Existencia por ubicación: el artículo repartido
      *             en más de una ubicación se abre por ubicación, y
      *             al pie va la valuación de cada ubicación antes del
      *             total de la compañía.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUATION-REPORT.
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT EXISTENCIAS-UBICACION ASSIGN TO "ITEMUBIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBI-CLAVE
               FILE STATUS IS FS-EXISTENCIAS-UBIC.

           SELECT LISTADO ASSIGN TO "VALURPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.
       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  EXISTENCIAS-UBICACION.
           COPY EXISTUBI.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       01  CANT-ITEMS PIC 9(5) VALUE 0.
       01  CANT-SIN-COSTO PIC 9(5) VALUE 0.
       01  LINEA-SALIDA PIC X(100).
       01  CANT-UBICACION PIC S9(7).
       01  VALOR-UBICACION PIC S9(12)V99.
       01  EXISTENCIA-ED PIC -,---,--9.
      * Valor acumulado por ubicación para el resumen del pie.
       01  TOTALES-UBICACION.
           05  TOT-CANT-UBIC PIC 99 VALUE 0.
           05  TOT-IDX PIC 99.
           05  TOT-UBIC OCCURS 21 TIMES.
               10  TOT-CODIGO PIC XX.
               10  TOT-VALOR PIC S9(13)V99.
           05  SW-TOT-HALLADA PIC A.
               88  TOT-HALLADA VALUE "S".
           COPY UBICHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               STOP RUN
           END-IF.
           OPEN INPUT EXISTENCIAS-UBICACION.
           IF FS-UBI-OK
               MOVE "S" TO SW-UBICACIONES-DISP
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
           PERFORM VALUAR-UN-ITEM UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTAL.
           CLOSE INVENTARIO.
           IF UBICACIONES-DISPONIBLES
               CLOSE EXISTENCIAS-UBICACION
           END-IF.
           CLOSE LISTADO.
           MOVE TOTAL-VALUACION TO TOTAL-ED.
           DISPLAY "ARTÍCULOS VALUADOS: ", CANT-ITEMS,
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE ITM-ITEM TO UBICHK-ITEM.
           MOVE ITM-EXISTENCIA TO UBICHK-TOTAL-ITEM.
           PERFORM CARGAR-UBICACIONES-ITEM.
           PERFORM VALUAR-UBICACION-ITEM
                   VARYING UBICHK-IDX FROM 1 BY 1
                   UNTIL UBICHK-IDX > UBICHK-CANT-UBIC.
           PERFORM LEER-ITEM.

      ******************************************************************
      * Cada ubicación se valúa con lo que tiene en estantería más
      * lo que viene en tránsito hacia ella, así la suma de las
      * ubicaciones da el total del artículo.  El detalle se imprime
      * solo si el artículo está repartido; si todo está en el
      * central, la línea del artículo ya lo dice.
      ******************************************************************
       VALUAR-UBICACION-ITEM.
           COMPUTE CANT-UBICACION = UBICHK-EXISTENCIA(UBICHK-IDX)
                   + UBICHK-TRANSITO(UBICHK-IDX).
           COMPUTE VALOR-UBICACION =
                   CANT-UBICACION * ITM-COSTO-UNITARIO.
           PERFORM ACUMULAR-UBICACION.
           IF UBICHK-CANT-UBIC > 1
              OR UBICHK-TRANSITO(1) > 0
               PERFORM VERIFICAR-SALTO-Y-ENCABEZADO
               MOVE UBICHK-CODIGO(UBICHK-IDX) TO UBICHK-BUSCADA
               PERFORM NOMBRAR-UBICACION
               MOVE CANT-UBICACION TO EXISTENCIA-ED
               MOVE VALOR-UBICACION TO VALOR-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "          " DELIMITED BY SIZE
                   UBICHK-NOMBRE DELIMITED BY SIZE
                   "  EXIST " DELIMITED BY SIZE
                   EXISTENCIA-ED DELIMITED BY SIZE
                   "  VALOR " DELIMITED BY SIZE
                   VALOR-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       ACUMULAR-UBICACION.
           MOVE "N" TO SW-TOT-HALLADA.
           PERFORM COMPARAR-TOTAL-UBICACION
                   VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOT-CANT-UBIC
                      OR TOT-HALLADA.
           IF TOT-HALLADA
               SUBTRACT 1 FROM TOT-IDX
           ELSE
               IF TOT-CANT-UBIC < 21
                   ADD 1 TO TOT-CANT-UBIC
                   MOVE TOT-CANT-UBIC TO TOT-IDX
                   MOVE UBICHK-CODIGO(UBICHK-IDX)
                       TO TOT-CODIGO(TOT-IDX)
                   MOVE 0 TO TOT-VALOR(TOT-IDX)
               ELSE
                   MOVE 0 TO TOT-IDX
               END-IF
           END-IF.
           IF TOT-IDX > 0
               ADD VALOR-UBICACION TO TOT-VALOR(TOT-IDX)
           END-IF.

       COMPARAR-TOTAL-UBICACION.
           IF TOT-CODIGO(TOT-IDX) = UBICHK-CODIGO(UBICHK-IDX)
               MOVE "S" TO SW-TOT-HALLADA
           END-IF.

       IMPRIMIR-TOTAL.
           PERFORM IMPRIMIR-TOTAL-UBICACION
                   VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOT-CANT-UBIC.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE TOTAL-VALUACION TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "VALUACIÓN TOTAL DE LA COMPAÑÍA: "
               DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-TOTAL-UBICACION.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE TOT-CODIGO(TOT-IDX) TO UBICHK-BUSCADA.
           PERFORM NOMBRAR-UBICACION.
           MOVE TOT-VALOR(TOT-IDX) TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "VALUACIÓN " DELIMITED BY SIZE
               UBICHK-NOMBRE DELIMITED BY SIZE
               "              " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           IF TOT-IDX = 1
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
           ELSE
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
           END-IF.

           COPY RPTHDR-PROC.
           COPY UBICHK-PROC.
