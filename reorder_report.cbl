      * la mañana en vez de enterarse del stock en cero cuando muere
      * un pedido.  Los artículos con mínimo en cero (sin nivel
      * cargado) no se listan.  Corre en la ventana DAYRUN.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Existencia por ubicación: debajo de cada
      *             artículo listado, la existencia y el tránsito de
      *             cada ubicación; al pie, la línea de total de la
      *             compañía.
      * 2026-10-15  La línea del artículo lleva la clase ABC que
      *             asigna ABC-ANALYSIS después del proveedor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDER-REPORT.
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT EXISTENCIAS-UBICACION ASSIGN TO "ITEMUBIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBI-CLAVE
               FILE STATUS IS FS-EXISTENCIAS-UBIC.

           SELECT LISTADO ASSIGN TO "REORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.
       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  EXISTENCIAS-UBICACION.
           COPY EXISTUBI.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

           88  FIN-ARCHIVO VALUE "S".
       01  CANT-A-REPONER PIC 9(4) VALUE 0.
       01  LINEA-SALIDA PIC X(100).
       01  TOTAL-EXISTENCIA PIC S9(9) VALUE 0.
       01  TOTAL-REPONER PIC 9(9) VALUE 0.
       01  EXISTENCIA-ED PIC -,---,--9.
       01  TRANSITO-ED PIC Z,ZZZ,ZZ9.
       01  TOTAL-EXISTENCIA-ED PIC -,---,---,--9.
       01  TOTAL-REPONER-ED PIC ZZZ,ZZZ,ZZ9.
           COPY UBICHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               GOBACK
           END-IF.
           OPEN INPUT EXISTENCIAS-UBICACION.
           IF FS-UBI-OK
               MOVE "S" TO SW-UBICACIONES-DISP
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           MOVE "ARTICULO  DESCRIPCION           EXIST.  MINIMO"
                & "  REPONER  PROVEEDOR   ABC"
               TO LINEA-LISTADO.
           WRITE LINEA-LISTADO AFTER ADVANCING 2 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
               MOVE "(NINGÚN ARTÍCULO EN O BAJO SU MÍNIMO)"
                   TO LINEA-LISTADO
               WRITE LINEA-LISTADO AFTER ADVANCING 1 LINE
           ELSE
               PERFORM LISTAR-TOTAL-COMPANIA
           END-IF.
           CLOSE INVENTARIO.
           IF UBICACIONES-DISPONIBLES
               CLOSE EXISTENCIAS-UBICACION
           END-IF.
           CLOSE LISTADO.
           DISPLAY "ARTÍCULOS A REPONER: ", CANT-A-REPONER.
           GOBACK.
               ITM-CANT-REPOSICION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ITM-PROVEEDOR DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ITM-CLASE-ABC DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           ADD ITM-EXISTENCIA TO TOTAL-EXISTENCIA.
           ADD ITM-CANT-REPOSICION TO TOTAL-REPONER.
           MOVE ITM-ITEM TO UBICHK-ITEM.
           MOVE ITM-EXISTENCIA TO UBICHK-TOTAL-ITEM.
           PERFORM CARGAR-UBICACIONES-ITEM.
           PERFORM LISTAR-UBICACION-ITEM
                   VARYING UBICHK-IDX FROM 1 BY 1
                   UNTIL UBICHK-IDX > UBICHK-CANT-UBIC.

      ******************************************************************
      * Debajo de la línea del artículo (el total de la compañía),
      * lo que hay en cada ubicación y lo que viene en tránsito
      * hacia ella, para que compras vea si alcanza con un traslado.
      ******************************************************************
       LISTAR-UBICACION-ITEM.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE UBICHK-CODIGO(UBICHK-IDX) TO UBICHK-BUSCADA.
           PERFORM NOMBRAR-UBICACION.
           MOVE UBICHK-EXISTENCIA(UBICHK-IDX) TO EXISTENCIA-ED.
           MOVE UBICHK-TRANSITO(UBICHK-IDX) TO TRANSITO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "          " DELIMITED BY SIZE
               UBICHK-NOMBRE DELIMITED BY SIZE
               "  EXISTENCIA " DELIMITED BY SIZE
               EXISTENCIA-ED DELIMITED BY SIZE
               "  EN TRÁNSITO " DELIMITED BY SIZE
               TRANSITO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       LISTAR-TOTAL-COMPANIA.
           MOVE TOTAL-EXISTENCIA TO TOTAL-EXISTENCIA-ED.
           MOVE TOTAL-REPONER TO TOTAL-REPONER-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL COMPAÑÍA - EXISTENCIA "
                   DELIMITED BY SIZE
               TOTAL-EXISTENCIA-ED DELIMITED BY SIZE
               "  A REPONER " DELIMITED BY SIZE
               TOTAL-REPONER-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
           END-IF.

           COPY RPTHDR-PROC.
           COPY UBICHK-PROC.
