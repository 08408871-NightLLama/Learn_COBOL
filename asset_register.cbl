      ******************************************************************
      * Registro de valor neto en libros de los activos fijos
      * (ACTFIJO, ver ACTFIJO.CPY): por ACTFIJRPT cada bien con su
      * fecha de alta, vida útil, método, costo, depreciación
      * acumulada y valor neto (costo - acumulada), agrupado por
      * campus con el subtotal de cada uno y el total general.  Puede
      * limitarse a un campus (ENTER o * = todos).  Los bienes dados
      * de baja ya no están en libros: sólo se listan si se pide, con
      * su fecha de baja, lo producido y el resultado, y no suman a
      * los totales.  La depreciación del mes la suma DEPRECIATION-RUN;
      * este listado muestra lo acumulado a la fecha del maestro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-FIJOS ASSIGN TO "ACTFIJO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AF-ETIQUETA
               FILE STATUS IS FS-ACTIVOS-FIJOS.

           SELECT SORT-WORK ASSIGN TO "SRTWKACT".

           SELECT LISTADO ASSIGN TO "ACTFIJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-FIJOS.
           COPY ACTFIJO.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CAMPUS        PIC XX.
           05  SORT-ETIQUETA      PIC X(10).
           05  SORT-ACTIVO        PIC X(157).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-ACTIVOS-FIJOS PIC XX.
           88  FS-AF-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
       01  SW-INCLUYE-BAJAS PIC A VALUE "N".
           88  INCLUYE-BAJAS VALUE "S".
       01  SW-HAY-CAMPUS PIC A VALUE "N".
           88  HAY-CAMPUS VALUE "S".
       01  CAMPUS-PEDIDO PIC XX.
       01  RESPUESTA-BAJAS PIC X.
       01  CAMPUS-ANTERIOR PIC XX.
       01  VALOR-NETO PIC 9(9)V99.
       01  SUBTOTAL-COSTO PIC 9(11)V99.
       01  SUBTOTAL-ACUMULADA PIC 9(11)V99.
       01  SUBTOTAL-NETO PIC 9(11)V99.
       01  TOTAL-COSTO PIC 9(11)V99 VALUE 0.
       01  TOTAL-ACUMULADA PIC 9(11)V99 VALUE 0.
       01  TOTAL-NETO PIC 9(11)V99 VALUE 0.
       01  CANT-EN-USO PIC 9(5) VALUE 0.
       01  CANT-BAJAS PIC 9(5) VALUE 0.
       01  CANT-CAMPUS PIC 9(3) VALUE 0.
       01  MONTO-ED PIC $$$,$$$,$$9.99-.
       01  TOTAL-ED PIC $$,$$$,$$$,$$9.99-.
       01  FECHA-ED PIC 9999/99/99.
       01  VIDA-ED PIC Z9.
       01  LINEA-SALIDA PIC X(120).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CAMPUS A LISTAR (ENTER O * = TODOS): ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO NOT = SPACES
              AND CAMPUS-PEDIDO NOT = "*"
               MOVE "S" TO SW-FILTRA-CAMPUS
               DISPLAY "REGISTRO LIMITADO AL CAMPUS ", CAMPUS-PEDIDO
           END-IF.
           DISPLAY "¿INCLUIR LOS BIENES DADOS DE BAJA? (S/N): ".
           ACCEPT RESPUESTA-BAJAS.
           MOVE FUNCTION UPPER-CASE(RESPUESTA-BAJAS)
               TO RESPUESTA-BAJAS.
           IF RESPUESTA-BAJAS = "S"
               MOVE "S" TO SW-INCLUYE-BAJAS
           END-IF.
           MOVE "REGISTRO DE ACTIVOS FIJOS - VALOR NETO"
               TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN INPUT ACTIVOS-FIJOS.
           IF NOT FS-AF-OK
               DISPLAY "NO HAY MAESTRO DE ACTIVOS FIJOS ACTFIJO"
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CAMPUS
                                SORT-ETIQUETA
               INPUT PROCEDURE IS SOLTAR-ACTIVOS
               OUTPUT PROCEDURE IS LISTAR-POR-CAMPUS.
           IF CANT-EN-USO = 0 AND CANT-BAJAS = 0
               MOVE "(NO HAY BIENES PARA LISTAR)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM IMPRIMIR-TOTAL-GENERAL.
           CLOSE ACTIVOS-FIJOS.
           CLOSE LISTADO.
           DISPLAY "BIENES EN USO: ", CANT-EN-USO,
                   "  DADOS DE BAJA LISTADOS: ", CANT-BAJAS.
           MOVE TOTAL-NETO TO TOTAL-ED.
           DISPLAY "VALOR NETO EN LIBROS: ", TOTAL-ED.
           STOP RUN.

       SOLTAR-ACTIVOS.
           PERFORM LEER-ACTIVO.
           PERFORM SOLTAR-UN-ACTIVO UNTIL FIN-ARCHIVO.

       LEER-ACTIVO.
           READ ACTIVOS-FIJOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UN-ACTIVO.
           IF (NOT FILTRA-CAMPUS OR AF-CAMPUS = CAMPUS-PEDIDO)
              AND (AF-EN-USO OR INCLUYE-BAJAS)
               MOVE AF-CAMPUS TO SORT-CAMPUS
               MOVE AF-ETIQUETA TO SORT-ETIQUETA
               MOVE REG-ACTIVO-FIJO TO SORT-ACTIVO
               RELEASE SORT-REC
           END-IF.
           PERFORM LEER-ACTIVO.

       LISTAR-POR-CAMPUS.
           PERFORM DEVOLVER-UN-ACTIVO UNTIL FIN-SORT.
           IF HAY-CAMPUS
               PERFORM CERRAR-CAMPUS
           END-IF.

       DEVOLVER-UN-ACTIVO.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   PERFORM LISTAR-UN-ACTIVO
           END-RETURN.

       LISTAR-UN-ACTIVO.
           MOVE SORT-ACTIVO TO REG-ACTIVO-FIJO.
           IF NOT HAY-CAMPUS
              OR SORT-CAMPUS NOT = CAMPUS-ANTERIOR
               IF HAY-CAMPUS
                   PERFORM CERRAR-CAMPUS
               END-IF
               PERFORM ABRIR-CAMPUS
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE AF-ETIQUETA TO LINEA-SALIDA(1:10).
           MOVE AF-DESCRIPCION(1:24) TO LINEA-SALIDA(12:24).
           MOVE AF-FECHA-ALTA TO FECHA-ED.
           MOVE FECHA-ED TO LINEA-SALIDA(37:10).
           MOVE AF-VIDA-ANIOS TO VIDA-ED.
           MOVE VIDA-ED TO LINEA-SALIDA(48:2).
           MOVE AF-METODO TO LINEA-SALIDA(53:1).
           MOVE AF-COSTO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(54:15).
           MOVE AF-DEPREC-ACUM TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(69:15).
           IF AF-DADO-DE-BAJA
               MOVE 0 TO VALOR-NETO
               MOVE "BAJA" TO LINEA-SALIDA(101:4)
               MOVE AF-FECHA-BAJA TO FECHA-ED
               MOVE FECHA-ED TO LINEA-SALIDA(106:10)
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO LINEA-SALIDA
               MOVE "PRODUCIDO" TO LINEA-SALIDA(12:9)
               MOVE AF-PRODUCIDO-BAJA TO MONTO-ED
               MOVE MONTO-ED TO LINEA-SALIDA(22:15)
               MOVE "RESULTADO" TO LINEA-SALIDA(39:9)
               MOVE AF-RESULTADO-BAJA TO MONTO-ED
               MOVE MONTO-ED TO LINEA-SALIDA(54:15)
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO CANT-BAJAS
           ELSE
               COMPUTE VALOR-NETO = AF-COSTO - AF-DEPREC-ACUM
               MOVE VALOR-NETO TO MONTO-ED
               MOVE MONTO-ED TO LINEA-SALIDA(84:15)
               MOVE "EN USO" TO LINEA-SALIDA(101:6)
               PERFORM ESCRIBIR-LINEA
               ADD AF-COSTO TO SUBTOTAL-COSTO
               ADD AF-DEPREC-ACUM TO SUBTOTAL-ACUMULADA
               ADD VALOR-NETO TO SUBTOTAL-NETO
               ADD 1 TO CANT-EN-USO
           END-IF.

       ABRIR-CAMPUS.
           MOVE "S" TO SW-HAY-CAMPUS.
           MOVE SORT-CAMPUS TO CAMPUS-ANTERIOR.
           MOVE 0 TO SUBTOTAL-COSTO.
           MOVE 0 TO SUBTOTAL-ACUMULADA.
           MOVE 0 TO SUBTOTAL-NETO.
           ADD 1 TO CANT-CAMPUS.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CAMPUS " DELIMITED BY SIZE
               SORT-CAMPUS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "ETIQUETA   DESCRIPCION" TO LINEA-SALIDA(1:22).
           MOVE "ALTA       VIDA MET" TO LINEA-SALIDA(37:19).
           MOVE "COSTO" TO LINEA-SALIDA(64:5).
           MOVE "ACUMULADA" TO LINEA-SALIDA(75:9).
           MOVE "VALOR NETO" TO LINEA-SALIDA(89:10).
           MOVE "ESTADO" TO LINEA-SALIDA(101:6).
           PERFORM ESCRIBIR-LINEA.

       CERRAR-CAMPUS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "  SUBTOTAL DEL CAMPUS" TO LINEA-SALIDA(1:21).
           MOVE SUBTOTAL-COSTO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(54:15).
           MOVE SUBTOTAL-ACUMULADA TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(69:15).
           MOVE SUBTOTAL-NETO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(84:15).
           PERFORM ESCRIBIR-LINEA.
           ADD SUBTOTAL-COSTO TO TOTAL-COSTO.
           ADD SUBTOTAL-ACUMULADA TO TOTAL-ACUMULADA.
           ADD SUBTOTAL-NETO TO TOTAL-NETO.

       IMPRIMIR-TOTAL-GENERAL.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL COSTO DE LOS BIENES EN USO" TO LINEA-SALIDA.
           MOVE TOTAL-COSTO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:18).
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL DEPRECIACIÓN ACUMULADA" TO LINEA-SALIDA.
           MOVE TOTAL-ACUMULADA TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:18).
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL VALOR NETO EN LIBROS" TO LINEA-SALIDA.
           MOVE TOTAL-NETO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:18).
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
