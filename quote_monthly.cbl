      ******************************************************************
      * Resumen mensual de cotizaciones de trabajos a medida (COTIZMST,
      * ver COTIZA.CPY): las cotizaciones emitidas en el mes pedido
      * pasan por un SORT por cuenta y salen en QUOTEMON una línea por
      * cliente con las emitidas, aceptadas, rechazadas, vencidas y
      * las que siguen pendientes, la tasa de éxito, el valor cotizado
      * y el valor aceptado; al pie, los totales del mes.  La tasa de
      * éxito es aceptadas sobre las ya decididas (aceptadas,
      * rechazadas y vencidas): la pendiente todavía no ganó ni
      * perdió.
      * Una emitida cuya fecha de vencimiento ya pasó cuenta como
      * vencida aunque QUOTE-STATUS todavía no la haya marcado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-MONTHLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO-COTIZACIONES ASSIGN TO "COTIZMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-NUMERO
               ALTERNATE RECORD KEY IS COT-CUENTA
                   WITH DUPLICATES
               FILE STATUS IS FS-COTIZACIONES.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT SORT-WORK ASSIGN TO "SRTWKCOT".

           SELECT LISTADO ASSIGN TO "QUOTEMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-COTIZACIONES.
           COPY COTIZA.

       FD  CLIENTES.
           COPY CUSTMAST.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CUENTA            PIC X(16).
           05  SORT-NUMERO            PIC 9(6).
           05  SORT-ESTADO            PIC X.
           05  SORT-PRECIO            PIC 9(10)V99.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-COTIZACIONES PIC XX.
           88  FS-COT-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  SW-CLIENTES-DISPONIBLE PIC A VALUE "N".
           88  CLIENTES-DISPONIBLE VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-MES-OK PIC A.
           88  MES-OK VALUE "S".
       01  SW-HAY-CLIENTE PIC A VALUE "N".
           88  HAY-CLIENTE VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  MES-ENTRADA PIC X(6).
       01  MES-PEDIDO PIC 9(6).
       01  MES-PEDIDO-R REDEFINES MES-PEDIDO.
           05  MES-ANIO PIC 9(4).
           05  MES-MES PIC 99.
       01  CUENTA-ANTERIOR PIC X(16).
      ******************************************************************
      * Contadores por cliente (CLT-) y del mes (TOT-).  Estado 1
      * emitidas, 2 aceptadas, 3 rechazadas, 4 vencidas, 5 pendientes.
      ******************************************************************
       01  CONTADORES-CLIENTE.
           05  CLT-CANT OCCURS 5 TIMES PIC 9(5).
           05  CLT-VALOR-COTIZADO     PIC 9(11)V99.
           05  CLT-VALOR-ACEPTADO     PIC 9(11)V99.
       01  CONTADORES-MES.
           05  TOT-CANT OCCURS 5 TIMES PIC 9(5).
           05  TOT-VALOR-COTIZADO     PIC 9(11)V99.
           05  TOT-VALOR-ACEPTADO     PIC 9(11)V99.
       01  IDX-ESTADO PIC 9.
       01  CANT-DECIDIDAS PIC 9(5).
       01  TASA-EXITO PIC 999V9.
       01  TASA-ED PIC ZZ9.9.
       01  CANT-ED PIC ZZZZ9.
       01  VALOR-ED PIC $$$,$$$,$$9.99.
       01  LINEA-SALIDA PIC X(100).
           COPY NUMCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SW-MES-OK.
           PERFORM PEDIR-MES UNTIL MES-OK.
           OPEN INPUT MAESTRO-COTIZACIONES.
           IF NOT FS-COT-OK
               DISPLAY "NO HAY MAESTRO DE COTIZACIONES COTIZMST"
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLI-OK
               MOVE "S" TO SW-CLIENTES-DISPONIBLE
           END-IF.
           INITIALIZE CONTADORES-MES.
           MOVE SPACES TO RPTHDR-TITULO.
           STRING "RESUMEN DE COTIZACIONES - MES " DELIMITED BY SIZE
               MES-PEDIDO DELIMITED BY SIZE
               INTO RPTHDR-TITULO
           END-STRING.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CUENTA SORT-NUMERO
               INPUT PROCEDURE IS SOLTAR-COTIZACIONES
               OUTPUT PROCEDURE IS IMPRIMIR-CLIENTES.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE MAESTRO-COTIZACIONES.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.
           CLOSE LISTADO.
           DISPLAY "COTIZACIONES EMITIDAS EN ", MES-PEDIDO, ": ",
                   TOT-CANT(1).
           STOP RUN.

      ******************************************************************
      * Mes a resumir, AAAAMM; ENTER toma el mes en curso.
      ******************************************************************
       PEDIR-MES.
           DISPLAY "MES A RESUMIR AAAAMM (ENTER = MES EN CURSO): ".
           ACCEPT MES-ENTRADA.
           IF MES-ENTRADA = SPACES
               MOVE FECHA-HOY(1:6) TO MES-PEDIDO
               MOVE "S" TO SW-MES-OK
           ELSE
               MOVE MES-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(MES-ENTRADA) TO MES-PEDIDO
                   IF MES-MES < 1 OR MES-MES > 12 OR MES-ANIO < 1900
                       DISPLAY "MES INVÁLIDO, REINGRESE"
                   ELSE
                       MOVE "S" TO SW-MES-OK
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "CUENTA" TO LINEA-SALIDA(1:6).
           MOVE "CLIENTE" TO LINEA-SALIDA(18:7).
           MOVE "EMIT" TO LINEA-SALIDA(40:4).
           MOVE "ACEP" TO LINEA-SALIDA(45:4).
           MOVE "RECH" TO LINEA-SALIDA(50:4).
           MOVE "VENC" TO LINEA-SALIDA(55:4).
           MOVE "PEND" TO LINEA-SALIDA(60:4).
           MOVE "ÉXITO%" TO LINEA-SALIDA(65:7).
           MOVE "VALOR COTIZADO" TO LINEA-SALIDA(73:14).
           MOVE "VALOR ACEPTADO" TO LINEA-SALIDA(87:14).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Selección: las cotizaciones emitidas en el mes pedido.
      ******************************************************************
       SOLTAR-COTIZACIONES.
           PERFORM LEER-COTIZACION.
           PERFORM SOLTAR-UNA-COTIZACION UNTIL FIN-ARCHIVO.

       LEER-COTIZACION.
           READ MAESTRO-COTIZACIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UNA-COTIZACION.
           IF COT-FECHA-EMISION(1:6) = MES-PEDIDO
               MOVE COT-CUENTA TO SORT-CUENTA
               MOVE COT-NUMERO TO SORT-NUMERO
               MOVE COT-ESTADO TO SORT-ESTADO
               IF COT-EMITIDA AND COT-FECHA-VENCE < FECHA-HOY
                   MOVE "V" TO SORT-ESTADO
               END-IF
               MOVE COT-PRECIO TO SORT-PRECIO
               RELEASE SORT-REC
           END-IF.
           PERFORM LEER-COTIZACION.

      ******************************************************************
      * Corte por cuenta: al cambiar de cliente sale la línea del
      * anterior.
      ******************************************************************
       IMPRIMIR-CLIENTES.
           PERFORM DEVOLVER-COTIZACION UNTIL FIN-SORT.
           IF HAY-CLIENTE
               PERFORM IMPRIMIR-UN-CLIENTE
           END-IF.
           IF TOT-CANT(1) = 0
               MOVE "SIN COTIZACIONES EMITIDAS EN EL MES"
                   TO LINEA-SALIDA
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       DEVOLVER-COTIZACION.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF HAY-CLIENTE AND SORT-CUENTA NOT = CUENTA-ANTERIOR
                       PERFORM IMPRIMIR-UN-CLIENTE
                   END-IF
                   IF NOT HAY-CLIENTE
                       MOVE SORT-CUENTA TO CUENTA-ANTERIOR
                       INITIALIZE CONTADORES-CLIENTE
                       MOVE "S" TO SW-HAY-CLIENTE
                   END-IF
                   PERFORM SUMAR-COTIZACION
           END-RETURN.

       SUMAR-COTIZACION.
           ADD 1 TO CLT-CANT(1).
           ADD SORT-PRECIO TO CLT-VALOR-COTIZADO.
           EVALUATE SORT-ESTADO
               WHEN "A"
                   MOVE 2 TO IDX-ESTADO
                   ADD SORT-PRECIO TO CLT-VALOR-ACEPTADO
               WHEN "R"
                   MOVE 3 TO IDX-ESTADO
               WHEN "V"
                   MOVE 4 TO IDX-ESTADO
               WHEN OTHER
                   MOVE 5 TO IDX-ESTADO
           END-EVALUATE.
           ADD 1 TO CLT-CANT(IDX-ESTADO).

       IMPRIMIR-UN-CLIENTE.
           PERFORM ACUMULAR-MES
                   VARYING IDX-ESTADO FROM 1 BY 1
                   UNTIL IDX-ESTADO > 5.
           ADD CLT-VALOR-COTIZADO TO TOT-VALOR-COTIZADO.
           ADD CLT-VALOR-ACEPTADO TO TOT-VALOR-ACEPTADO.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CUENTA-ANTERIOR TO LINEA-SALIDA(1:16).
           IF CLIENTES-DISPONIBLE
               MOVE CUENTA-ANTERIOR TO CLI-CUENTA
               READ CLIENTES
                   INVALID KEY
                       MOVE "(NO ESTÁ EN CUSTMAST)"
                           TO LINEA-SALIDA(18:21)
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO LINEA-SALIDA(18:21)
               END-READ
           END-IF.
           PERFORM MOVER-CANTIDADES-CLIENTE
                   VARYING IDX-ESTADO FROM 1 BY 1
                   UNTIL IDX-ESTADO > 5.
           COMPUTE CANT-DECIDIDAS = CLT-CANT(2) + CLT-CANT(3)
                   + CLT-CANT(4).
           IF CANT-DECIDIDAS = 0
               MOVE "-" TO LINEA-SALIDA(69:1)
           ELSE
               COMPUTE TASA-EXITO ROUNDED =
                       CLT-CANT(2) * 100 / CANT-DECIDIDAS
               MOVE TASA-EXITO TO TASA-ED
               MOVE TASA-ED TO LINEA-SALIDA(65:5)
           END-IF.
           MOVE CLT-VALOR-COTIZADO TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(73:14).
           MOVE CLT-VALOR-ACEPTADO TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(87:14).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SORT-CUENTA TO CUENTA-ANTERIOR.
           INITIALIZE CONTADORES-CLIENTE.

       ACUMULAR-MES.
           ADD CLT-CANT(IDX-ESTADO) TO TOT-CANT(IDX-ESTADO).

       MOVER-CANTIDADES-CLIENTE.
           MOVE CLT-CANT(IDX-ESTADO) TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(IDX-ESTADO * 5 + 34:5).

      ******************************************************************
      * Totales del mes, con la tasa de éxito del mes.
      ******************************************************************
       IMPRIMIR-TOTALES.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL DEL MES" TO LINEA-SALIDA(1:13).
           PERFORM MOVER-CANTIDADES-MES
                   VARYING IDX-ESTADO FROM 1 BY 1
                   UNTIL IDX-ESTADO > 5.
           COMPUTE CANT-DECIDIDAS = TOT-CANT(2) + TOT-CANT(3)
                   + TOT-CANT(4).
           IF CANT-DECIDIDAS = 0
               MOVE "-" TO LINEA-SALIDA(69:1)
           ELSE
               COMPUTE TASA-EXITO ROUNDED =
                       TOT-CANT(2) * 100 / CANT-DECIDIDAS
               MOVE TASA-EXITO TO TASA-ED
               MOVE TASA-ED TO LINEA-SALIDA(65:5)
           END-IF.
           MOVE TOT-VALOR-COTIZADO TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(73:14).
           MOVE TOT-VALOR-ACEPTADO TO VALOR-ED.
           MOVE VALOR-ED TO LINEA-SALIDA(87:14).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       MOVER-CANTIDADES-MES.
           MOVE TOT-CANT(IDX-ESTADO) TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(IDX-ESTADO * 5 + 34:5).

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
               PERFORM IMPRIMIR-TITULOS
           END-IF.

           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
