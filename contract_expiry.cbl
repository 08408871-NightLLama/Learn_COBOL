      ******************************************************************
      * Listado de vencimiento de los acuerdos de precio por cliente
      * (PRECCONT, ver CONTRACT-PRICE-MAINT): los acuerdos cuya fecha
      * hasta cae entre hoy y los próximos 30 días, con el nombre del
      * cliente (CUSTMAST), la descripción del artículo (ITEMMAST), el
      * precio de contrato contra el de lista y los días que faltan,
      * para que ventas renegocie antes de que la facturación vuelva
      * a cobrar a lista.  Un acuerdo ya renovado (otra fila de la
      * misma cuenta y artículo que empieza después) no se lista.
      * Sale por CONTVENC con el encabezado RPTHDR, como
      * TAX-LIABILITY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECIOS-CONTRATO ASSIGN TO "PRECCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPR-CLAVE
               FILE STATUS IS FS-CONTRATOS.

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

           SELECT LISTADO ASSIGN TO "CONTVENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PRECIOS-CONTRATO.
           COPY PRECCONT.

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(120).

       WORKING-STORAGE SECTION.
       01  FS-CONTRATOS PIC XX.
           88  FS-CPR-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  SW-CLIENTES-DISPONIBLE PIC A VALUE "N".
           88  CLIENTES-DISPONIBLE VALUE "S".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  SW-INVENTARIO-DISPONIBLE PIC A VALUE "N".
           88  INVENTARIO-DISPONIBLE VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-LIMITE PIC 9(8).
       01  DIAS-AVISO PIC 99 VALUE 30.
       01  DIAS-RESTANTES PIC S9(5).
      *
      * El acuerdo leído queda pendiente hasta ver la fila siguiente:
      * si es de la misma cuenta y artículo y arranca después, el
      * acuerdo ya fue renovado.
      *
       01  SW-HAY-PENDIENTE PIC A VALUE "N".
           88  HAY-PENDIENTE VALUE "S".
       01  CONTRATO-PENDIENTE.
           05  PEN-CUENTA          PIC X(16).
           05  PEN-ITEM            PIC X(8).
           05  PEN-FECHA-DESDE     PIC 9(8).
           05  PEN-FECHA-HASTA     PIC 9(8).
           05  PEN-PRECIO          PIC 9(5)V99.
       01  NOMBRE-CLIENTE PIC X(30).
       01  DESCRIPCION-ITEM PIC X(20).
       01  PRECIO-LISTA PIC 9(5)V99.
       01  CANT-LEIDOS PIC 9(6) VALUE 0.
       01  CANT-POR-VENCER PIC 9(6) VALUE 0.
       01  PRECIO-ED PIC $$,$$9.99.
       01  LISTA-ED PIC $$,$$9.99.
       01  DIAS-ED PIC ZZ9.
       01  CANT-ED PIC ZZZ,ZZ9.
       01  LINEA-SALIDA PIC X(120).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "ACUERDOS DE PRECIO POR VENCER" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) + DIAS-AVISO).
           OPEN INPUT PRECIOS-CONTRATO.
           IF NOT FS-CPR-OK
               DISPLAY "NO HAY ARCHIVO DE ACUERDOS PRECCONT"
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLI-OK
               MOVE "S" TO SW-CLIENTES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN MAESTRO CUSTMAST - EL"
                       " LISTADO SALE SIN NOMBRE DE CLIENTE"
           END-IF.
           OPEN INPUT INVENTARIO.
           IF FS-ITM-OK
               MOVE "S" TO SW-INVENTARIO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN MAESTRO ITEMMAST - EL"
                       " LISTADO SALE SIN DESCRIPCIÓN NI LISTA"
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM LEER-CONTRATO.
           PERFORM EXAMINAR-UN-CONTRATO UNTIL FIN-ARCHIVO.
           IF HAY-PENDIENTE
               PERFORM LISTAR-PENDIENTE THRU LISTAR-PENDIENTE-FIN
           END-IF.
           PERFORM IMPRIMIR-TOTAL.
           CLOSE LISTADO.
           CLOSE PRECIOS-CONTRATO.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.
           IF INVENTARIO-DISPONIBLE
               CLOSE INVENTARIO
           END-IF.
           MOVE CANT-POR-VENCER TO CANT-ED.
           DISPLAY "ACUERDOS LEÍDOS: ", CANT-LEIDOS,
                   "  POR VENCER: ", CANT-ED.
           STOP RUN.

       LEER-CONTRATO.
           READ PRECIOS-CONTRATO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * La fila leída decide la pendiente: si es de la misma cuenta y
      * artículo, la pendiente quedó renovada y no se lista; si no, la
      * pendiente se lista cuando vence dentro del plazo.  La fila
      * leída pasa a ser la pendiente.
      ******************************************************************
       EXAMINAR-UN-CONTRATO.
           ADD 1 TO CANT-LEIDOS.
           IF HAY-PENDIENTE
               IF CPR-CUENTA NOT = PEN-CUENTA
                  OR CPR-ITEM NOT = PEN-ITEM
                   PERFORM LISTAR-PENDIENTE THRU LISTAR-PENDIENTE-FIN
               END-IF
           END-IF.
           MOVE "S" TO SW-HAY-PENDIENTE.
           MOVE CPR-CUENTA TO PEN-CUENTA.
           MOVE CPR-ITEM TO PEN-ITEM.
           MOVE CPR-FECHA-DESDE TO PEN-FECHA-DESDE.
           MOVE CPR-FECHA-HASTA TO PEN-FECHA-HASTA.
           MOVE CPR-PRECIO TO PEN-PRECIO.
           PERFORM LEER-CONTRATO.

       LISTAR-PENDIENTE.
           IF PEN-FECHA-HASTA < FECHA-HOY
              OR PEN-FECHA-HASTA > FECHA-LIMITE
               GO TO LISTAR-PENDIENTE-FIN
           END-IF.
           ADD 1 TO CANT-POR-VENCER.
           COMPUTE DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE(PEN-FECHA-HASTA)
                   - FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           PERFORM BUSCAR-NOMBRE-CLIENTE.
           PERFORM BUSCAR-DATOS-ITEM.
           MOVE PEN-PRECIO TO PRECIO-ED.
           MOVE PRECIO-LISTA TO LISTA-ED.
           MOVE DIAS-RESTANTES TO DIAS-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING PEN-CUENTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-CLIENTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DESCRIPCION-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-FECHA-DESDE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PEN-FECHA-HASTA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRECIO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LISTA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
       LISTAR-PENDIENTE-FIN.
           EXIT.

       BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO NOMBRE-CLIENTE.
           IF CLIENTES-DISPONIBLE
               MOVE PEN-CUENTA TO CLI-CUENTA
               READ CLIENTES
                   INVALID KEY
                       MOVE "** NO ESTÁ EN CUSTMAST **"
                           TO NOMBRE-CLIENTE
                   NOT INVALID KEY
                       MOVE CLI-NOMBRE TO NOMBRE-CLIENTE
               END-READ
           END-IF.

       BUSCAR-DATOS-ITEM.
           MOVE SPACES TO DESCRIPCION-ITEM.
           MOVE 0 TO PRECIO-LISTA.
           IF INVENTARIO-DISPONIBLE
               MOVE PEN-ITEM TO ITM-ITEM
               READ INVENTARIO
                   INVALID KEY
                       MOVE "** NO EN ITEMMAST **" TO DESCRIPCION-ITEM
                   NOT INVALID KEY
                       MOVE ITM-DESCRIPCION TO DESCRIPCION-ITEM
                       MOVE ITM-PRECIO TO PRECIO-LISTA
               END-READ
           END-IF.

       IMPRIMIR-ENCABEZADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "VENCEN ENTRE EL " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " Y EL " DELIMITED BY SIZE
               FECHA-LIMITE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CUENTA           CLIENTE" DELIMITED BY SIZE
               "                        ARTICULO" DELIMITED BY SIZE
               " DESCRIPCION          DESDE    HASTA" DELIMITED BY SIZE
               "    DIAS  CONTRATO     LISTA" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 4 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-TOTAL.
           MOVE SPACES TO LINEA-SALIDA.
           IF CANT-POR-VENCER = 0
               MOVE "SIN ACUERDOS QUE VENZAN EN EL PLAZO"
                   TO LINEA-SALIDA
           ELSE
               MOVE CANT-POR-VENCER TO CANT-ED
               STRING "ACUERDOS POR VENCER: " DELIMITED BY SIZE
                   CANT-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           END-IF.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
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
