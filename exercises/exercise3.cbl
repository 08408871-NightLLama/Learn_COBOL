      *             step that kept getting disputed.  Without a PRECIO3
      *             file the batch reports area/perimeter as before,
      *             with a warning and no quotes.
      * 2026-10-15  Batch quotes are now registered: each PEDIDOS3 order
      *             carries the customer account and job item, the
      *             account is validated against CUSTMAST, and every
      *             quote gets a number from the COTIZCTL control record
      *             and an expiry date (PRM-DIAS-VALIDEZ days from
      *             PRECIO3, 30 if absent) on the new COTIZMST master,
      *             so QUOTE-STATUS can accept or decline it and turn an
      *             accepted quote into an order at the quoted price.  A
      *             quote whose account does not validate still prints
      *             on QUOTE3, unregistered, with an exception-log
      *             entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE3.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COTIZACIONES.

           SELECT MAESTRO-COTIZACIONES ASSIGN TO "COTIZMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COT-NUMERO
               ALTERNATE RECORD KEY IS COT-CUENTA
                   WITH DUPLICATES
               FILE STATUS IS FS-MAESTRO-COTIZ.

           SELECT COTIZ-CONTROL ASSIGN TO "COTIZCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COTIZ-CONTROL.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-LOTE.
       01  REG-PEDIDO.
           05  ANCHO-PEDIDO       PIC 9(4).
           05  LARGO-PEDIDO       PIC 9(4).
           05  CUENTA-PEDIDO      PIC X(16).
           05  ITEM-PEDIDO        PIC X(8).

       FD  REPORTE-LOTE.
       01  LINEA-REPORTE PIC X(80).
       01  REG-PARM-PRECIOS.
           05  PRM-PRECIO-AREA      PIC 9(4)V99.
           05  PRM-PRECIO-PERIMETRO PIC 9(4)V99.
           05  PRM-DIAS-VALIDEZ     PIC 9(3).

       FD  COTIZACIONES.
       01  LINEA-COTIZACION PIC X(80).

       FD  MAESTRO-COTIZACIONES.
           COPY COTIZA.

       FD  COTIZ-CONTROL.
       01  REG-COTIZ-CONTROL.
           05  CTL-PROX-COTIZACION PIC 9(6).

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  LARGO PIC 9(4).
       01  ANCHO PIC 9(4).
       01  PRECIO-COTIZADO-ED PIC $$,$$$,$$$,$$9.99.
       01  LINEA-COTIZ-TRABAJO PIC X(80).
       01  LINEAS-REPORTE-GUARDADAS PIC 9(3).
      ******************************************************************
      * Registro de la cotización en COTIZMST: sin maestro de clientes
      * o con una cuenta que no está en CUSTMAST la cotización sale en
      * QUOTE3 igual, pero sin número y sin registrar.  Sin días de
      * validez en PRECIO3 (el registro viejo de 12 bytes) vence a los
      * DIAS-VALIDEZ-DEFECTO días.
      ******************************************************************
       01  FS-MAESTRO-COTIZ PIC XX.
           88  FS-COT-OK VALUE "00".
           88  FS-COT-NO-EXISTE VALUE "35".
       01  FS-COTIZ-CONTROL PIC XX.
           88  FS-COTCTL-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  SW-CLIENTES-DISPONIBLE PIC A VALUE "N".
           88  CLIENTES-DISPONIBLE VALUE "S".
       01  SW-COTIZ-REGISTRADA PIC A.
           88  COTIZ-REGISTRADA VALUE "S".
       01  DIAS-VALIDEZ-DEFECTO PIC 9(3) VALUE 30.
       01  DIAS-VALIDEZ PIC 9(3).
       01  FECHA-HOY PIC 9(8).
       01  FECHA-VENCE PIC 9(8).
       01  NUMERO-COTIZACION PIC 9(6).
       01  CANT-COTIZ-REGISTRADAS PIC 9(5) VALUE 0.
       01  CANT-COTIZ-SIN-CUENTA PIC 9(5) VALUE 0.
           COPY RANGOCHK.
           COPY NUMCHK.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INGRESO-DATOS.
           COPY RANGOCHK-PROC.
           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.

       CALCULO-AREA.
           COMPUTE RESULT-AREA = ANCHO * LARGO.
       PROCESAR-LOTE.
           MOVE "REPORTE DE ÁREA Y PERÍMETRO" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 20 TO RPTHDR-MAX-LINEAS.
           PERFORM LEER-PARM-PRECIOS THRU LEER-PARM-PRECIOS-FIN.
           OPEN INPUT PEDIDOS-LOTE.
           OPEN OUTPUT REPORTE-LOTE.
           IF PRECIOS-DISPONIBLES
               OPEN OUTPUT COTIZACIONES
               PERFORM ABRIR-REGISTRO-COTIZ
           END-IF.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-REPORTE FROM RPTHDR-LINEA-1
           CLOSE REPORTE-LOTE.
           IF PRECIOS-DISPONIBLES
               CLOSE COTIZACIONES
               CLOSE MAESTRO-COTIZACIONES
               DISPLAY "COTIZACIONES REGISTRADAS EN COTIZMST: ",
                       CANT-COTIZ-REGISTRADAS,
                       "  SIN CUENTA VÁLIDA: ", CANT-COTIZ-SIN-CUENTA
           END-IF.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.

       ABRIR-REGISTRO-COTIZ.
           OPEN I-O MAESTRO-COTIZACIONES.
           IF FS-COT-NO-EXISTE
               OPEN OUTPUT MAESTRO-COTIZACIONES
               CLOSE MAESTRO-COTIZACIONES
               OPEN I-O MAESTRO-COTIZACIONES
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLI-OK
               MOVE "S" TO SW-CLIENTES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE CLIENTES - LAS"
                       " COTIZACIONES NO SE REGISTRAN"
           END-IF.
           IF PRM-DIAS-VALIDEZ IS NUMERIC AND PRM-DIAS-VALIDEZ > 0
               MOVE PRM-DIAS-VALIDEZ TO DIAS-VALIDEZ
           ELSE
               MOVE DIAS-VALIDEZ-DEFECTO TO DIAS-VALIDEZ
           END-IF.
           COMPUTE FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) + DIAS-VALIDEZ).

       LEER-PARM-PRECIOS.
           OPEN INPUT PARM-PRECIOS.
                   RESULT-PERIMETRO * PRM-PRECIO-PERIMETRO.
           COMPUTE PRECIO-COTIZADO =
                   PRECIO-MATERIAL + PRECIO-TERMINACION.
           PERFORM REGISTRAR-COTIZACION THRU REGISTRAR-COTIZACION-FIN.
           MOVE RPTHDR-LINEA-ACTUAL TO LINEAS-REPORTE-GUARDADAS.
           MOVE "COTIZACIÓN DE PEDIDO" TO RPTHDR-TITULO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           END-STRING.
           WRITE LINEA-COTIZACION FROM LINEA-COTIZ-TRABAJO
               AFTER ADVANCING 2 LINES.
           PERFORM ESCRIBIR-DATOS-REGISTRO.
           MOVE PRECIO-MATERIAL TO PRECIO-MATERIAL-ED.
           MOVE SPACES TO LINEA-COTIZ-TRABAJO.
           STRING "MATERIAL (ÁREA " DELIMITED BY SIZE
           MOVE "REPORTE DE ÁREA Y PERÍMETRO" TO RPTHDR-TITULO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           MOVE LINEAS-REPORTE-GUARDADAS TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-DATOS-REGISTRO.
           MOVE SPACES TO LINEA-COTIZ-TRABAJO.
           IF COTIZ-REGISTRADA
               STRING "COTIZACIÓN NRO " DELIMITED BY SIZE
                   NUMERO-COTIZACION DELIMITED BY SIZE
                   "  CLIENTE: " DELIMITED BY SIZE
                   CLI-NOMBRE DELIMITED BY SIZE
                   INTO LINEA-COTIZ-TRABAJO
               END-STRING
               WRITE LINEA-COTIZACION FROM LINEA-COTIZ-TRABAJO
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO LINEA-COTIZ-TRABAJO
               STRING "CUENTA: " DELIMITED BY SIZE
                   CUENTA-PEDIDO DELIMITED BY SIZE
                   "  VÁLIDA HASTA EL " DELIMITED BY SIZE
                   FECHA-VENCE DELIMITED BY SIZE
                   INTO LINEA-COTIZ-TRABAJO
               END-STRING
           ELSE
               STRING "SIN REGISTRAR - CUENTA " DELIMITED BY SIZE
                   CUENTA-PEDIDO DELIMITED BY SIZE
                   " NO VALIDADA" DELIMITED BY SIZE
                   INTO LINEA-COTIZ-TRABAJO
               END-STRING
           END-IF.
           WRITE LINEA-COTIZACION FROM LINEA-COTIZ-TRABAJO
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Alta de la cotización en COTIZMST, emitida, con su número del
      * registro de control COTIZCTL.  La cuenta del pedido tiene que
      * existir en CUSTMAST; la que no, queda en el registro de
      * excepciones y la cotización sale sin número.
      ******************************************************************
       REGISTRAR-COTIZACION.
           MOVE "N" TO SW-COTIZ-REGISTRADA.
           MOVE 0 TO NUMERO-COTIZACION.
           IF NOT CLIENTES-DISPONIBLE
               GO TO REGISTRAR-COTIZACION-FIN
           END-IF.
           MOVE CUENTA-PEDIDO TO CLI-CUENTA.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO CANT-COTIZ-SIN-CUENTA
                   DISPLAY "PEDIDO ", NUMERO-PEDIDO, ": CUENTA ",
                           CUENTA-PEDIDO, " NO EXISTE EN CUSTMAST"
                   MOVE "EXERCISE3" TO EXCLOG-PROGRAMA
                   MOVE "CUENTA-PEDIDO" TO EXCLOG-CAMPO
                   MOVE CUENTA-PEDIDO TO EXCLOG-VALOR-MALO
                   PERFORM REGISTRAR-EXCEPCION
                   GO TO REGISTRAR-COTIZACION-FIN
           END-READ.
           PERFORM ASIGNAR-NUMERO-COTIZACION.
           INITIALIZE REG-COTIZACION.
           MOVE NUMERO-COTIZACION TO COT-NUMERO.
           MOVE CUENTA-PEDIDO TO COT-CUENTA.
           MOVE FUNCTION UPPER-CASE(ITEM-PEDIDO) TO COT-ITEM.
           MOVE ANCHO-PEDIDO TO COT-ANCHO.
           MOVE LARGO-PEDIDO TO COT-LARGO.
           MOVE RESULT-AREA TO COT-AREA.
           MOVE RESULT-PERIMETRO TO COT-PERIMETRO.
           MOVE PRECIO-COTIZADO TO COT-PRECIO.
           MOVE FECHA-HOY TO COT-FECHA-EMISION.
           MOVE FECHA-VENCE TO COT-FECHA-VENCE.
           MOVE "E" TO COT-ESTADO.
           MOVE FECHA-HOY TO COT-FECHA-ESTADO.
           MOVE FIRMA-OPERADOR TO COT-OPERADOR.
           WRITE REG-COTIZACION.
           MOVE "COTIZMST" TO FCHK-ARCHIVO.
           MOVE COT-NUMERO TO FCHK-CLAVE.
           MOVE FS-MAESTRO-COTIZ TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "S" TO SW-COTIZ-REGISTRADA.
           ADD 1 TO CANT-COTIZ-REGISTRADAS.
       REGISTRAR-COTIZACION-FIN.
           EXIT.

      ******************************************************************
      * Número de cotización secuencial desde el registro de control
      * COTIZCTL, el mismo molde que el ORDNOCT de ORDER-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-COTIZACION.
           MOVE 1 TO CTL-PROX-COTIZACION.
           OPEN INPUT COTIZ-CONTROL.
           IF FS-COTCTL-OK
               READ COTIZ-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE COTIZ-CONTROL
           END-IF.
           MOVE CTL-PROX-COTIZACION TO NUMERO-COTIZACION.
           ADD 1 TO CTL-PROX-COTIZACION.
           OPEN OUTPUT COTIZ-CONTROL.
           WRITE REG-COTIZ-CONTROL.
           MOVE "COTIZCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-COTIZACION TO FCHK-CLAVE.
           MOVE FS-COTIZ-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE COTIZ-CONTROL.
