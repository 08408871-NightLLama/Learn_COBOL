      ******************************************************************
      * Recepción de mercadería contra órdenes de compra emitidas
      * (ORDCOMPR, ver OCOMPRA.CPY): por cada línea con saldo por
      * recibir se teclea lo que llegó y el costo real (ENTER = el de
      * la orden).  Lo recibido se suma a ITM-EXISTENCIA en ITEMMAST,
      * ITM-COSTO-UNITARIO pasa al promedio ponderado entre la
      * existencia anterior a su costo y lo recibido al costo real, y
      * cada recepción queda en el diario AJUSTREG con motivo RC
      * (recepción), así ADJUST-REGISTER ya no la confunde con un
      * ajuste manual.  La línea acumula lo recibido y pasa a estado R
      * cuando se completa; una línea que el proveedor no va a
      * completar se cierra con X.  Lo pendiente lo lista
      * OPEN-PO-REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO-RECEIVING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-COMPRA ASSIGN TO "ORDCOMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS FS-ORDENES.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT REGISTRO-AJUSTES ASSIGN TO "AJUSTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-AJ.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-COMPRA.
           COPY OCOMPRA.

       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  REGISTRO-AJUSTES.
           COPY AJUSTREG.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-ORDENES PIC XX.
           88  FS-OC-OK VALUE "00".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-REGISTRO-AJ PIC XX.
       01  SW-FIN-ORDEN PIC A.
           88  FIN-ORDEN VALUE "S".
       01  SW-CANTIDAD-OK PIC A.
           88  CANTIDAD-OK VALUE "S".
       01  OPCION PIC A.
       01  OPCION-CONFIRMA PIC A.
       01  FECHA-HOY PIC 9(8).
       01  NUMERO-ENTRADA PIC X(6).
       01  NUMERO-ORDEN PIC 9(6).
       01  CANTIDAD-ENTRADA PIC X(5).
       01  COSTO-ENTRADA PIC X(9).
       01  CANT-RECIBIR PIC 9(5).
       01  CANT-PENDIENTE PIC 9(5).
       01  COSTO-RECIBIDO PIC 9(5)V99.
       01  EXISTENCIA-ANTES PIC S9(7).
       01  PROVEEDOR-ORDEN PIC X(10).
       01  CANT-LINEAS-OC PIC 999.
       01  CANT-ABIERTAS PIC 999.
       01  CANT-BORRADOR PIC 999.
       01  CANT-ED PIC ZZ,ZZ9.
       01  COSTO-ED PIC $$,$$9.99.
       01  CANT-RECEPCIONES PIC 9(5) VALUE 0.
       01  CANT-CERRADAS PIC 9(5) VALUE 0.
           COPY NUMCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RECEPCIÓN DE ÓRDENES DE COMPRA".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O ORDENES-COMPRA.
           IF NOT FS-OC-OK
               DISPLAY "NO HAY ARCHIVO DE ÓRDENES DE COMPRA ORDCOMPR"
               STOP RUN
           END-IF.
           OPEN I-O INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               CLOSE ORDENES-COMPRA
               STOP RUN
           END-IF.
           MOVE "S" TO OPCION.
           PERFORM RECIBIR-UNA-ORDEN THRU RECIBIR-SIGUE
                   UNTIL OPCION = "N".
           CLOSE ORDENES-COMPRA.
           CLOSE INVENTARIO.
           DISPLAY "RECEPCIONES: ", CANT-RECEPCIONES,
                   "  LÍNEAS CERRADAS: ", CANT-CERRADAS.
           DISPLAY "RECUERDE CORRER BACKORDER-RELEASE: UNA RECEPCIÓN"
                   " SUBE EXISTENCIA Y PUEDE LIBERAR PENDIENTES".
           STOP RUN.

       RECIBIR-UNA-ORDEN.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-NUMERO-ORDEN UNTIL NUMCHK-VALIDO.
           PERFORM REVISAR-ORDEN.
           IF CANT-LINEAS-OC = 0
               DISPLAY "ORDEN ", NUMERO-ORDEN, " NO EXISTE"
               GO TO RECIBIR-SIGUE
           END-IF.
           IF CANT-BORRADOR > 0
               DISPLAY "ORDEN ", NUMERO-ORDEN, " EN BORRADOR - EMÍTALA"
                       " PRIMERO CON PURCHASE-ORDERS"
               GO TO RECIBIR-SIGUE
           END-IF.
           IF CANT-ABIERTAS = 0
               DISPLAY "ORDEN ", NUMERO-ORDEN, " SIN SALDO POR RECIBIR"
               GO TO RECIBIR-SIGUE
           END-IF.
           DISPLAY "PROVEEDOR: ", PROVEEDOR-ORDEN,
                   "  LÍNEAS ABIERTAS: ", CANT-ABIERTAS.
           PERFORM POSICIONAR-ORDEN.
           PERFORM RECIBIR-UNA-LINEA UNTIL FIN-ORDEN.
       RECIBIR-SIGUE.
           DISPLAY "¿OTRA ORDEN? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       PEDIR-NUMERO-ORDEN.
           DISPLAY "NÚMERO DE ORDEN DE COMPRA: ".
           ACCEPT NUMERO-ENTRADA.
           MOVE NUMERO-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMERO-ENTRADA) TO NUMERO-ORDEN
           END-IF.

       REVISAR-ORDEN.
           MOVE 0 TO CANT-LINEAS-OC.
           MOVE 0 TO CANT-ABIERTAS.
           MOVE 0 TO CANT-BORRADOR.
           PERFORM POSICIONAR-ORDEN.
           PERFORM REVISAR-UNA-LINEA UNTIL FIN-ORDEN.

       POSICIONAR-ORDEN.
           MOVE NUMERO-ORDEN TO OC-NUMERO.
           MOVE 0 TO OC-LINEA.
           MOVE "N" TO SW-FIN-ORDEN.
           START ORDENES-COMPRA KEY IS NOT < OC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ORDEN
           END-START.
           PERFORM LEER-LINEA-DE-ORDEN.

       LEER-LINEA-DE-ORDEN.
           IF NOT FIN-ORDEN
               READ ORDENES-COMPRA NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-ORDEN
               END-READ
           END-IF.
           IF NOT FIN-ORDEN AND OC-NUMERO NOT = NUMERO-ORDEN
               MOVE "S" TO SW-FIN-ORDEN
           END-IF.

       REVISAR-UNA-LINEA.
           ADD 1 TO CANT-LINEAS-OC.
           MOVE OC-PROVEEDOR TO PROVEEDOR-ORDEN.
           IF OC-BORRADOR
               ADD 1 TO CANT-BORRADOR
           END-IF.
           IF OC-EMITIDA
               ADD 1 TO CANT-ABIERTAS
           END-IF.
           PERFORM LEER-LINEA-DE-ORDEN.

      ******************************************************************
      * Una línea emitida: cantidad llegada (ENTER = nada, X = cerrar
      * la línea sin más entregas) y costo real.
      ******************************************************************
       RECIBIR-UNA-LINEA.
           IF OC-EMITIDA
               COMPUTE CANT-PENDIENTE =
                       OC-CANT-PEDIDA - OC-CANT-RECIBIDA
               MOVE CANT-PENDIENTE TO CANT-ED
               DISPLAY "LÍNEA ", OC-LINEA, " ", OC-ITEM, " ",
                       OC-DESCRIPCION, " PENDIENTE: ", CANT-ED
               MOVE "N" TO SW-CANTIDAD-OK
               PERFORM PEDIR-CANTIDAD-RECIBIDA UNTIL CANTIDAD-OK
               IF CANT-RECIBIR > 0
                   PERFORM PEDIR-COSTO-RECIBIDO
                   PERFORM POSTEAR-RECEPCION
                       THRU POSTEAR-RECEPCION-FIN
               END-IF
           END-IF.
           PERFORM LEER-LINEA-DE-ORDEN.

       PEDIR-CANTIDAD-RECIBIDA.
           MOVE 0 TO CANT-RECIBIR.
           DISPLAY "CANTIDAD RECIBIDA (ENTER = NADA, X = CERRAR LA"
                   " LÍNEA): ".
           ACCEPT CANTIDAD-ENTRADA.
           MOVE FUNCTION UPPER-CASE(CANTIDAD-ENTRADA)
               TO CANTIDAD-ENTRADA.
           EVALUATE TRUE
               WHEN CANTIDAD-ENTRADA = SPACES
                   MOVE "S" TO SW-CANTIDAD-OK
               WHEN CANTIDAD-ENTRADA = "X"
                   PERFORM CERRAR-LINEA
                   MOVE "S" TO SW-CANTIDAD-OK
               WHEN OTHER
                   MOVE CANTIDAD-ENTRADA TO NUMCHK-ENTRADA
                   PERFORM VALIDAR-NUMCHK
                   IF NUMCHK-VALIDO
                       MOVE FUNCTION NUMVAL(CANTIDAD-ENTRADA)
                           TO CANT-RECIBIR
                       PERFORM CONFIRMAR-EXCESO
                   END-IF
           END-EVALUATE.

       CONFIRMAR-EXCESO.
           MOVE "S" TO SW-CANTIDAD-OK.
           IF CANT-RECIBIR > CANT-PENDIENTE
               DISPLAY "RECIBE MÁS DE LO PENDIENTE - ¿ACEPTA EL"
                       " EXCESO? (S/N): "
               ACCEPT OPCION-CONFIRMA
               IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
                   MOVE "N" TO SW-CANTIDAD-OK
               END-IF
           END-IF.

       CERRAR-LINEA.
           MOVE "R" TO OC-ESTADO.
           REWRITE REG-ORDEN-COMPRA.
           MOVE "ORDCOMPR" TO FCHK-ARCHIVO.
           MOVE OC-CLAVE TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-CERRADAS.
           DISPLAY "LÍNEA CERRADA CON FALTANTE".

       PEDIR-COSTO-RECIBIDO.
           MOVE OC-COSTO-UNITARIO TO COSTO-RECIBIDO.
           MOVE OC-COSTO-UNITARIO TO COSTO-ED.
           DISPLAY "COSTO UNITARIO REAL (ENTER = ", COSTO-ED, "): ".
           ACCEPT COSTO-ENTRADA.
           IF COSTO-ENTRADA NOT = SPACES
               MOVE COSTO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(COSTO-ENTRADA)
                       TO COSTO-RECIBIDO
               ELSE
                   DISPLAY "COSTO INVÁLIDO - QUEDA EL DE LA ORDEN"
               END-IF
           END-IF.

      ******************************************************************
      * Existencia y costo promedio ponderado en ITEMMAST, diario
      * AJUSTREG con motivo RC, y lo recibido acumulado en la línea.
      ******************************************************************
       POSTEAR-RECEPCION.
           MOVE OC-ITEM TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ARTÍCULO ", OC-ITEM, " YA NO ESTÁ EN"
                           " ITEMMAST - RECEPCIÓN NO POSTEADA"
                   GO TO POSTEAR-RECEPCION-FIN
           END-READ.
           MOVE ITM-EXISTENCIA TO EXISTENCIA-ANTES.
           IF ITM-EXISTENCIA > 0
               COMPUTE ITM-COSTO-UNITARIO ROUNDED =
                       (ITM-EXISTENCIA * ITM-COSTO-UNITARIO
                        + CANT-RECIBIR * COSTO-RECIBIDO)
                       / (ITM-EXISTENCIA + CANT-RECIBIR)
           ELSE
               MOVE COSTO-RECIBIDO TO ITM-COSTO-UNITARIO
           END-IF.
           ADD CANT-RECIBIR TO ITM-EXISTENCIA.
           REWRITE REG-ITEM-MAESTRO.
           MOVE "ITEMMAST" TO FCHK-ARCHIVO.
           MOVE ITM-ITEM TO FCHK-CLAVE.
           MOVE FS-INVENTARIO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "EXISTENCIA: ", EXISTENCIA-ANTES, " -> ",
                   ITM-EXISTENCIA.
           PERFORM GRABAR-EN-REGISTRO.
           ADD CANT-RECIBIR TO OC-CANT-RECIBIDA.
           MOVE FECHA-HOY TO OC-FECHA-RECEPCION.
           IF OC-CANT-RECIBIDA NOT < OC-CANT-PEDIDA
               MOVE "R" TO OC-ESTADO
           END-IF.
           REWRITE REG-ORDEN-COMPRA.
           MOVE "ORDCOMPR" TO FCHK-ARCHIVO.
           MOVE OC-CLAVE TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-RECEPCIONES.
       POSTEAR-RECEPCION-FIN.
           EXIT.

       GRABAR-EN-REGISTRO.
           ACCEPT AJU-FECHA FROM DATE YYYYMMDD.
           ACCEPT AJU-HORA FROM TIME.
           MOVE ITM-ITEM TO AJU-ITEM.
           MOVE CANT-RECIBIR TO AJU-CANTIDAD.
           MOVE EXISTENCIA-ANTES TO AJU-ANTES.
           MOVE ITM-EXISTENCIA TO AJU-DESPUES.
           MOVE "RC" TO AJU-MOTIVO.
           OPEN EXTEND REGISTRO-AJUSTES.
           IF FS-REGISTRO-AJ = "05" OR FS-REGISTRO-AJ = "35"
               CLOSE REGISTRO-AJUSTES
               OPEN OUTPUT REGISTRO-AJUSTES
           END-IF.
           WRITE REG-AJUSTE.
           CLOSE REGISTRO-AJUSTES.

           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
