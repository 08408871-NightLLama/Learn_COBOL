      ******************************************************************
      * Órdenes de compra a proveedores, desde la planilla de
      * reposición hasta el papel.  Funciones:
      *   (G)ENERAR - toma los mismos candidatos que REORDER-REPORT
      *     (ITM-MINIMO cargado y existencia en o bajo el mínimo) y
      *     arma una orden en borrador por proveedor (ITM-PROVEEDOR)
      *     con una línea por artículo por ITM-CANT-REPOSICION al
      *     costo ITM-COSTO-UNITARIO.  Los artículos que ya están en
      *     una orden abierta no se repiten, y los que no tienen
      *     proveedor o cantidad de reposición cargados se informan y
      *     se saltean.  Cada orden toma su número del registro de
      *     control ORDCOCTL, el molde de ORDNOCT;
      *   (E)DITAR - sobre una orden en borrador: cambiar cantidad o
      *     costo de una línea, agregar o borrar líneas;
      *   (L)IBERAR - emite las órdenes en borrador tecleadas (estado
      *     E, fecha de emisión) e imprime cada una como documento de
      *     orden de compra por ORDCIMPR, con los datos del proveedor
      *     de PROVMAST.  Una orden emitida ya no se edita; lo que
      *     llega se anota con PO-RECEIVING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDERS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT PROVEEDORES ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT ORDEN-CONTROL ASSIGN TO "ORDCOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDEN-CONTROL.

           SELECT SORT-WORK ASSIGN TO "SRTWKOC".

           SELECT IMPRESION ASSIGN TO "ORDCIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRESION.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-COMPRA.
           COPY OCOMPRA.

       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  PROVEEDORES.
           COPY PROVEED.

       FD  ORDEN-CONTROL.
       01  REG-ORDEN-CONTROL.
           05  CTL-PROX-ORDEN     PIC 9(6).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-PROVEEDOR     PIC X(10).
           05  SORT-ITEM          PIC X(8).
           05  SORT-DESCRIPCION   PIC X(20).
           05  SORT-CANTIDAD      PIC 9(5).
           05  SORT-COSTO         PIC 9(5)V99.

       FD  IMPRESION.
       01  LINEA-IMPRESION PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-ORDENES PIC XX.
           88  FS-OC-OK            VALUE "00".
           88  FS-OC-NO-EXISTE     VALUE "35".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-PROVEEDORES PIC XX.
           88  FS-PRV-OK VALUE "00".
       01  FS-ORDEN-CONTROL PIC XX.
           88  FS-OCCTL-OK VALUE "00".
       01  FS-IMPRESION PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A.
           88  FIN-SORT VALUE "S".
       01  SW-FIN-ORDEN PIC A.
           88  FIN-ORDEN VALUE "S".
       01  SW-PROVEEDORES-DISPONIBLE PIC A VALUE "N".
           88  PROVEEDORES-DISPONIBLE VALUE "S".
       01  SW-EN-ORDEN PIC A.
           88  YA-EN-ORDEN VALUE "S".
       01  SW-ORDEN-BORRADOR PIC A.
           88  ORDEN-BORRADOR VALUE "S".
       01  SW-HAY-ORDEN PIC A.
           88  HAY-ORDEN VALUE "S".
       01  OPCION-FUNCION PIC A.
           88  FUNCION-GENERAR   VALUE "G".
           88  FUNCION-EDITAR    VALUE "E".
           88  FUNCION-LIBERAR   VALUE "L".
       01  OPCION-EDICION PIC A.
           88  EDICION-CAMBIAR   VALUE "C".
           88  EDICION-AGREGAR   VALUE "A".
           88  EDICION-BORRAR    VALUE "B".
           88  EDICION-FIN       VALUE "F".
       01  OPCION PIC A.
       01  FECHA-HOY PIC 9(8).
       01  NUMERO-ENTRADA PIC X(6).
       01  NUMERO-ORDEN PIC 9(6).
       01  LINEA-ENTRADA PIC X(2).
       01  LINEA-ORDEN PIC 99.
       01  ULTIMA-LINEA PIC 99.
       01  CANT-LINEAS-OC PIC 999.
       01  PROVEEDOR-ORDEN PIC X(10).
       01  FECHA-ORDEN PIC 9(8).
       01  PROVEEDOR-ANTERIOR PIC X(10).
       01  CANTIDAD-ENTRADA PIC X(5).
       01  COSTO-ENTRADA PIC X(9).
       01  IMPORTE-LINEA PIC 9(9)V99.
       01  TOTAL-ORDEN PIC 9(9)V99.
       01  CANT-ED PIC ZZ,ZZ9.
       01  COSTO-ED PIC $$,$$9.99.
       01  IMPORTE-ED PIC $$$,$$$,$$9.99.
       01  FECHA-ED PIC 9999/99/99.
      ******************************************************************
      * Artículos ya pedidos en una orden abierta (borrador, o emitida
      * con saldo por recibir): la generación no los repite.
      ******************************************************************
       01  TABLA-EN-ORDEN.
           05  EN-ORDEN-ITEM OCCURS 500 TIMES PIC X(8).
       01  CANT-EN-ORDEN PIC 999 VALUE 0.
       01  IDX-EN-ORDEN PIC 999.
       01  CANT-ORDENES PIC 9(4) VALUE 0.
       01  CANT-LINEAS PIC 9(5) VALUE 0.
       01  CANT-SIN-PROVEEDOR PIC 9(4) VALUE 0.
       01  CANT-YA-PEDIDOS PIC 9(4) VALUE 0.
       01  CANT-EMITIDAS PIC 9(4) VALUE 0.
       01  LINEA-SALIDA PIC X(80).
           COPY NUMCHK.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "ÓRDENES DE COMPRA A PROVEEDORES".
           DISPLAY "(G)ENERAR, (E)DITAR O (L)IBERAR: ".
           ACCEPT OPCION-FUNCION.
           MOVE FUNCTION UPPER-CASE(OPCION-FUNCION)
               TO OPCION-FUNCION.
           EVALUATE TRUE
               WHEN FUNCION-GENERAR
                   PERFORM GENERAR-ORDENES
               WHEN FUNCION-EDITAR
                   PERFORM EDITAR-ORDENES
               WHEN FUNCION-LIBERAR
                   PERFORM LIBERAR-ORDENES
               WHEN OTHER
                   DISPLAY "FUNCIÓN DESCONOCIDA"
           END-EVALUATE.
           STOP RUN.

       ABRIR-ORDENES.
           OPEN I-O ORDENES-COMPRA.
           IF FS-OC-NO-EXISTE
               OPEN OUTPUT ORDENES-COMPRA
               CLOSE ORDENES-COMPRA
               OPEN I-O ORDENES-COMPRA
           END-IF.

       ABRIR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV-OK
               MOVE "S" TO SW-PROVEEDORES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PROVMAST - NO SE VERIFICAN"
                       " NI SE IMPRIMEN LOS DATOS DEL PROVEEDOR"
           END-IF.

      ******************************************************************
      * Generación: candidatos de la planilla de reposición ordenados
      * por proveedor y artículo, una orden en borrador por proveedor
      * (otra más si pasa de 99 líneas).
      ******************************************************************
       GENERAR-ORDENES.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ORDENES.
           PERFORM ABRIR-PROVEEDORES.
           PERFORM CARGAR-EN-ORDEN.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-PROVEEDOR
                                SORT-ITEM
               INPUT PROCEDURE IS SOLTAR-CANDIDATOS
               OUTPUT PROCEDURE IS GRABAR-BORRADORES.
           CLOSE INVENTARIO.
           CLOSE ORDENES-COMPRA.
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF.
           DISPLAY "ÓRDENES EN BORRADOR: ", CANT-ORDENES,
                   "  LÍNEAS: ", CANT-LINEAS.
           DISPLAY "YA PEDIDOS EN ORDEN ABIERTA: ", CANT-YA-PEDIDOS,
                   "  SIN PROVEEDOR O CANTIDAD: ", CANT-SIN-PROVEEDOR.
           IF CANT-ORDENES > 0
               DISPLAY "REVISE CON (E)DITAR Y EMITA CON (L)IBERAR"
           END-IF.

       CARGAR-EN-ORDEN.
           MOVE 0 TO OC-NUMERO.
           MOVE 0 TO OC-LINEA.
           MOVE "N" TO SW-FIN-ORDEN.
           START ORDENES-COMPRA KEY IS NOT < OC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ORDEN
           END-START.
           PERFORM LEER-LINEA-SIGUIENTE.
           PERFORM ANOTAR-EN-ORDEN UNTIL FIN-ORDEN.

       LEER-LINEA-SIGUIENTE.
           IF NOT FIN-ORDEN
               READ ORDENES-COMPRA NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-ORDEN
               END-READ
           END-IF.

       ANOTAR-EN-ORDEN.
           IF OC-ABIERTA
              AND OC-CANT-RECIBIDA < OC-CANT-PEDIDA
              AND CANT-EN-ORDEN < 500
               ADD 1 TO CANT-EN-ORDEN
               MOVE OC-ITEM TO EN-ORDEN-ITEM(CANT-EN-ORDEN)
           END-IF.
           PERFORM LEER-LINEA-SIGUIENTE.

       SOLTAR-CANDIDATOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ITEM.
           PERFORM EVALUAR-UN-ITEM UNTIL FIN-ARCHIVO.

       LEER-ITEM.
           READ INVENTARIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EVALUAR-UN-ITEM.
           IF ITM-MINIMO > 0
              AND ITM-EXISTENCIA <= ITM-MINIMO
               PERFORM SOLTAR-UN-CANDIDATO
           END-IF.
           PERFORM LEER-ITEM.

       SOLTAR-UN-CANDIDATO.
           MOVE "N" TO SW-EN-ORDEN.
           PERFORM BUSCAR-EN-ORDEN
                   VARYING IDX-EN-ORDEN FROM 1 BY 1
                   UNTIL IDX-EN-ORDEN > CANT-EN-ORDEN
                      OR YA-EN-ORDEN.
           EVALUATE TRUE
               WHEN YA-EN-ORDEN
                   ADD 1 TO CANT-YA-PEDIDOS
               WHEN ITM-PROVEEDOR = SPACES
                 OR ITM-CANT-REPOSICION = 0
                   ADD 1 TO CANT-SIN-PROVEEDOR
                   DISPLAY "SALTEADO ", ITM-ITEM,
                           " - SIN PROVEEDOR O CANTIDAD DE REPOSICIÓN"
               WHEN OTHER
                   MOVE ITM-PROVEEDOR TO SORT-PROVEEDOR
                   MOVE ITM-ITEM TO SORT-ITEM
                   MOVE ITM-DESCRIPCION TO SORT-DESCRIPCION
                   MOVE ITM-CANT-REPOSICION TO SORT-CANTIDAD
                   MOVE ITM-COSTO-UNITARIO TO SORT-COSTO
                   RELEASE SORT-REC
           END-EVALUATE.

       BUSCAR-EN-ORDEN.
           IF EN-ORDEN-ITEM(IDX-EN-ORDEN) = ITM-ITEM
               MOVE "S" TO SW-EN-ORDEN
           END-IF.

       GRABAR-BORRADORES.
           MOVE "N" TO SW-FIN-SORT.
           MOVE "N" TO SW-HAY-ORDEN.
           PERFORM DEVOLVER-UN-CANDIDATO UNTIL FIN-SORT.

       DEVOLVER-UN-CANDIDATO.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   PERFORM GRABAR-UNA-LINEA-BORRADOR
           END-RETURN.

       GRABAR-UNA-LINEA-BORRADOR.
           IF NOT HAY-ORDEN
              OR SORT-PROVEEDOR NOT = PROVEEDOR-ANTERIOR
              OR LINEA-ORDEN = 99
               PERFORM ABRIR-ORDEN-NUEVA
           END-IF.
           ADD 1 TO LINEA-ORDEN.
           MOVE NUMERO-ORDEN TO OC-NUMERO.
           MOVE LINEA-ORDEN TO OC-LINEA.
           MOVE SORT-PROVEEDOR TO OC-PROVEEDOR.
           MOVE FECHA-HOY TO OC-FECHA-ORDEN.
           MOVE 0 TO OC-FECHA-EMISION.
           MOVE SORT-ITEM TO OC-ITEM.
           MOVE SORT-DESCRIPCION TO OC-DESCRIPCION.
           MOVE SORT-CANTIDAD TO OC-CANT-PEDIDA.
           MOVE 0 TO OC-CANT-RECIBIDA.
           MOVE SORT-COSTO TO OC-COSTO-UNITARIO.
           MOVE 0 TO OC-FECHA-RECEPCION.
           MOVE "B" TO OC-ESTADO.
           WRITE REG-ORDEN-COMPRA.
           MOVE "ORDCOMPR" TO FCHK-ARCHIVO.
           MOVE OC-CLAVE TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-LINEAS.

       ABRIR-ORDEN-NUEVA.
           MOVE "S" TO SW-HAY-ORDEN.
           MOVE SORT-PROVEEDOR TO PROVEEDOR-ANTERIOR.
           MOVE 0 TO LINEA-ORDEN.
           PERFORM ASIGNAR-NUMERO-ORDEN.
           ADD 1 TO CANT-ORDENES.
           DISPLAY "ORDEN ", NUMERO-ORDEN, " PROVEEDOR ",
                   SORT-PROVEEDOR.
           IF PROVEEDORES-DISPONIBLE
               MOVE SORT-PROVEEDOR TO PRV-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       DISPLAY "  ADVERTENCIA: PROVEEDOR NO ESTÁ EN"
                               " PROVMAST"
                   NOT INVALID KEY
                       IF PRV-INACTIVO
                           DISPLAY "  ADVERTENCIA: PROVEEDOR INACTIVO"
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Número de orden secuencial desde el registro de control
      * ORDCOCTL, el mismo molde que el ORDNOCT de ORDER-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-ORDEN.
           MOVE 1 TO CTL-PROX-ORDEN.
           OPEN INPUT ORDEN-CONTROL.
           IF FS-OCCTL-OK
               READ ORDEN-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE ORDEN-CONTROL
           END-IF.
           MOVE CTL-PROX-ORDEN TO NUMERO-ORDEN.
           ADD 1 TO CTL-PROX-ORDEN.
           OPEN OUTPUT ORDEN-CONTROL.
           WRITE REG-ORDEN-CONTROL.
           MOVE "ORDCOCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-ORDEN TO FCHK-CLAVE.
           MOVE FS-ORDEN-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE ORDEN-CONTROL.

      ******************************************************************
      * Edición de una orden en borrador, línea por línea.
      ******************************************************************
       EDITAR-ORDENES.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ORDENES.
           MOVE "S" TO OPCION.
           PERFORM EDITAR-UNA-ORDEN THRU EDITAR-SIGUE
                   UNTIL OPCION = "N".
           CLOSE INVENTARIO.
           CLOSE ORDENES-COMPRA.

       EDITAR-UNA-ORDEN.
           PERFORM PEDIR-NUMERO-ORDEN.
           PERFORM REVISAR-ORDEN.
           IF CANT-LINEAS-OC = 0
               DISPLAY "ORDEN ", NUMERO-ORDEN, " NO EXISTE"
               GO TO EDITAR-SIGUE
           END-IF.
           IF NOT ORDEN-BORRADOR
               DISPLAY "ORDEN ", NUMERO-ORDEN, " YA EMITIDA - NO SE"
                       " EDITA"
               GO TO EDITAR-SIGUE
           END-IF.
           DISPLAY "PROVEEDOR: ", PROVEEDOR-ORDEN.
           MOVE SPACE TO OPCION-EDICION.
           PERFORM EDITAR-UNA-ACCION UNTIL EDICION-FIN.
       EDITAR-SIGUE.
           DISPLAY "¿OTRA ORDEN? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       PEDIR-NUMERO-ORDEN.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-UN-NUMERO-ORDEN UNTIL NUMCHK-VALIDO.

       PEDIR-UN-NUMERO-ORDEN.
           DISPLAY "NÚMERO DE ORDEN DE COMPRA: ".
           ACCEPT NUMERO-ENTRADA.
           MOVE NUMERO-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMERO-ENTRADA) TO NUMERO-ORDEN
           END-IF.

      ******************************************************************
      * Recorre las líneas de NUMERO-ORDEN: cuántas hay, la última,
      * el proveedor y si la orden sigue en borrador.
      ******************************************************************
       REVISAR-ORDEN.
           MOVE 0 TO CANT-LINEAS-OC.
           MOVE 0 TO ULTIMA-LINEA.
           MOVE "S" TO SW-ORDEN-BORRADOR.
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
           PERFORM LEER-LINEA-SIGUIENTE.
           IF NOT FIN-ORDEN AND OC-NUMERO NOT = NUMERO-ORDEN
               MOVE "S" TO SW-FIN-ORDEN
           END-IF.

       REVISAR-UNA-LINEA.
           ADD 1 TO CANT-LINEAS-OC.
           MOVE OC-LINEA TO ULTIMA-LINEA.
           MOVE OC-PROVEEDOR TO PROVEEDOR-ORDEN.
           MOVE OC-FECHA-ORDEN TO FECHA-ORDEN.
           IF NOT OC-BORRADOR
               MOVE "N" TO SW-ORDEN-BORRADOR
           END-IF.
           PERFORM LEER-LINEA-DE-ORDEN.

       EDITAR-UNA-ACCION.
           PERFORM MOSTRAR-LINEAS-ORDEN.
           DISPLAY "(C)AMBIAR, (A)GREGAR, (B)ORRAR LÍNEA O (F)IN: ".
           ACCEPT OPCION-EDICION.
           MOVE FUNCTION UPPER-CASE(OPCION-EDICION) TO OPCION-EDICION.
           EVALUATE TRUE
               WHEN EDICION-CAMBIAR
                   PERFORM CAMBIAR-LINEA
               WHEN EDICION-AGREGAR
                   PERFORM AGREGAR-LINEA THRU AGREGAR-LINEA-FIN
               WHEN EDICION-BORRAR
                   PERFORM BORRAR-LINEA
               WHEN EDICION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       MOSTRAR-LINEAS-ORDEN.
           DISPLAY "LN ARTICULO DESCRIPCION            CANTIDAD"
                   "      COSTO".
           PERFORM POSICIONAR-ORDEN.
           PERFORM MOSTRAR-UNA-LINEA UNTIL FIN-ORDEN.

       MOSTRAR-UNA-LINEA.
           MOVE OC-CANT-PEDIDA TO CANT-ED.
           MOVE OC-COSTO-UNITARIO TO COSTO-ED.
           DISPLAY OC-LINEA, " ", OC-ITEM, " ", OC-DESCRIPCION, " ",
                   CANT-ED, "  ", COSTO-ED.
           PERFORM LEER-LINEA-DE-ORDEN.

       PEDIR-LINEA.
           DISPLAY "NÚMERO DE LÍNEA: ".
           ACCEPT LINEA-ENTRADA.
           MOVE LINEA-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           MOVE 0 TO LINEA-ORDEN.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(LINEA-ENTRADA) TO LINEA-ORDEN
           END-IF.
           MOVE NUMERO-ORDEN TO OC-NUMERO.
           MOVE LINEA-ORDEN TO OC-LINEA.

       CAMBIAR-LINEA.
           PERFORM PEDIR-LINEA.
           READ ORDENES-COMPRA
               INVALID KEY
                   DISPLAY "LÍNEA NO EXISTE EN LA ORDEN"
               NOT INVALID KEY
                   PERFORM PEDIR-CANTIDAD-LINEA
                   PERFORM PEDIR-COSTO-LINEA
                   REWRITE REG-ORDEN-COMPRA
                   MOVE "ORDCOMPR" TO FCHK-ARCHIVO
                   MOVE OC-CLAVE TO FCHK-CLAVE
                   MOVE FS-ORDENES TO FCHK-ESTADO
                   PERFORM VERIFICAR-ESCRITURA
           END-READ.

       PEDIR-CANTIDAD-LINEA.
           MOVE OC-CANT-PEDIDA TO CANT-ED.
           DISPLAY "CANTIDAD (ENTER = ", CANT-ED, "): ".
           ACCEPT CANTIDAD-ENTRADA.
           IF CANTIDAD-ENTRADA NOT = SPACES
               MOVE CANTIDAD-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                  AND FUNCTION NUMVAL(CANTIDAD-ENTRADA) > 0
                   MOVE FUNCTION NUMVAL(CANTIDAD-ENTRADA)
                       TO OC-CANT-PEDIDA
               ELSE
                   DISPLAY "CANTIDAD INVÁLIDA - QUEDA LA ANTERIOR"
               END-IF
           END-IF.

       PEDIR-COSTO-LINEA.
           MOVE OC-COSTO-UNITARIO TO COSTO-ED.
           DISPLAY "COSTO UNITARIO (ENTER = ", COSTO-ED, "): ".
           ACCEPT COSTO-ENTRADA.
           IF COSTO-ENTRADA NOT = SPACES
               MOVE COSTO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(COSTO-ENTRADA)
                       TO OC-COSTO-UNITARIO
               ELSE
                   DISPLAY "COSTO INVÁLIDO - QUEDA EL ANTERIOR"
               END-IF
           END-IF.

       AGREGAR-LINEA.
           IF ULTIMA-LINEA = 99
               DISPLAY "LA ORDEN YA TIENE 99 LÍNEAS"
               GO TO AGREGAR-LINEA-FIN
           END-IF.
           DISPLAY "CÓDIGO DEL ARTÍCULO: ".
           ACCEPT ITM-ITEM.
           MOVE FUNCTION UPPER-CASE(ITM-ITEM) TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ARTÍCULO NO ESTÁ EN ITEMMAST"
                   GO TO AGREGAR-LINEA-FIN
           END-READ.
           IF ITM-PROVEEDOR NOT = PROVEEDOR-ORDEN
               DISPLAY "ADVERTENCIA: EL PROVEEDOR HABITUAL DEL"
                       " ARTÍCULO ES ", ITM-PROVEEDOR
           END-IF.
           ADD 1 TO ULTIMA-LINEA.
           MOVE NUMERO-ORDEN TO OC-NUMERO.
           MOVE ULTIMA-LINEA TO OC-LINEA.
           MOVE PROVEEDOR-ORDEN TO OC-PROVEEDOR.
           MOVE FECHA-ORDEN TO OC-FECHA-ORDEN.
           MOVE 0 TO OC-FECHA-EMISION.
           MOVE ITM-ITEM TO OC-ITEM.
           MOVE ITM-DESCRIPCION TO OC-DESCRIPCION.
           MOVE ITM-CANT-REPOSICION TO OC-CANT-PEDIDA.
           IF OC-CANT-PEDIDA = 0
               MOVE 1 TO OC-CANT-PEDIDA
           END-IF.
           MOVE 0 TO OC-CANT-RECIBIDA.
           MOVE ITM-COSTO-UNITARIO TO OC-COSTO-UNITARIO.
           MOVE 0 TO OC-FECHA-RECEPCION.
           MOVE "B" TO OC-ESTADO.
           PERFORM PEDIR-CANTIDAD-LINEA.
           PERFORM PEDIR-COSTO-LINEA.
           WRITE REG-ORDEN-COMPRA.
           MOVE "ORDCOMPR" TO FCHK-ARCHIVO.
           MOVE OC-CLAVE TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
       AGREGAR-LINEA-FIN.
           EXIT.

       BORRAR-LINEA.
           PERFORM PEDIR-LINEA.
           DELETE ORDENES-COMPRA RECORD
               INVALID KEY
                   DISPLAY "LÍNEA NO EXISTE EN LA ORDEN"
               NOT INVALID KEY
                   DISPLAY "LÍNEA BORRADA"
           END-DELETE.

      ******************************************************************
      * Emisión: las líneas en borrador pasan a E con la fecha de hoy
      * y la orden sale impresa por ORDCIMPR, una por página.
      ******************************************************************
       LIBERAR-ORDENES.
           PERFORM ABRIR-ORDENES.
           PERFORM ABRIR-PROVEEDORES.
           MOVE "ORDEN DE COMPRA" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           OPEN OUTPUT IMPRESION.
           MOVE "S" TO OPCION.
           PERFORM LIBERAR-UNA-ORDEN THRU LIBERAR-SIGUE
                   UNTIL OPCION = "N".
           CLOSE ORDENES-COMPRA.
           CLOSE IMPRESION.
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF.
           DISPLAY "ÓRDENES EMITIDAS: ", CANT-EMITIDAS,
                   " - DOCUMENTOS EN ORDCIMPR".

       LIBERAR-UNA-ORDEN.
           PERFORM PEDIR-NUMERO-ORDEN.
           PERFORM REVISAR-ORDEN.
           IF CANT-LINEAS-OC = 0
               DISPLAY "ORDEN ", NUMERO-ORDEN, " NO EXISTE"
               GO TO LIBERAR-SIGUE
           END-IF.
           IF NOT ORDEN-BORRADOR
               DISPLAY "ORDEN ", NUMERO-ORDEN, " YA EMITIDA"
               GO TO LIBERAR-SIGUE
           END-IF.
           PERFORM IMPRIMIR-CABECERA-ORDEN.
           MOVE 0 TO TOTAL-ORDEN.
           PERFORM POSICIONAR-ORDEN.
           PERFORM EMITIR-UNA-LINEA UNTIL FIN-ORDEN.
           PERFORM IMPRIMIR-PIE-ORDEN.
           ADD 1 TO CANT-EMITIDAS.
           MOVE TOTAL-ORDEN TO IMPORTE-ED.
           DISPLAY "ORDEN ", NUMERO-ORDEN, " EMITIDA POR ",
                   IMPORTE-ED.
       LIBERAR-SIGUE.
           DISPLAY "¿OTRA ORDEN A EMITIR? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       EMITIR-UNA-LINEA.
           MOVE "E" TO OC-ESTADO.
           MOVE FECHA-HOY TO OC-FECHA-EMISION.
           REWRITE REG-ORDEN-COMPRA.
           MOVE "ORDCOMPR" TO FCHK-ARCHIVO.
           MOVE OC-CLAVE TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           COMPUTE IMPORTE-LINEA = OC-CANT-PEDIDA * OC-COSTO-UNITARIO.
           ADD IMPORTE-LINEA TO TOTAL-ORDEN.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE OC-LINEA TO LINEA-SALIDA(1:2).
           MOVE OC-ITEM TO LINEA-SALIDA(5:8).
           MOVE OC-DESCRIPCION TO LINEA-SALIDA(15:20).
           MOVE OC-CANT-PEDIDA TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(37:6).
           MOVE OC-COSTO-UNITARIO TO COSTO-ED.
           MOVE COSTO-ED TO LINEA-SALIDA(45:9).
           MOVE IMPORTE-LINEA TO IMPORTE-ED.
           MOVE IMPORTE-ED TO LINEA-SALIDA(56:14).
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-LINEA-DE-ORDEN.

       IMPRIMIR-CABECERA-ORDEN.
           MOVE 0 TO RPTHDR-PAGINA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE FECHA-HOY TO FECHA-ED.
           STRING "ORDEN DE COMPRA NRO " DELIMITED BY SIZE
               NUMERO-ORDEN DELIMITED BY SIZE
               "     FECHA DE EMISIÓN: " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO PRV-NOMBRE PRV-DIRECCION-1 PRV-DIRECCION-2.
           IF PROVEEDORES-DISPONIBLE
               MOVE PROVEEDOR-ORDEN TO PRV-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       MOVE SPACES TO PRV-NOMBRE PRV-DIRECCION-1
                                      PRV-DIRECCION-2
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PROVEEDOR: " DELIMITED BY SIZE
               PROVEEDOR-ORDEN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRV-NOMBRE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE PRV-DIRECCION-1 TO LINEA-SALIDA(12:30).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE PRV-DIRECCION-2 TO LINEA-SALIDA(12:30).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "LN  ARTICULO  DESCRIPCION           CANTIDAD"
                & "     COSTO          IMPORTE"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-PIE-ORDEN.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL DE LA ORDEN" TO LINEA-SALIDA(15:17).
           MOVE TOTAL-ORDEN TO IMPORTE-ED.
           MOVE IMPORTE-ED TO LINEA-SALIDA(56:14).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CITAR EL NÚMERO DE ORDEN EN REMITO Y FACTURA."
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-IMPRESION FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-IMPRESION FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-IMPRESION FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
