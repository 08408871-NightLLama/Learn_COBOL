      ******************************************************************
      * Devoluciones de clientes y notas de crédito: el camino de
      * vuelta de ORDER-INVOICE.  Por cada devolución se busca la
      * venta original en el histórico INVHIST por cuenta, artículo y
      * fecha (si ese día el artículo salió a más de un precio, el
      * operador elige la línea), y se resta lo ya devuelto según el
      * histórico DEVOLUC (ver DEVOLUC.CPY): nunca se acredita más de
      * lo facturado.  La cantidad devuelta vuelve a la existencia de
      * ITEMMAST, o a la existencia dañada ITM-EXISTENCIA-DANADA si
      * la mercadería no se puede reponer.  La nota de crédito:
      *   - se numera desde el registro de control NCREDCT y se
      *     imprime por NOTACRED con el encabezado RPTHDR y la cuenta
      *     enmascarada, como la factura;
      *   - entra al detalle TRXDETL como movimiento acreedor (monto
      *     negativo), así AGING-REPORT y los estados de cuenta la
      *     toman;
      *   - revierte la venta al FAC-PRECIO original por
      *     GRABAR-ASIENTO-GL (débito a ventas, crédito a cuentas por
      *     cobrar) y el costo de ventas al costo de la factura
      *     (débito a inventario, o a la cuenta de mercadería dañada,
      *     crédito a costo de ventas).  Una línea de INVHIST anterior
      *     al costo guardado toma el costo actual del maestro.
      * El período GL se verifica antes de tocar nada: con el mes
      * cerrado la devolución se rechaza entera.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  La devolución de una línea con impuesto a las
      *             ventas acredita también la parte proporcional del
      *             impuesto de INVHIST (débito al impuesto a pagar
      *             de la jurisdicción en TAXJURIS) y la deja en
      *             DEVOLUC para el informe TAX-LIABILITY.  La nota
      *             imprime subtotal, impuesto y total, y el
      *             crédito a la cuenta del cliente es el total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-MEMO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT HISTORIA-FACTURAS ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT DEVOLUCIONES ASSIGN TO "DEVOLUC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCIONES.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT JURISDICCIONES ASSIGN TO "TAXJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUR-CODIGO
               FILE STATUS IS FS-JURISDICCIONES.

           SELECT NOTA-CONTROL ASSIGN TO "NCREDCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTA-CONTROL.

           SELECT NOTAS-CREDITO ASSIGN TO "NOTACRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAS-CREDITO.

           SELECT DETALLE-TRX ASSIGN TO "TRXDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETALLE-TRX.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POST.
           SELECT GL-FIXED-FILE ASSIGN TO "GLPOSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POSTF.
           SELECT GL-REVHOLD-FILE ASSIGN TO "GLREVHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-REVHOLD.
           SELECT PERIODO-CONTROL ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODO-CONTROL.
           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.
           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CUSTMAST.

       FD  HISTORIA-FACTURAS.
           COPY INVHIST.

       FD  DEVOLUCIONES.
           COPY DEVOLUC.

       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  JURISDICCIONES.
           COPY TAXJURIS.

       FD  NOTA-CONTROL.
       01  REG-NOTA-CONTROL.
           05  CTL-PROX-NOTA      PIC 9(6).

       FD  NOTAS-CREDITO.
       01  LINEA-NOTA PIC X(80).

       FD  DETALLE-TRX.
       01  REG-TRX-DETALLE.
           05  TRX-CUENTA          PIC X(16).
           05  TRX-FECHA           PIC 9(8).
           05  TRX-DESCRIPCION     PIC X(20).
           05  TRX-MONTO           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

       FD  GL-POSTING-FILE.
       01  REG-GL-POSTING PIC X(120).
       FD  GL-FIXED-FILE.
       01  REG-GL-POSTF PIC X(100).
       FD  GL-REVHOLD-FILE.
       01  REG-GL-REVHOLD PIC X(100).
       FD  PERIODO-CONTROL.
       01  REG-PERIODO-CONTROL.
           05  PER-ABIERTO PIC 9(6).
       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.
       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  FS-HISTORIA PIC XX.
           88  FS-HIST-OK VALUE "00".
       01  FS-DEVOLUCIONES PIC XX.
           88  FS-DEV-OK VALUE "00".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-JURISDICCIONES PIC XX.
           88  FS-JUR-OK VALUE "00".
       01  SW-TABLA-IMPUESTO PIC A VALUE "N".
           88  TABLA-IMPUESTO-DISPONIBLE VALUE "S".
       01  FS-NOTA-CONTROL PIC XX.
           88  FS-NCCTL-OK VALUE "00".
       01  FS-NOTAS-CREDITO PIC XX.
       01  FS-DETALLE-TRX PIC XX.
       01  OPCION PIC A.
       01  CONFIRMACION PIC A.
       01  SW-CUENTA-OK PIC A.
           88  CUENTA-OK VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  SW-GRUPO-OK PIC A.
           88  GRUPO-OK VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-ITEM-EN-MAESTRO PIC A.
           88  ITEM-EN-MAESTRO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  ITEM-DEVUELTO PIC X(8).
       01  FECHA-VENTA PIC 9(8).
       01  DESTINO-MERCADERIA PIC X.
           88  DESTINO-A-STOCK VALUE "R".
           88  DESTINO-DANADA VALUE "D".
           88  DESTINO-VALIDO VALUE "R" "D".
       01  CUENTA-VENTAS PIC X(10).
       01  CUENTA-COBRAR PIC X(10).
       01  CUENTA-COSTO-VENTAS PIC X(10).
       01  CUENTA-INVENTARIO-GL PIC X(10).
       01  CUENTA-DANADOS PIC X(10).
      *
      * Las líneas de INVHIST de la cuenta, artículo y fecha, juntadas
      * por precio, con lo ya devuelto de cada una según DEVOLUC.
      *
       01  TABLA-VENTA.
           05  CANT-GRUPOS PIC 99 VALUE 0.
           05  GRUPO-VENTA OCCURS 10 TIMES.
               10  GRV-PRECIO          PIC 9(5)V99.
               10  GRV-COSTO           PIC 9(5)V99.
               10  GRV-FACTURADO       PIC 9(5).
               10  GRV-DEVUELTO        PIC 9(5).
               10  GRV-JURISDICCION    PIC X(4).
               10  GRV-CONDICION       PIC X.
               10  GRV-IMPUESTO        PIC 9(7)V99.
               10  GRV-IMPUESTO-DEV    PIC 9(7)V99.
       01  IDX-GRUPO PIC 99.
       01  GRUPO-ELEGIDO PIC 99.
       01  GRUPO-ENTRADA PIC XX.
       01  CANT-DISPONIBLE PIC S9(5).
       01  CANT-DEVUELTA PIC 9(3).
       01  PRECIO-NOTA PIC 9(5)V99.
       01  COSTO-NOTA PIC 9(5)V99.
       01  EXTENSION-CALCULADA PIC 9(9)V99.
       01  EXTENSION-NOTA PIC 9(7)V99.
       01  COSTO-DEVUELTO PIC 9(9)V99.
       01  IMPUESTO-NOTA PIC 9(7)V99.
       01  TOTAL-CALCULADO PIC 9(9)V99.
       01  TOTAL-NOTA PIC 9(7)V99.
       01  CUENTA-IMPUESTO-NOTA PIC X(10).
       01  MONTO-NEGATIVO PIC S9(7)V99.
       01  NUMERO-NOTA PIC 9(6).
       01  DESCRIPCION-ASIENTO PIC X(30).
       01  CANT-NOTAS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADAS PIC 9(4) VALUE 0.
       01  TOTAL-DIA PIC 9(9)V99 VALUE 0.
       01  PRECIO-ED PIC $$,$$9.99.
       01  EXTENSION-ED PIC $,$$$,$$9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(80).
           COPY ACCTMASK.
           COPY RPTHDR.
           COPY NUMCHK.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DEVOLUCIONES DE CLIENTES Y NOTAS DE CRÉDITO".
           MOVE "NOTA DE CRÉDITO" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLI-OK
               DISPLAY "NO HAY MAESTRO DE CLIENTES CUSTMAST"
               STOP RUN
           END-IF.
           OPEN I-O INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           MOVE SPACES TO CUENTA-VENTAS.
           PERFORM PEDIR-CUENTA-VENTAS
                   UNTIL CUENTA-VENTAS NOT = SPACES.
           MOVE SPACES TO CUENTA-COBRAR.
           PERFORM PEDIR-CUENTA-COBRAR
                   UNTIL CUENTA-COBRAR NOT = SPACES.
           DISPLAY "CUENTA GL DE COSTO DE VENTAS (ENTER = SIN"
                   " REVERSIÓN DE COSTO): ".
           ACCEPT CUENTA-COSTO-VENTAS.
           MOVE FUNCTION UPPER-CASE(CUENTA-COSTO-VENTAS)
               TO CUENTA-COSTO-VENTAS.
           MOVE SPACES TO CUENTA-DANADOS.
           IF CUENTA-COSTO-VENTAS NOT = SPACES
               MOVE SPACES TO CUENTA-INVENTARIO-GL
               PERFORM PEDIR-CUENTA-INVENTARIO
                       UNTIL CUENTA-INVENTARIO-GL NOT = SPACES
               DISPLAY "CUENTA GL DE MERCADERÍA DAÑADA (ENTER = EL"
                       " COSTO QUEDA EN COSTO DE VENTAS): "
               ACCEPT CUENTA-DANADOS
               MOVE FUNCTION UPPER-CASE(CUENTA-DANADOS)
                   TO CUENTA-DANADOS
           END-IF.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO GL-CAMPUS.
           OPEN INPUT JURISDICCIONES.
           IF FS-JUR-OK
               MOVE "S" TO SW-TABLA-IMPUESTO
           END-IF.
           OPEN EXTEND NOTAS-CREDITO.
           IF FS-NOTAS-CREDITO = "05" OR FS-NOTAS-CREDITO = "35"
               CLOSE NOTAS-CREDITO
               OPEN OUTPUT NOTAS-CREDITO
           END-IF.
           MOVE "S" TO OPCION.
           PERFORM TOMAR-UNA-DEVOLUCION
                   THRU TOMAR-UNA-DEVOLUCION-FIN
                   UNTIL OPCION = "N".
           CLOSE CLIENTES.
           CLOSE INVENTARIO.
           CLOSE NOTAS-CREDITO.
           IF TABLA-IMPUESTO-DISPONIBLE
               CLOSE JURISDICCIONES
           END-IF.
           MOVE TOTAL-DIA TO TOTAL-ED.
           DISPLAY "NOTAS DE CRÉDITO EMITIDAS: ", CANT-NOTAS,
                   "  RECHAZADAS: ", CANT-RECHAZADAS,
                   "  TOTAL ACREDITADO: ", TOTAL-ED.
           STOP RUN.

       PEDIR-CUENTA-VENTAS.
           DISPLAY "CUENTA GL DE VENTAS (EJ. 4000): ".
           ACCEPT CUENTA-VENTAS.
           MOVE FUNCTION UPPER-CASE(CUENTA-VENTAS) TO CUENTA-VENTAS.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR (EJ. 1200): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       PEDIR-CUENTA-INVENTARIO.
           DISPLAY "CUENTA GL DE INVENTARIO: ".
           ACCEPT CUENTA-INVENTARIO-GL.
           MOVE FUNCTION UPPER-CASE(CUENTA-INVENTARIO-GL)
               TO CUENTA-INVENTARIO-GL.

      ******************************************************************
      * Una devolución: cuenta, artículo y fecha de la venta, línea
      * de la factura, cantidad y destino; con todo validado se
      * numera y se emite la nota.
      ******************************************************************
       TOMAR-UNA-DEVOLUCION.
           MOVE FECHA-HOY TO GL-FECHA.
           COMPUTE GL-PERIODO = FECHA-HOY / 100.
           PERFORM VERIFICAR-PERIODO-GL.
           IF GL-ASIENTO-RECHAZADO
               DISPLAY "EL PERÍODO ", GL-PERIODO,
                       " NO ESTÁ ABIERTO EN GLPERIOD - NO SE EMITEN"
                       " NOTAS DE CRÉDITO"
               MOVE "N" TO OPCION
               GO TO TOMAR-UNA-DEVOLUCION-FIN
           END-IF.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA-CLIENTE UNTIL CUENTA-OK.
           DISPLAY "ARTÍCULO DEVUELTO: ".
           ACCEPT ITEM-DEVUELTO.
           MOVE FUNCTION UPPER-CASE(ITEM-DEVUELTO) TO ITEM-DEVUELTO.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-VENTA UNTIL FECHA-OK.
           PERFORM BUSCAR-VENTA-ORIGINAL.
           IF CANT-GRUPOS = 0
               DISPLAY "NO HAY VENTA DE ", ITEM-DEVUELTO, " A LA"
                       " CUENTA EN ESA FECHA EN INVHIST"
               PERFORM RECHAZAR-DEVOLUCION
               GO TO TOMAR-SIGUE
           END-IF.
           PERFORM SUMAR-YA-DEVUELTO.
           IF CANT-GRUPOS = 1
               MOVE 1 TO GRUPO-ELEGIDO
           ELSE
               PERFORM MOSTRAR-GRUPO-VENTA
                       VARYING IDX-GRUPO FROM 1 BY 1
                       UNTIL IDX-GRUPO > CANT-GRUPOS
               MOVE "N" TO SW-GRUPO-OK
               PERFORM PEDIR-GRUPO-VENTA UNTIL GRUPO-OK
           END-IF.
           COMPUTE CANT-DISPONIBLE = GRV-FACTURADO(GRUPO-ELEGIDO)
                   - GRV-DEVUELTO(GRUPO-ELEGIDO).
           MOVE GRV-PRECIO(GRUPO-ELEGIDO) TO PRECIO-NOTA.
           MOVE PRECIO-NOTA TO PRECIO-ED.
           DISPLAY "FACTURADO: ", GRV-FACTURADO(GRUPO-ELEGIDO),
                   " A ", PRECIO-ED, "  YA DEVUELTO: ",
                   GRV-DEVUELTO(GRUPO-ELEGIDO).
           IF CANT-DISPONIBLE NOT > 0
               DISPLAY "LA VENTA YA FUE DEVUELTA ENTERA - NO SE"
                       " ACREDITA MÁS DE LO FACTURADO"
               PERFORM RECHAZAR-DEVOLUCION
               GO TO TOMAR-SIGUE
           END-IF.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-CANTIDAD UNTIL NUMCHK-VALIDO.
           MOVE SPACE TO DESTINO-MERCADERIA.
           PERFORM PEDIR-DESTINO UNTIL DESTINO-VALIDO.
           PERFORM TOMAR-COSTO-NOTA.
           COMPUTE EXTENSION-CALCULADA = CANT-DEVUELTA * PRECIO-NOTA.
           IF EXTENSION-CALCULADA > 9999999.99
               DISPLAY "EXTENSIÓN FUERA DE CAPACIDAD - NO SE EMITE"
               PERFORM RECHAZAR-DEVOLUCION
               GO TO TOMAR-SIGUE
           END-IF.
           MOVE EXTENSION-CALCULADA TO EXTENSION-NOTA.
           PERFORM CALCULAR-IMPUESTO-NOTA.
           IF IMPUESTO-NOTA > 0
              AND CUENTA-IMPUESTO-NOTA = SPACES
               DISPLAY "LA JURISDICCIÓN ",
                       GRV-JURISDICCION(GRUPO-ELEGIDO),
                       " NO ESTÁ EN TAXJURIS - NO SE PUEDE REVERTIR"
                       " EL IMPUESTO"
               PERFORM RECHAZAR-DEVOLUCION
               GO TO TOMAR-SIGUE
           END-IF.
           COMPUTE TOTAL-CALCULADO = EXTENSION-NOTA + IMPUESTO-NOTA.
           IF TOTAL-CALCULADO > 9999999.99
               DISPLAY "TOTAL FUERA DE CAPACIDAD - NO SE EMITE"
               PERFORM RECHAZAR-DEVOLUCION
               GO TO TOMAR-SIGUE
           END-IF.
           MOVE TOTAL-CALCULADO TO TOTAL-NOTA.
           MOVE EXTENSION-NOTA TO EXTENSION-ED.
           DISPLAY "SE ACREDITAN ", CANT-DEVUELTA, " X ", PRECIO-ED,
                   " = ", EXTENSION-ED.
           IF IMPUESTO-NOTA > 0
               MOVE IMPUESTO-NOTA TO EXTENSION-ED
               DISPLAY "MÁS IMPUESTO ", EXTENSION-ED
           END-IF.
           DISPLAY "¿CONFIRMA LA NOTA DE CRÉDITO? (S/N): ".
           ACCEPT CONFIRMACION.
           MOVE FUNCTION UPPER-CASE(CONFIRMACION) TO CONFIRMACION.
           IF CONFIRMACION NOT = "S"
               DISPLAY "DEVOLUCIÓN CANCELADA"
               GO TO TOMAR-SIGUE
           END-IF.
           PERFORM ASIGNAR-NUMERO-NOTA.
           PERFORM REPONER-EXISTENCIA.
           PERFORM ASENTAR-DEVOLUCION.
           PERFORM GRABAR-MOVIMIENTO-DETALLE.
           PERFORM POSTEAR-NOTA-GL.
           PERFORM IMPRIMIR-NOTA.
           ADD 1 TO CANT-NOTAS.
           ADD TOTAL-NOTA TO TOTAL-DIA.
       TOMAR-SIGUE.
           DISPLAY "¿OTRA DEVOLUCIÓN? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
       TOMAR-UNA-DEVOLUCION-FIN.
           EXIT.

       PEDIR-CUENTA-CLIENTE.
           DISPLAY "NÚMERO DE CUENTA DEL CLIENTE: ".
           ACCEPT CLI-CUENTA.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CUENTA NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-CUENTA-OK
                   DISPLAY "CLIENTE: ", CLI-NOMBRE
           END-READ.

       PEDIR-FECHA-VENTA.
           DISPLAY "FECHA DE LA FACTURA ORIGINAL (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-VENTA
               IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-VENTA) = 0
                  AND FECHA-VENTA NOT > FECHA-HOY
                   MOVE "S" TO SW-FECHA-OK
               END-IF
           END-IF.
           IF NOT FECHA-OK
               DISPLAY "FECHA INVÁLIDA, REINGRESE"
           END-IF.

      ******************************************************************
      * INVHIST entero en busca de las líneas de la cuenta, artículo y
      * fecha, juntadas por precio unitario.
      ******************************************************************
       BUSCAR-VENTA-ORIGINAL.
           MOVE 0 TO CANT-GRUPOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           OPEN INPUT HISTORIA-FACTURAS.
           IF NOT FS-HIST-OK
               DISPLAY "NO HAY HISTÓRICO DE FACTURACIÓN INVHIST"
               MOVE "S" TO SW-FIN-ARCHIVO
           ELSE
               PERFORM LEER-HISTORIA
               PERFORM JUNTAR-LINEA-VENTA UNTIL FIN-ARCHIVO
               CLOSE HISTORIA-FACTURAS
           END-IF.

       LEER-HISTORIA.
           READ HISTORIA-FACTURAS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       JUNTAR-LINEA-VENTA.
           IF FAC-CUENTA = CLI-CUENTA
              AND FAC-ITEM = ITEM-DEVUELTO
              AND FAC-FECHA = FECHA-VENTA
               PERFORM BUSCAR-GRUPO-PRECIO
               IF IDX-GRUPO > CANT-GRUPOS
                   IF CANT-GRUPOS < 10
                       ADD 1 TO CANT-GRUPOS
                       MOVE CANT-GRUPOS TO IDX-GRUPO
                       MOVE FAC-PRECIO TO GRV-PRECIO(IDX-GRUPO)
                       MOVE 0 TO GRV-COSTO(IDX-GRUPO)
                       MOVE 0 TO GRV-FACTURADO(IDX-GRUPO)
                       MOVE 0 TO GRV-DEVUELTO(IDX-GRUPO)
                       MOVE SPACES TO GRV-JURISDICCION(IDX-GRUPO)
                       MOVE SPACE TO GRV-CONDICION(IDX-GRUPO)
                       MOVE 0 TO GRV-IMPUESTO(IDX-GRUPO)
                       MOVE 0 TO GRV-IMPUESTO-DEV(IDX-GRUPO)
                   ELSE
                       MOVE 0 TO IDX-GRUPO
                   END-IF
               END-IF
               IF IDX-GRUPO > 0
                   ADD FAC-CANTIDAD TO GRV-FACTURADO(IDX-GRUPO)
                   IF FAC-COSTO-UNITARIO IS NUMERIC
                      AND FAC-COSTO-UNITARIO > 0
                       MOVE FAC-COSTO-UNITARIO TO GRV-COSTO(IDX-GRUPO)
                   END-IF
                   IF FAC-CONDICION-IMPUESTO NOT = SPACE
                       MOVE FAC-JURISDICCION
                           TO GRV-JURISDICCION(IDX-GRUPO)
                       MOVE FAC-CONDICION-IMPUESTO
                           TO GRV-CONDICION(IDX-GRUPO)
                   END-IF
                   IF FAC-IMPUESTO IS NUMERIC
                       ADD FAC-IMPUESTO TO GRV-IMPUESTO(IDX-GRUPO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-HISTORIA.

       BUSCAR-GRUPO-PRECIO.
           MOVE 1 TO IDX-GRUPO.
           PERFORM AVANZAR-GRUPO
                   UNTIL IDX-GRUPO > CANT-GRUPOS
                      OR GRV-PRECIO(IDX-GRUPO) = FAC-PRECIO.

       AVANZAR-GRUPO.
           ADD 1 TO IDX-GRUPO.

      ******************************************************************
      * Lo ya acreditado de la misma venta en notas anteriores.
      ******************************************************************
       SUMAR-YA-DEVUELTO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           OPEN INPUT DEVOLUCIONES.
           IF NOT FS-DEV-OK
               MOVE "S" TO SW-FIN-ARCHIVO
           ELSE
               PERFORM LEER-DEVOLUCION
               PERFORM RESTAR-UNA-DEVOLUCION UNTIL FIN-ARCHIVO
               CLOSE DEVOLUCIONES
           END-IF.

       LEER-DEVOLUCION.
           READ DEVOLUCIONES
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       RESTAR-UNA-DEVOLUCION.
           IF DEV-CUENTA = CLI-CUENTA
              AND DEV-ITEM = ITEM-DEVUELTO
              AND DEV-FECHA-VENTA = FECHA-VENTA
               MOVE 1 TO IDX-GRUPO
               PERFORM AVANZAR-GRUPO
                       UNTIL IDX-GRUPO > CANT-GRUPOS
                          OR GRV-PRECIO(IDX-GRUPO) = DEV-PRECIO
               IF IDX-GRUPO NOT > CANT-GRUPOS
                   ADD DEV-CANTIDAD TO GRV-DEVUELTO(IDX-GRUPO)
                   IF DEV-IMPUESTO IS NUMERIC
                       ADD DEV-IMPUESTO TO GRV-IMPUESTO-DEV(IDX-GRUPO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-DEVOLUCION.

       MOSTRAR-GRUPO-VENTA.
           MOVE GRV-PRECIO(IDX-GRUPO) TO PRECIO-ED.
           DISPLAY IDX-GRUPO, ") PRECIO ", PRECIO-ED,
                   "  FACTURADO ", GRV-FACTURADO(IDX-GRUPO),
                   "  DEVUELTO ", GRV-DEVUELTO(IDX-GRUPO).

       PEDIR-GRUPO-VENTA.
           DISPLAY "LÍNEA DE LA FACTURA QUE SE DEVUELVE: ".
           ACCEPT GRUPO-ENTRADA.
           IF GRUPO-ENTRADA(2:1) = SPACE
               MOVE GRUPO-ENTRADA(1:1) TO GRUPO-ENTRADA(2:1)
               MOVE "0" TO GRUPO-ENTRADA(1:1)
           END-IF.
           IF GRUPO-ENTRADA IS NUMERIC
               MOVE GRUPO-ENTRADA TO GRUPO-ELEGIDO
               IF GRUPO-ELEGIDO > 0
                  AND GRUPO-ELEGIDO NOT > CANT-GRUPOS
                   MOVE "S" TO SW-GRUPO-OK
               END-IF
           END-IF.
           IF NOT GRUPO-OK
               DISPLAY "LÍNEA INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-CANTIDAD.
           DISPLAY "CANTIDAD DEVUELTA (HASTA ", CANT-DISPONIBLE, "): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 1
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > CANT-DISPONIBLE
                   DISPLAY "NO SE PUEDE ACREDITAR MÁS DE LO FACTURADO"
                           " NI MENOS DE UNA UNIDAD"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO CANT-DEVUELTA
               END-IF
           END-IF.

       PEDIR-DESTINO.
           DISPLAY "DESTINO - (R)EPONER A STOCK, (D)AÑADA: ".
           ACCEPT DESTINO-MERCADERIA.
           MOVE FUNCTION UPPER-CASE(DESTINO-MERCADERIA)
               TO DESTINO-MERCADERIA.
           IF NOT DESTINO-VALIDO
               DISPLAY "DESTINO INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Costo de la factura original; una línea de INVHIST anterior al
      * costo guardado toma el costo actual del maestro.
      ******************************************************************
       TOMAR-COSTO-NOTA.
           MOVE GRV-COSTO(GRUPO-ELEGIDO) TO COSTO-NOTA.
           MOVE "N" TO SW-ITEM-EN-MAESTRO.
           MOVE ITEM-DEVUELTO TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ADVERTENCIA: ", ITEM-DEVUELTO, " NO ESTÁ"
                           " EN ITEMMAST - LA EXISTENCIA NO SE MUEVE"
               NOT INVALID KEY
                   MOVE "S" TO SW-ITEM-EN-MAESTRO
                   IF COSTO-NOTA = 0
                       MOVE ITM-COSTO-UNITARIO TO COSTO-NOTA
                   END-IF
           END-READ.

      ******************************************************************
      * Impuesto a revertir: la parte proporcional del impuesto que
      * cobraron las líneas de la venta; la devolución que completa
      * lo facturado toma todo el saldo, así los redondeos de las
      * devoluciones parciales no dejan centavos sueltos.  La cuenta
      * de impuesto a pagar sale de TAXJURIS (activa o no).
      ******************************************************************
       CALCULAR-IMPUESTO-NOTA.
           MOVE 0 TO IMPUESTO-NOTA.
           MOVE SPACES TO CUENTA-IMPUESTO-NOTA.
           IF GRV-IMPUESTO(GRUPO-ELEGIDO) > 0
               IF CANT-DEVUELTA = CANT-DISPONIBLE
                   COMPUTE IMPUESTO-NOTA =
                           GRV-IMPUESTO(GRUPO-ELEGIDO)
                           - GRV-IMPUESTO-DEV(GRUPO-ELEGIDO)
               ELSE
                   COMPUTE IMPUESTO-NOTA ROUNDED =
                           GRV-IMPUESTO(GRUPO-ELEGIDO) * CANT-DEVUELTA
                           / GRV-FACTURADO(GRUPO-ELEGIDO)
               END-IF
           END-IF.
           IF IMPUESTO-NOTA > 0
              AND TABLA-IMPUESTO-DISPONIBLE
               MOVE GRV-JURISDICCION(GRUPO-ELEGIDO) TO JUR-CODIGO
               READ JURISDICCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JUR-CUENTA-PAGAR TO CUENTA-IMPUESTO-NOTA
               END-READ
           END-IF.

       RECHAZAR-DEVOLUCION.
           ADD 1 TO CANT-RECHAZADAS.
           MOVE "CREDIT-MEMO" TO EXCLOG-PROGRAMA.
           MOVE "DEVOLUCION" TO EXCLOG-CAMPO.
           MOVE SPACES TO EXCLOG-VALOR-MALO.
           STRING CLI-CUENTA(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-DEVUELTO DELIMITED BY SIZE
               INTO EXCLOG-VALOR-MALO
           END-STRING.
           PERFORM REGISTRAR-EXCEPCION.

      ******************************************************************
      * Número de nota secuencial desde el registro de control
      * NCREDCT, el mismo molde que RECIBOCT de RECEIPT-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-NOTA.
           MOVE 1 TO CTL-PROX-NOTA.
           OPEN INPUT NOTA-CONTROL.
           IF FS-NCCTL-OK
               READ NOTA-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE NOTA-CONTROL
           END-IF.
           MOVE CTL-PROX-NOTA TO NUMERO-NOTA.
           ADD 1 TO CTL-PROX-NOTA.
           OPEN OUTPUT NOTA-CONTROL.
           WRITE REG-NOTA-CONTROL.
           MOVE "NCREDCT" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-NOTA TO FCHK-CLAVE.
           MOVE FS-NOTA-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE NOTA-CONTROL.

       REPONER-EXISTENCIA.
           IF ITEM-EN-MAESTRO
               MOVE ITEM-DEVUELTO TO ITM-ITEM
               READ INVENTARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DESTINO-A-STOCK
                           ADD CANT-DEVUELTA TO ITM-EXISTENCIA
                       ELSE
                           ADD CANT-DEVUELTA TO ITM-EXISTENCIA-DANADA
                       END-IF
                       REWRITE REG-ITEM-MAESTRO
                       MOVE "ITEMMAST" TO FCHK-ARCHIVO
                       MOVE ITM-ITEM TO FCHK-CLAVE
                       MOVE FS-INVENTARIO TO FCHK-ESTADO
                       PERFORM VERIFICAR-ESCRITURA
               END-READ
           END-IF.

       ASENTAR-DEVOLUCION.
           MOVE NUMERO-NOTA TO DEV-NUMERO.
           MOVE FECHA-HOY TO DEV-FECHA.
           MOVE CLI-CUENTA TO DEV-CUENTA.
           MOVE ITEM-DEVUELTO TO DEV-ITEM.
           MOVE FECHA-VENTA TO DEV-FECHA-VENTA.
           MOVE CANT-DEVUELTA TO DEV-CANTIDAD.
           MOVE PRECIO-NOTA TO DEV-PRECIO.
           MOVE COSTO-NOTA TO DEV-COSTO-UNITARIO.
           MOVE EXTENSION-NOTA TO DEV-EXTENSION.
           MOVE DESTINO-MERCADERIA TO DEV-DESTINO.
           MOVE GRV-JURISDICCION(GRUPO-ELEGIDO) TO DEV-JURISDICCION.
           MOVE GRV-CONDICION(GRUPO-ELEGIDO) TO DEV-CONDICION-IMPUESTO.
           MOVE IMPUESTO-NOTA TO DEV-IMPUESTO.
           OPEN EXTEND DEVOLUCIONES.
           IF FS-DEVOLUCIONES = "05" OR FS-DEVOLUCIONES = "35"
               CLOSE DEVOLUCIONES
               OPEN OUTPUT DEVOLUCIONES
           END-IF.
           WRITE REG-DEVOLUCION.
           MOVE "DEVOLUC" TO FCHK-ARCHIVO.
           MOVE NUMERO-NOTA TO FCHK-CLAVE.
           MOVE FS-DEVOLUCIONES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE DEVOLUCIONES.

      ******************************************************************
      * La nota entra al detalle del estado de cuenta como movimiento
      * acreedor (monto negativo), igual que un pago de RECEIPT-ENTRY.
      ******************************************************************
       GRABAR-MOVIMIENTO-DETALLE.
           MOVE CLI-CUENTA TO TRX-CUENTA.
           MOVE FECHA-HOY TO TRX-FECHA.
           MOVE SPACES TO TRX-DESCRIPCION.
           STRING "NOTA CRED " DELIMITED BY SIZE
               NUMERO-NOTA DELIMITED BY SIZE
               INTO TRX-DESCRIPCION
           END-STRING.
           COMPUTE MONTO-NEGATIVO = 0 - TOTAL-NOTA.
           MOVE MONTO-NEGATIVO TO TRX-MONTO.
           OPEN EXTEND DETALLE-TRX.
           IF FS-DETALLE-TRX = "05" OR FS-DETALLE-TRX = "35"
               CLOSE DETALLE-TRX
               OPEN OUTPUT DETALLE-TRX
           END-IF.
           WRITE REG-TRX-DETALLE.
           MOVE "TRXDETL" TO FCHK-ARCHIVO.
           MOVE TRX-CUENTA TO FCHK-CLAVE.
           MOVE FS-DETALLE-TRX TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE DETALLE-TRX.

      ******************************************************************
      * Reversión de la venta al precio original y del costo de ventas
      * al costo de la factura.  La mercadería dañada va a su cuenta
      * si se tecleó; si no, el costo queda en costo de ventas.
      ******************************************************************
       POSTEAR-NOTA-GL.
           MOVE SPACES TO DESCRIPCION-ASIENTO.
           STRING "NOTA CRED " DELIMITED BY SIZE
               NUMERO-NOTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITEM-DEVUELTO DELIMITED BY SIZE
               INTO DESCRIPCION-ASIENTO
           END-STRING.
           MOVE "CREDIT-MEMO" TO GL-PROGRAMA.
           MOVE CUENTA-VENTAS TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE EXTENSION-NOTA TO GL-MONTO.
           MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION.
           PERFORM GRABAR-ASIENTO-GL.
           IF IMPUESTO-NOTA > 0
               MOVE "CREDIT-MEMO" TO GL-PROGRAMA
               MOVE CUENTA-IMPUESTO-NOTA TO GL-CUENTA
               MOVE "D" TO GL-DEBITO-CREDITO
               MOVE IMPUESTO-NOTA TO GL-MONTO
               MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION
               PERFORM GRABAR-ASIENTO-GL
           END-IF.
           MOVE "CREDIT-MEMO" TO GL-PROGRAMA.
           MOVE CUENTA-COBRAR TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE TOTAL-NOTA TO GL-MONTO.
           MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION.
           PERFORM GRABAR-ASIENTO-GL.
           COMPUTE COSTO-DEVUELTO = CANT-DEVUELTA * COSTO-NOTA.
           IF CUENTA-COSTO-VENTAS = SPACES
              OR COSTO-DEVUELTO = 0
              OR (DESTINO-DANADA AND CUENTA-DANADOS = SPACES)
               CONTINUE
           ELSE
               MOVE "CREDIT-MEMO" TO GL-PROGRAMA
               IF DESTINO-A-STOCK
                   MOVE CUENTA-INVENTARIO-GL TO GL-CUENTA
               ELSE
                   MOVE CUENTA-DANADOS TO GL-CUENTA
               END-IF
               MOVE "D" TO GL-DEBITO-CREDITO
               MOVE COSTO-DEVUELTO TO GL-MONTO
               MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION
               PERFORM GRABAR-ASIENTO-GL
               MOVE "CREDIT-MEMO" TO GL-PROGRAMA
               MOVE CUENTA-COSTO-VENTAS TO GL-CUENTA
               MOVE "C" TO GL-DEBITO-CREDITO
               MOVE COSTO-DEVUELTO TO GL-MONTO
               MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION
               PERFORM GRABAR-ASIENTO-GL
           END-IF.

      ******************************************************************
      * Nota de crédito numerada, con el encabezado RPTHDR y la cuenta
      * enmascarada, como la factura de ORDER-INVOICE.
      ******************************************************************
       IMPRIMIR-NOTA.
           MOVE CLI-CUENTA TO ACCTMASK-CUENTA.
           PERFORM ENMASCARAR-CUENTA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-NOTA FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-NOTA FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CUENTA: " DELIMITED BY SIZE
               ACCTMASK-ENMASCARADA DELIMITED BY SIZE
               "   NOTA DE CRÉDITO NRO: " DELIMITED BY SIZE
               NUMERO-NOTA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CLIENTE: " DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE FECHA-VENTA TO FECHA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "DEVOLUCIÓN DE LA FACTURA DEL " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE "ARTICULO  CANT  PRECIO     EXTENSION"
               TO LINEA-NOTA.
           WRITE LINEA-NOTA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING ITEM-DEVUELTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CANT-DEVUELTA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRECIO-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXTENSION-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           IF ITEM-EN-MAESTRO
               MOVE ITM-DESCRIPCION TO LINEA-SALIDA(50:20)
           END-IF.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-SALIDA.
           IF DESTINO-A-STOCK
               MOVE "MERCADERÍA REPUESTA A STOCK" TO LINEA-SALIDA
           ELSE
               MOVE "MERCADERÍA DAÑADA - NO SE REPONE" TO LINEA-SALIDA
           END-IF.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           IF IMPUESTO-NOTA > 0
               PERFORM IMPRIMIR-IMPUESTO-NOTA
           END-IF.
           MOVE TOTAL-NOTA TO EXTENSION-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL DE LA NOTA DE CRÉDITO: " DELIMITED BY SIZE
               EXTENSION-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           DISPLAY "NOTA DE CRÉDITO ", NUMERO-NOTA, " EMITIDA".

       IMPRIMIR-IMPUESTO-NOTA.
           MOVE EXTENSION-NOTA TO EXTENSION-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SUBTOTAL:                    " DELIMITED BY SIZE
               EXTENSION-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE IMPUESTO-NOTA TO EXTENSION-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "IMPUESTO " DELIMITED BY SIZE
               GRV-JURISDICCION(GRUPO-ELEGIDO) DELIMITED BY SIZE
               " ACREDITADO:      " DELIMITED BY SIZE
               EXTENSION-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-NOTA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.

           COPY ACCTMASK-PROC.
           COPY RPTHDR-PROC.
           COPY NUMCHK-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
