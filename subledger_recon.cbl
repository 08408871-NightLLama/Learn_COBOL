      ******************************************************************
      * Conciliación de fin de mes de los submayores contra sus
      * cuentas de control del libro mayor: RECON-MATCH cruza el
      * RECONLOG, pero los dos renglones más grandes del balance nunca
      * se probaban.  Para el período AAAAMM pedido:
      *
      *   COBRAR      el saldo de clientes - saldos iniciales de
      *               BALANCES más los movimientos de TRXDETL hasta el
      *               fin del período - contra el saldo acumulado de la
      *               cuenta de cuentas por cobrar en GLBALMST
      *   INVENTARIO  la existencia valorizada de ITEMMAST
      *               (ITM-EXISTENCIA por ITM-COSTO-UNITARIO) contra
      *               el saldo acumulado de la cuenta de inventario
      *
      * El saldo del mayor es el neto débitos menos créditos de todas
      * las filas de la cuenta hasta el período inclusive, como lo
      * toma FIN-STATEMENTS.  Las dos cuentas de control se teclean,
      * igual que en ORDER-INVOICE y CREDIT-MEMO que postean contra
      * ellas.  Una diferencia que supera la tolerancia en moneda es un
      * DESCUADRE, y entonces se listan las partidas del período que
      * están de un solo lado, apareadas por fecha y monto contra los
      * asientos de la cuenta en GLPOSTF: en cobrar, los movimientos
      * de TRXDETL del período; en inventario, las líneas de costo de
      * INVHIST del período (cantidad por costo, crédito al
      * inventario).  Los movimientos de inventario que no pasan por
      * el feed GL - recepciones, ajustes - no tienen partida de
      * submayor y explican la diferencia que quede sin listar.
      *
      * Sale por SUBRCRPT con el encabezado RPTHDR, y el resultado de
      * cada submayor se graba en CONCSUB (ver CONCSUB.CPY), de donde
      * lo toma PERIOD-CLOSE antes de cerrar el período.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBLEDGER-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS ASSIGN TO "BALANCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALDOS.

           SELECT DETALLE-TRX ASSIGN TO "TRXDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETALLE-TRX.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT HISTORIA-FACTURAS ASSIGN TO "INVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT SALDOS-GL ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-CLAVE
               FILE STATUS IS FS-SALDOS-GL.

           SELECT GL-FIXED-FILE ASSIGN TO "GLPOSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POSTF2.

           SELECT CONCIL-SUBMAYOR ASSIGN TO "CONCSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCIL-SUBMAYOR.

           SELECT LISTADO ASSIGN TO "SUBRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS.
       01  REG-SALDOS.
           05  CUENTA-DATO         PIC X(16).
           05  INT-DATO            PIC 9(5).

       FD  DETALLE-TRX.
       01  REG-TRX-DETALLE.
           05  TRX-CUENTA          PIC X(16).
           05  TRX-FECHA           PIC 9(8).
           05  TRX-DESCRIPCION     PIC X(20).
           05  TRX-MONTO           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  HISTORIA-FACTURAS.
           COPY INVHIST.

       FD  SALDOS-GL.
           COPY GLBALMST.

       FD  GL-FIXED-FILE.
       01  REG-GL-POSTF PIC X(100).

       FD  CONCIL-SUBMAYOR.
           COPY CONCSUB.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-SALDOS PIC XX.
           88  FS-SAL-OK VALUE "00".
       01  FS-DETALLE-TRX PIC XX.
           88  FS-DETALLE-OK VALUE "00".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-HISTORIA PIC XX.
           88  FS-HIS-OK VALUE "00".
       01  FS-SALDOS-GL PIC XX.
           88  FS-GLB-OK VALUE "00".
       01  FS-GL-POSTF2 PIC XX.
           88  FS-GLF-OK VALUE "00".
       01  FS-CONCIL-SUBMAYOR PIC XX.
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SALDOS PIC A VALUE "N".
           88  FIN-SALDOS VALUE "S".
       01  SW-SALDOS-DISPONIBLES PIC A VALUE "N".
           88  SALDOS-DISPONIBLES VALUE "S".
       01  SW-SUBMAYOR-OK PIC A.
           88  SUBMAYOR-OK VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  PERIODO-PEDIDO PIC X(6).
       01  PERIODO-CONCILIAR PIC 9(6).
       01  PERIODO-DE-LINEA PIC 9(6).
       01  CUENTA-COBRAR PIC X(10).
       01  CUENTA-INVENTARIO-GL PIC X(10).
       01  CUENTA-CONTROL PIC X(10).
       01  TOLERANCIA-X PIC X(10).
       01  SW-ENTRADA-OK PIC A.
           88  ENTRADA-OK VALUE "S".
           COPY NUMCHK.
       01  TOLERANCIA PIC 9(7)V99 VALUE 1.
       01  TOTAL-SUBMAYOR PIC S9(11)V99.
       01  SALDO-MAYOR PIC S9(11)V99.
       01  DIFERENCIA PIC S9(11)V99.
       01  VALOR-ITEM PIC S9(11)V99.
       01  CANT-DESCUADRES PIC 9 VALUE 0.
      ******************************************************************
      * Asientos del período contra la cuenta de control, con signo
      * (débito positivo), para aparear contra las partidas del
      * submayor.
      ******************************************************************
       01  TABLA-ASIENTOS.
           05  ASIENTO OCCURS 3000 TIMES.
               10  AST-FECHA      PIC 9(8).
               10  AST-MONTO      PIC S9(9)V99.
               10  AST-DESCRIPCION PIC X(30).
               10  AST-APAREADO   PIC A.
       01  CANT-ASIENTOS PIC 9(4) VALUE 0.
       01  IDX-ASIENTO PIC 9(4).
       01  SW-ASIENTOS-COMPLETOS PIC A.
           88  ASIENTOS-COMPLETOS VALUE "S".
       01  PARTIDA-FECHA PIC 9(8).
       01  PARTIDA-MONTO PIC S9(9)V99.
       01  PARTIDA-DESCRIPCION PIC X(30).
       01  CANT-SOLO-SUBMAYOR PIC 9(5).
       01  CANT-SOLO-MAYOR PIC 9(5).
       01  MONTO-ED PIC $$,$$$,$$$,$$9.99-.
       01  MONTO-ED-2 PIC $$,$$$,$$$,$$9.99-.
       01  TOLERANCIA-ED PIC $$,$$$,$$9.99.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(100).
           COPY GLPOST.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONCILIACIÓN DE SUBMAYORES CONTRA EL MAYOR".
           MOVE "CONCILIACIÓN DE SUBMAYORES / MAYOR" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO CUENTA-COBRAR.
           PERFORM PEDIR-CUENTA-COBRAR
                   UNTIL CUENTA-COBRAR NOT = SPACES.
           MOVE SPACES TO CUENTA-INVENTARIO-GL.
           PERFORM PEDIR-CUENTA-INVENTARIO
                   UNTIL CUENTA-INVENTARIO-GL NOT = SPACES.
           MOVE "N" TO SW-ENTRADA-OK.
           PERFORM PEDIR-TOLERANCIA UNTIL ENTRADA-OK.
           MOVE SPACES TO PERIODO-PEDIDO.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-PEDIDO IS NUMERIC.
           MOVE PERIODO-PEDIDO TO PERIODO-CONCILIAR.
           OPEN INPUT SALDOS-GL.
           IF FS-GLB-OK
               MOVE "S" TO SW-SALDOS-DISPONIBLES
           ELSE
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE SALDOS GLBALMST -"
                       " NINGÚN SUBMAYOR PUEDE CUADRAR"
           END-IF.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT CONCIL-SUBMAYOR.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE TOLERANCIA TO TOLERANCIA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PERÍODO: " DELIMITED BY SIZE
               PERIODO-PEDIDO DELIMITED BY SIZE
               "   TOLERANCIA: " DELIMITED BY SIZE
               TOLERANCIA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           PERFORM CONCILIAR-COBRAR THRU CONCILIAR-COBRAR-FIN.
           PERFORM CONCILIAR-INVENTARIO THRU CONCILIAR-INVENTARIO-FIN.
           IF SALDOS-DISPONIBLES
               CLOSE SALDOS-GL
           END-IF.
           CLOSE CONCIL-SUBMAYOR.
           CLOSE LISTADO.
           IF CANT-DESCUADRES = 0
               DISPLAY "SUBMAYORES CONCILIADOS - VER SUBRCRPT"
           ELSE
               DISPLAY "SUBMAYORES FUERA DE TOLERANCIA: ",
                       CANT-DESCUADRES, " - VER SUBRCRPT. EL CIERRE"
                       " DEL PERÍODO QUEDA RETENIDO"
           END-IF.
           STOP RUN.

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
      * ENTER toma el valor por defecto; una entrada tecleada se
      * valida con NUMCHK y se toma con NUMVAL.
      ******************************************************************
       PEDIR-TOLERANCIA.
           DISPLAY "TOLERANCIA EN MONTO (ENTER = 1.00): ".
           ACCEPT TOLERANCIA-X.
           IF TOLERANCIA-X = SPACES
               MOVE "S" TO SW-ENTRADA-OK
           ELSE
               MOVE TOLERANCIA-X TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   COMPUTE TOLERANCIA =
                       FUNCTION NUMVAL(TOLERANCIA-X)
                   MOVE "S" TO SW-ENTRADA-OK
               END-IF
           END-IF.

       PEDIR-PERIODO.
           DISPLAY "PERÍODO A CONCILIAR (AAAAMM): ".
           ACCEPT PERIODO-PEDIDO.
           IF PERIODO-PEDIDO IS NOT NUMERIC
               DISPLAY "PERÍODO INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Cuentas por cobrar: saldo inicial de cada cliente más todo
      * movimiento fechado hasta el fin del período.
      ******************************************************************
       CONCILIAR-COBRAR.
           MOVE "COBRAR" TO CSM-SUBMAYOR.
           MOVE CUENTA-COBRAR TO CUENTA-CONTROL.
           MOVE 0 TO TOTAL-SUBMAYOR.
           MOVE "S" TO SW-SUBMAYOR-OK.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CUENTAS POR COBRAR - CUENTA DE CONTROL "
                   DELIMITED BY SIZE
               CUENTA-COBRAR DELIMITED BY SPACE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA-DOBLE.
           OPEN INPUT SALDOS.
           IF NOT FS-SAL-OK
               MOVE "  SIN ARCHIVO DE SALDOS BALANCES" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE "N" TO SW-SUBMAYOR-OK
               PERFORM REGISTRAR-RESULTADO
               GO TO CONCILIAR-COBRAR-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-SALDO-CLIENTE.
           PERFORM SUMAR-SALDO-CLIENTE UNTIL FIN-ARCHIVO.
           CLOSE SALDOS.
           OPEN INPUT DETALLE-TRX.
           IF FS-DETALLE-OK
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-MOVIMIENTO
               PERFORM SUMAR-MOVIMIENTO UNTIL FIN-ARCHIVO
               CLOSE DETALLE-TRX
           ELSE
               MOVE "  SIN DETALLE TRXDETL - SOLO SALDOS INICIALES"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM CALCULAR-SALDO-MAYOR THRU CALCULAR-SALDO-MAYOR-FIN.
           PERFORM REGISTRAR-RESULTADO.
           IF CSM-DESCUADRE
               PERFORM CARGAR-ASIENTOS THRU CARGAR-ASIENTOS-FIN
               PERFORM APAREAR-MOVIMIENTOS
                       THRU APAREAR-MOVIMIENTOS-FIN
               PERFORM LISTAR-SOLO-MAYOR
           END-IF.
       CONCILIAR-COBRAR-FIN.
           EXIT.

       LEER-SALDO-CLIENTE.
           READ SALDOS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SUMAR-SALDO-CLIENTE.
           ADD INT-DATO TO TOTAL-SUBMAYOR.
           PERFORM LEER-SALDO-CLIENTE.

       LEER-MOVIMIENTO.
           READ DETALLE-TRX
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SUMAR-MOVIMIENTO.
           COMPUTE PERIODO-DE-LINEA = TRX-FECHA / 100.
           IF PERIODO-DE-LINEA NOT > PERIODO-CONCILIAR
               ADD TRX-MONTO TO TOTAL-SUBMAYOR
           END-IF.
           PERFORM LEER-MOVIMIENTO.

      ******************************************************************
      * Inventario: existencia por costo unitario de cada artículo del
      * maestro, valorizado al momento de la corrida.
      ******************************************************************
       CONCILIAR-INVENTARIO.
           MOVE "INVENTARIO" TO CSM-SUBMAYOR.
           MOVE CUENTA-INVENTARIO-GL TO CUENTA-CONTROL.
           MOVE 0 TO TOTAL-SUBMAYOR.
           MOVE "S" TO SW-SUBMAYOR-OK.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "INVENTARIO - CUENTA DE CONTROL " DELIMITED BY SIZE
               CUENTA-INVENTARIO-GL DELIMITED BY SPACE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA-DOBLE.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               MOVE "  SIN ARCHIVO DE INVENTARIO ITEMMAST"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE "N" TO SW-SUBMAYOR-OK
               PERFORM REGISTRAR-RESULTADO
               GO TO CONCILIAR-INVENTARIO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ARTICULO.
           PERFORM VALORIZAR-ARTICULO UNTIL FIN-ARCHIVO.
           CLOSE INVENTARIO.
           PERFORM CALCULAR-SALDO-MAYOR THRU CALCULAR-SALDO-MAYOR-FIN.
           PERFORM REGISTRAR-RESULTADO.
           IF CSM-DESCUADRE
               PERFORM CARGAR-ASIENTOS THRU CARGAR-ASIENTOS-FIN
               PERFORM APAREAR-COSTOS THRU APAREAR-COSTOS-FIN
               PERFORM LISTAR-SOLO-MAYOR
           END-IF.
       CONCILIAR-INVENTARIO-FIN.
           EXIT.

       LEER-ARTICULO.
           READ INVENTARIO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       VALORIZAR-ARTICULO.
           COMPUTE VALOR-ITEM = ITM-EXISTENCIA * ITM-COSTO-UNITARIO.
           ADD VALOR-ITEM TO TOTAL-SUBMAYOR.
           PERFORM LEER-ARTICULO.

      ******************************************************************
      * Saldo acumulado de la cuenta de control: todas sus filas de
      * GLBALMST hasta el período pedido inclusive.
      ******************************************************************
       CALCULAR-SALDO-MAYOR.
           MOVE 0 TO SALDO-MAYOR.
           IF NOT SALDOS-DISPONIBLES
               MOVE "N" TO SW-SUBMAYOR-OK
               GO TO CALCULAR-SALDO-MAYOR-FIN
           END-IF.
           MOVE "N" TO SW-FIN-SALDOS.
           MOVE CUENTA-CONTROL TO GLB-CUENTA.
           MOVE 0 TO GLB-PERIODO.
           START SALDOS-GL KEY IS NOT LESS THAN GLB-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SALDOS
           END-START.
           PERFORM LEER-SALDO-GL.
           PERFORM SUMAR-SALDO-GL UNTIL FIN-SALDOS.
       CALCULAR-SALDO-MAYOR-FIN.
           EXIT.

       LEER-SALDO-GL.
           IF NOT FIN-SALDOS
               READ SALDOS-GL NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-SALDOS
               END-READ
           END-IF.
           IF NOT FIN-SALDOS
               IF GLB-CUENTA NOT = CUENTA-CONTROL
                  OR GLB-PERIODO > PERIODO-CONCILIAR
                   MOVE "S" TO SW-FIN-SALDOS
               END-IF
           END-IF.

       SUMAR-SALDO-GL.
           COMPUTE SALDO-MAYOR = SALDO-MAYOR
                   + GLB-DEBITOS - GLB-CREDITOS.
           PERFORM LEER-SALDO-GL.

      ******************************************************************
      * Comparación y línea de CONCSUB del submayor en curso: sin
      * alguno de los dos lados el estado es SIN DATOS, que para el
      * cierre vale lo mismo que un descuadre.
      ******************************************************************
       REGISTRAR-RESULTADO.
           MOVE PERIODO-CONCILIAR TO CSM-PERIODO.
           MOVE CUENTA-CONTROL TO CSM-CUENTA.
           MOVE TOLERANCIA TO CSM-TOLERANCIA.
           MOVE RPTHDR-FECHA TO CSM-FECHA.
           IF SUBMAYOR-OK
               COMPUTE DIFERENCIA = TOTAL-SUBMAYOR - SALDO-MAYOR
               IF DIFERENCIA > TOLERANCIA
                  OR DIFERENCIA < (0 - TOLERANCIA)
                   MOVE "DESCUADRE" TO CSM-ESTADO
               ELSE
                   MOVE "CUADRA" TO CSM-ESTADO
               END-IF
           ELSE
               MOVE 0 TO DIFERENCIA
               MOVE "SIN DATOS" TO CSM-ESTADO
           END-IF.
           IF NOT CSM-CUADRA
               ADD 1 TO CANT-DESCUADRES
           END-IF.
           MOVE TOTAL-SUBMAYOR TO CSM-TOTAL-SUBMAYOR.
           MOVE SALDO-MAYOR TO CSM-SALDO-MAYOR.
           MOVE DIFERENCIA TO CSM-DIFERENCIA.
           WRITE REG-CONCIL-SUBMAYOR.
           MOVE TOTAL-SUBMAYOR TO MONTO-ED.
           MOVE SALDO-MAYOR TO MONTO-ED-2.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  SUBMAYOR: " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               "   MAYOR: " DELIMITED BY SIZE
               MONTO-ED-2 DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE DIFERENCIA TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  DIFERENCIA: " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               "   ESTADO: " DELIMITED BY SIZE
               CSM-ESTADO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Asientos del período contra la cuenta de control en curso.
      ******************************************************************
       CARGAR-ASIENTOS.
           MOVE 0 TO CANT-ASIENTOS.
           MOVE "S" TO SW-ASIENTOS-COMPLETOS.
           MOVE 0 TO CANT-SOLO-SUBMAYOR.
           MOVE 0 TO CANT-SOLO-MAYOR.
           OPEN INPUT GL-FIXED-FILE.
           IF NOT FS-GLF-OK
               MOVE "  SIN ARCHIVO GLPOSTF - NO SE APAREAN PARTIDAS"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO CARGAR-ASIENTOS-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ASIENTO.
           PERFORM GUARDAR-ASIENTO UNTIL FIN-ARCHIVO.
           CLOSE GL-FIXED-FILE.
           IF NOT ASIENTOS-COMPLETOS
               MOVE "  MÁS DE 3000 ASIENTOS EN EL PERÍODO - EL"
                   & " APAREO ES PARCIAL" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           MOVE "  PARTIDAS DE UN SOLO LADO:" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
       CARGAR-ASIENTOS-FIN.
           EXIT.

       LEER-ASIENTO.
           READ GL-FIXED-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-ASIENTO.
           MOVE REG-GL-POSTF TO REG-GL-FIJO.
           IF GLF-CUENTA = CUENTA-CONTROL
              AND GLF-PERIODO = PERIODO-CONCILIAR
               IF CANT-ASIENTOS < 3000
                   ADD 1 TO CANT-ASIENTOS
                   MOVE GLF-FECHA TO AST-FECHA(CANT-ASIENTOS)
                   IF GLF-DEBITO-CREDITO = "C"
                       COMPUTE AST-MONTO(CANT-ASIENTOS) =
                               0 - GLF-MONTO
                   ELSE
                       MOVE GLF-MONTO TO AST-MONTO(CANT-ASIENTOS)
                   END-IF
                   MOVE GLF-DESCRIPCION
                       TO AST-DESCRIPCION(CANT-ASIENTOS)
                   MOVE "N" TO AST-APAREADO(CANT-ASIENTOS)
               ELSE
                   MOVE "N" TO SW-ASIENTOS-COMPLETOS
               END-IF
           END-IF.
           PERFORM LEER-ASIENTO.

      ******************************************************************
      * Movimientos de TRXDETL del período: un cargo (positivo) debita
      * la cuenta por cobrar, un pago o crédito (negativo) la acredita.
      ******************************************************************
       APAREAR-MOVIMIENTOS.
           OPEN INPUT DETALLE-TRX.
           IF NOT FS-DETALLE-OK
               GO TO APAREAR-MOVIMIENTOS-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-MOVIMIENTO.
           PERFORM APAREAR-UN-MOVIMIENTO UNTIL FIN-ARCHIVO.
           CLOSE DETALLE-TRX.
       APAREAR-MOVIMIENTOS-FIN.
           EXIT.

       APAREAR-UN-MOVIMIENTO.
           COMPUTE PERIODO-DE-LINEA = TRX-FECHA / 100.
           IF PERIODO-DE-LINEA = PERIODO-CONCILIAR
               MOVE TRX-FECHA TO PARTIDA-FECHA
               MOVE TRX-MONTO TO PARTIDA-MONTO
               MOVE SPACES TO PARTIDA-DESCRIPCION
               STRING TRX-CUENTA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   TRX-DESCRIPCION DELIMITED BY SIZE
                   INTO PARTIDA-DESCRIPCION
               END-STRING
               PERFORM APAREAR-PARTIDA
           END-IF.
           PERFORM LEER-MOVIMIENTO.

      ******************************************************************
      * Líneas de INVHIST del período con costo: ORDER-INVOICE
      * acredita el inventario por cantidad despachada por costo
      * unitario.
      ******************************************************************
       APAREAR-COSTOS.
           OPEN INPUT HISTORIA-FACTURAS.
           IF NOT FS-HIS-OK
               MOVE "  SIN HISTÓRICO INVHIST - NO HAY PARTIDAS DE"
                   & " SUBMAYOR" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO APAREAR-COSTOS-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-LINEA-FACTURA.
           PERFORM APAREAR-UN-COSTO UNTIL FIN-ARCHIVO.
           CLOSE HISTORIA-FACTURAS.
       APAREAR-COSTOS-FIN.
           EXIT.

       LEER-LINEA-FACTURA.
           READ HISTORIA-FACTURAS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       APAREAR-UN-COSTO.
           COMPUTE PERIODO-DE-LINEA = FAC-FECHA / 100.
           IF PERIODO-DE-LINEA = PERIODO-CONCILIAR
              AND FAC-COSTO-UNITARIO IS NUMERIC
              AND FAC-COSTO-UNITARIO > 0
               MOVE FAC-FECHA TO PARTIDA-FECHA
               COMPUTE PARTIDA-MONTO =
                       0 - FAC-CANTIDAD * FAC-COSTO-UNITARIO
               MOVE SPACES TO PARTIDA-DESCRIPCION
               STRING "COSTO VENTA " DELIMITED BY SIZE
                   FAC-ITEM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FAC-CUENTA DELIMITED BY SPACE
                   INTO PARTIDA-DESCRIPCION
               END-STRING
               PERFORM APAREAR-PARTIDA
           END-IF.
           PERFORM LEER-LINEA-FACTURA.

      ******************************************************************
      * Una partida del submayor se aparea con el primer asiento libre
      * de la misma fecha y el mismo monto; sin pareja sale como
      * "SOLO SUBMAYOR".
      ******************************************************************
       APAREAR-PARTIDA.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-ASIENTO
                   VARYING IDX-ASIENTO FROM 1 BY 1
                   UNTIL IDX-ASIENTO > CANT-ASIENTOS OR HALLADO.
           IF NOT HALLADO
               ADD 1 TO CANT-SOLO-SUBMAYOR
               MOVE PARTIDA-MONTO TO MONTO-ED
               MOVE SPACES TO LINEA-SALIDA
               MOVE "SOLO SUBMAYOR" TO LINEA-SALIDA(5:)
               MOVE PARTIDA-FECHA TO LINEA-SALIDA(20:8)
               MOVE MONTO-ED TO LINEA-SALIDA(30:18)
               MOVE PARTIDA-DESCRIPCION TO LINEA-SALIDA(50:30)
               PERFORM ESCRIBIR-LINEA
           END-IF.

       BUSCAR-ASIENTO.
           IF AST-APAREADO(IDX-ASIENTO) = "N"
              AND AST-FECHA(IDX-ASIENTO) = PARTIDA-FECHA
              AND AST-MONTO(IDX-ASIENTO) = PARTIDA-MONTO
               MOVE "S" TO AST-APAREADO(IDX-ASIENTO)
               MOVE "S" TO SW-HALLADO
           END-IF.

       LISTAR-SOLO-MAYOR.
           PERFORM LISTAR-UN-ASIENTO
                   VARYING IDX-ASIENTO FROM 1 BY 1
                   UNTIL IDX-ASIENTO > CANT-ASIENTOS.
           MOVE CANT-SOLO-SUBMAYOR TO CANTIDAD-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  SOLO SUBMAYOR: " DELIMITED BY SIZE
               CANTIDAD-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE CANT-SOLO-MAYOR TO CANTIDAD-ED.
           MOVE "SOLO MAYOR: " TO LINEA-SALIDA(30:12).
           MOVE CANTIDAD-ED TO LINEA-SALIDA(42:6).
           PERFORM ESCRIBIR-LINEA.

       LISTAR-UN-ASIENTO.
           IF AST-APAREADO(IDX-ASIENTO) = "N"
               ADD 1 TO CANT-SOLO-MAYOR
               MOVE AST-MONTO(IDX-ASIENTO) TO MONTO-ED
               MOVE SPACES TO LINEA-SALIDA
               MOVE "SOLO MAYOR" TO LINEA-SALIDA(5:)
               MOVE AST-FECHA(IDX-ASIENTO) TO LINEA-SALIDA(20:8)
               MOVE MONTO-ED TO LINEA-SALIDA(30:18)
               MOVE AST-DESCRIPCION(IDX-ASIENTO)
                   TO LINEA-SALIDA(50:30)
               PERFORM ESCRIBIR-LINEA
           END-IF.

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

       ESCRIBIR-LINEA-DOBLE.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
