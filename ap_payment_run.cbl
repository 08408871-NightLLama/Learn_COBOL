      ******************************************************************
      * Corrida de pagos a proveedores: recorre las facturas
      * pendientes de CXPAGAR (ver CXPAGAR.CPY) y toma las que vencen
      * hasta la fecha tope - tecleada, o calculada con
      * SUMAR-DIAS-HABILES de HABILCHK como N días hábiles desde hoy,
      * el mismo calendario CALFERIA con que AP-INVOICE-ENTRY calculó
      * cada vencimiento.  Se paga un campus por corrida (el campus de
      * los asientos): sólo entran las facturas cargadas con ese
      * campus, para que el pasivo se cancele en el mismo campus
      * donde se registró.
      *
      * En modo (P)RELIMINAR sólo sale el listado de lo que se
      * pagaría.  En modo (D)EFINITIVO las facturas de cada proveedor
      * forman un solo pago, numerado desde el registro de control
      * PAGOCTL (el molde de RECIBOCT); cada factura queda marcada
      * pagada con la fecha y el número de pago, y el pago entra a la
      * cola de desembolsos aprobados DESEMBOL (ver DESEMBOL.CPY) con
      * las cuentas de cuentas por pagar y de caja tecleadas: el
      * cheque lo imprime CHECK-PRINT, que es quien postea el
      * desembolso al feed GL - débito a cuentas por pagar, crédito a
      * caja.  El registro de pagos sale por PAGOSREG con subtotal por
      * proveedor y total de la corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT CUENTAS-PAGAR ASSIGN TO "CXPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXP-CLAVE
               FILE STATUS IS FS-CUENTAS-PAGAR.

           SELECT PAGO-CONTROL ASSIGN TO "PAGOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGO-CONTROL.

           SELECT LISTADO ASSIGN TO "PAGOSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT CALENDARIO-HABIL ASSIGN TO "CALFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO-HABIL.

           SELECT DESEMBOLSOS ASSIGN TO "DESEMBOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSB-CLAVE
               FILE STATUS IS FS-DESEMBOLSOS.

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
       FD  PROVEEDORES.
           COPY PROVEED.

       FD  CUENTAS-PAGAR.
           COPY CXPAGAR.

       FD  PAGO-CONTROL.
       01  REG-PAGO-CONTROL.
           05  CTL-PROX-PAGO      PIC 9(6).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  CALENDARIO-HABIL.
       01  REG-FERIADO-HABIL.
           05  HAB-FER-FECHA          PIC 9(8).
           05  HAB-FER-DESCRIPCION    PIC X(30).

       FD  DESEMBOLSOS.
           COPY DESEMBOL.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-PROVEEDORES PIC XX.
           88  FS-PRV-OK VALUE "00".
       01  FS-CUENTAS-PAGAR PIC XX.
           88  FS-CXP-OK VALUE "00".
       01  FS-PAGO-CONTROL PIC XX.
           88  FS-PAGCTL-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  FS-DESEMBOLSOS PIC XX.
           88  FS-DSB-NO-EXISTE VALUE "35".
       01  SW-PROVEEDORES-DISPONIBLE PIC A VALUE "N".
           88  PROVEEDORES-DISPONIBLE VALUE "S".
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-HAY-PAGO PIC A VALUE "N".
           88  HAY-PAGO VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  OPCION-CORRIDA PIC A.
           88  CORRIDA-PRELIMINAR VALUE "P".
           88  CORRIDA-DEFINITIVA VALUE "D".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-TOPE PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  DIAS-ENTRADA PIC X(3).
       01  CUENTA-CAJA PIC X(10).
       01  CUENTA-PAGAR PIC X(10).
       01  CAMPUS-PAGO PIC XX.
       01  PROVEEDOR-ANTERIOR PIC X(10).
       01  NOM-PROVEEDOR PIC X(30).
       01  DIR-PROVEEDOR-1 PIC X(30).
       01  DIR-PROVEEDOR-2 PIC X(30).
       01  NUMERO-PAGO PIC 9(6).
       01  TOTAL-PAGO PIC 9(9)V99.
       01  TOTAL-CORRIDA PIC 9(11)V99 VALUE 0.
       01  CANT-FACTURAS PIC 9(5) VALUE 0.
       01  CANT-PAGOS PIC 9(5) VALUE 0.
       01  MONTO-ED PIC $$,$$$,$$9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY NUMCHK.
           COPY HABILCHK.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CORRIDA DE PAGOS A PROVEEDORES".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO OPCION-CORRIDA.
           PERFORM PEDIR-MODO
                   UNTIL CORRIDA-PRELIMINAR OR CORRIDA-DEFINITIVA.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-TOPE THRU PEDIR-FECHA-TOPE-FIN
                   UNTIL FECHA-OK.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO CAMPUS-PAGO.
           IF CORRIDA-DEFINITIVA
               MOVE SPACES TO CUENTA-PAGAR
               PERFORM PEDIR-CUENTA-PAGAR
                       UNTIL CUENTA-PAGAR NOT = SPACES
               MOVE SPACES TO CUENTA-CAJA
               PERFORM PEDIR-CUENTA-CAJA
                       UNTIL CUENTA-CAJA NOT = SPACES
               OPEN I-O CUENTAS-PAGAR
               PERFORM ABRIR-DESEMBOLSOS
           ELSE
               OPEN INPUT CUENTAS-PAGAR
           END-IF.
           IF NOT FS-CXP-OK
               DISPLAY "NO HAY ARCHIVO DE CUENTAS POR PAGAR CXPAGAR"
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF FS-PRV-OK
               MOVE "S" TO SW-PROVEEDORES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PROVMAST - REGISTRO SIN"
                       " NOMBRES DE PROVEEDOR"
           END-IF.
           OPEN OUTPUT LISTADO.
           IF CORRIDA-DEFINITIVA
               MOVE "REGISTRO DE PAGOS A PROVEEDORES" TO RPTHDR-TITULO
           ELSE
               MOVE "PAGOS A PROVEEDORES - PRELIMINAR"
                   TO RPTHDR-TITULO
           END-IF.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE FECHA-TOPE TO FECHA-ED.
           STRING "VENCIDAS HASTA: " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               "   CAMPUS: " DELIMITED BY SIZE
               CAMPUS-PAGO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-FACTURA.
           PERFORM REVISAR-UNA-FACTURA UNTIL FIN-ARCHIVO.
           IF HAY-PAGO
               PERFORM CERRAR-PAGO
           END-IF.
           PERFORM IMPRIMIR-TOTAL-CORRIDA.
           CLOSE CUENTAS-PAGAR.
           CLOSE LISTADO.
           IF CORRIDA-DEFINITIVA
               CLOSE DESEMBOLSOS
           END-IF.
           IF PROVEEDORES-DISPONIBLE
               CLOSE PROVEEDORES
           END-IF.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           DISPLAY "FACTURAS: ", CANT-FACTURAS, "  PAGOS: ",
                   CANT-PAGOS, "  TOTAL: ", TOTAL-ED.
           STOP RUN.

       PEDIR-MODO.
           DISPLAY "CORRIDA (P)RELIMINAR O (D)EFINITIVA: ".
           ACCEPT OPCION-CORRIDA.
           MOVE FUNCTION UPPER-CASE(OPCION-CORRIDA) TO OPCION-CORRIDA.

      ******************************************************************
      * Fecha tope tecleada, o N días hábiles desde hoy con HABILCHK.
      ******************************************************************
       PEDIR-FECHA-TOPE.
           DISPLAY "PAGAR LO QUE VENCE HASTA (AAAAMMDD, ENTER ="
                   " POR DÍAS HÁBILES): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA NOT = SPACES
               IF FECHA-ENTRADA IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
                   MOVE FECHA-ENTRADA TO FECHA-TOPE
                   MOVE "S" TO SW-FECHA-OK
               ELSE
                   DISPLAY "FECHA INVÁLIDA, REINGRESE"
               END-IF
               GO TO PEDIR-FECHA-TOPE-FIN
           END-IF.
           MOVE 5 TO HAB-CANT-DIAS.
           DISPLAY "DÍAS HÁBILES DESDE HOY (ENTER = 5): ".
           ACCEPT DIAS-ENTRADA.
           IF DIAS-ENTRADA NOT = SPACES
               MOVE DIAS-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(DIAS-ENTRADA) TO HAB-CANT-DIAS
               ELSE
                   DISPLAY "CANTIDAD INVÁLIDA, REINGRESE"
                   GO TO PEDIR-FECHA-TOPE-FIN
               END-IF
           END-IF.
           MOVE FECHA-HOY TO HAB-FECHA-BASE.
           PERFORM SUMAR-DIAS-HABILES.
           MOVE HAB-FECHA-RESULTADO TO FECHA-TOPE.
           DISPLAY "FECHA TOPE: ", FECHA-TOPE.
           MOVE "S" TO SW-FECHA-OK.
       PEDIR-FECHA-TOPE-FIN.
           EXIT.

       PEDIR-CUENTA-PAGAR.
           DISPLAY "CUENTA GL DE CUENTAS POR PAGAR (EJ. 2100): ".
           ACCEPT CUENTA-PAGAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-PAGAR) TO CUENTA-PAGAR.

       PEDIR-CUENTA-CAJA.
           DISPLAY "CUENTA GL DE CAJA (EJ. 1010): ".
           ACCEPT CUENTA-CAJA.
           MOVE FUNCTION UPPER-CASE(CUENTA-CAJA) TO CUENTA-CAJA.

       LEER-FACTURA.
           READ CUENTAS-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * El archivo viene por proveedor + factura: corte de control por
      * proveedor, un pago por proveedor.
      ******************************************************************
       REVISAR-UNA-FACTURA.
           IF CXP-PENDIENTE
              AND CXP-FECHA-VENCE NOT > FECHA-TOPE
              AND CXP-CAMPUS = CAMPUS-PAGO
               IF NOT HAY-PAGO
                  OR CXP-PROVEEDOR NOT = PROVEEDOR-ANTERIOR
                   IF HAY-PAGO
                       PERFORM CERRAR-PAGO
                   END-IF
                   PERFORM ABRIR-PAGO
               END-IF
               PERFORM PAGAR-UNA-FACTURA
           END-IF.
           PERFORM LEER-FACTURA.

       ABRIR-PAGO.
           MOVE "S" TO SW-HAY-PAGO.
           MOVE CXP-PROVEEDOR TO PROVEEDOR-ANTERIOR.
           MOVE 0 TO TOTAL-PAGO.
           MOVE 0 TO NUMERO-PAGO.
           MOVE SPACES TO NOM-PROVEEDOR.
           MOVE SPACES TO DIR-PROVEEDOR-1.
           MOVE SPACES TO DIR-PROVEEDOR-2.
           IF PROVEEDORES-DISPONIBLE
               MOVE CXP-PROVEEDOR TO PRV-CODIGO
               READ PROVEEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRV-NOMBRE TO NOM-PROVEEDOR
                       MOVE PRV-DIRECCION-1 TO DIR-PROVEEDOR-1
                       MOVE PRV-DIRECCION-2 TO DIR-PROVEEDOR-2
               END-READ
           END-IF.
           IF CORRIDA-DEFINITIVA
               PERFORM ASIGNAR-NUMERO-PAGO
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PROVEEDOR " DELIMITED BY SIZE
               CXP-PROVEEDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-PROVEEDOR DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  FACTURA        FECHA FACT  VENCE               MONTO"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

       PAGAR-UNA-FACTURA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CXP-FACTURA TO LINEA-SALIDA(3:12).
           MOVE CXP-FECHA-FACTURA TO FECHA-ED.
           MOVE FECHA-ED TO LINEA-SALIDA(18:10).
           MOVE CXP-FECHA-VENCE TO FECHA-ED.
           MOVE FECHA-ED TO LINEA-SALIDA(30:10).
           MOVE CXP-MONTO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(42:13).
           PERFORM ESCRIBIR-LINEA.
           ADD CXP-MONTO TO TOTAL-PAGO.
           ADD 1 TO CANT-FACTURAS.
           IF CORRIDA-DEFINITIVA
               MOVE "G" TO CXP-ESTADO
               MOVE FECHA-HOY TO CXP-FECHA-PAGO
               MOVE NUMERO-PAGO TO CXP-NUMERO-PAGO
               REWRITE REG-CUENTA-PAGAR
               MOVE "CXPAGAR" TO FCHK-ARCHIVO
               MOVE CXP-CLAVE TO FCHK-CLAVE
               MOVE FS-CUENTAS-PAGAR TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
           END-IF.

       CERRAR-PAGO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TOTAL-PAGO TO MONTO-ED.
           IF CORRIDA-DEFINITIVA
               STRING "  PAGO NRO " DELIMITED BY SIZE
                   NUMERO-PAGO DELIMITED BY SIZE
                   "  TOTAL DEL PROVEEDOR" DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ENCOLAR-DESEMBOLSO
           ELSE
               MOVE "  TOTAL DEL PROVEEDOR" TO LINEA-SALIDA
           END-IF.
           MOVE MONTO-ED TO LINEA-SALIDA(42:13).
           PERFORM ESCRIBIR-LINEA.
           ADD TOTAL-PAGO TO TOTAL-CORRIDA.
           ADD 1 TO CANT-PAGOS.

      ******************************************************************
      * Número de pago secuencial desde el registro de control
      * PAGOCTL, el mismo molde que el RECIBOCT de RECEIPT-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-PAGO.
           MOVE 1 TO CTL-PROX-PAGO.
           OPEN INPUT PAGO-CONTROL.
           IF FS-PAGCTL-OK
               READ PAGO-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE PAGO-CONTROL
           END-IF.
           MOVE CTL-PROX-PAGO TO NUMERO-PAGO.
           ADD 1 TO CTL-PROX-PAGO.
           OPEN OUTPUT PAGO-CONTROL.
           WRITE REG-PAGO-CONTROL.
           MOVE "PAGOCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-PAGO TO FCHK-CLAVE.
           MOVE FS-PAGO-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE PAGO-CONTROL.

       ABRIR-DESEMBOLSOS.
           OPEN I-O DESEMBOLSOS.
           IF FS-DSB-NO-EXISTE
               OPEN OUTPUT DESEMBOLSOS
               CLOSE DESEMBOLSOS
               OPEN I-O DESEMBOLSOS
           END-IF.

      ******************************************************************
      * El pago queda aprobado en la cola DESEMBOL; el cheque y el
      * asiento de caja los hace CHECK-PRINT.
      ******************************************************************
       ENCOLAR-DESEMBOLSO.
           MOVE "P" TO DSB-ORIGEN.
           MOVE NUMERO-PAGO TO DSB-NUMERO.
           MOVE PROVEEDOR-ANTERIOR TO DSB-BENEFICIARIO.
           IF NOM-PROVEEDOR = SPACES
               MOVE PROVEEDOR-ANTERIOR TO DSB-NOMBRE
           ELSE
               MOVE NOM-PROVEEDOR TO DSB-NOMBRE
           END-IF.
           MOVE DIR-PROVEEDOR-1 TO DSB-DIRECCION-1.
           MOVE DIR-PROVEEDOR-2 TO DSB-DIRECCION-2.
           MOVE TOTAL-PAGO TO DSB-MONTO.
           MOVE CUENTA-PAGAR TO DSB-CUENTA-DEBITO.
           MOVE CUENTA-CAJA TO DSB-CUENTA-CAJA.
           MOVE CAMPUS-PAGO TO DSB-CAMPUS.
           MOVE SPACES TO DSB-CONCEPTO.
           STRING "PAGO A PROVEEDOR NRO " DELIMITED BY SIZE
               NUMERO-PAGO DELIMITED BY SIZE
               INTO DSB-CONCEPTO
           END-STRING.
           MOVE FECHA-HOY TO DSB-FECHA-APROBACION.
           MOVE FIRMA-OPERADOR TO DSB-OPERADOR.
           MOVE "P" TO DSB-ESTADO.
           MOVE 0 TO DSB-NUMERO-CHEQUE.
           WRITE REG-DESEMBOLSO.
           MOVE "DESEMBOL" TO FCHK-ARCHIVO.
           MOVE DSB-CLAVE TO FCHK-CLAVE.
           MOVE FS-DESEMBOLSOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       IMPRIMIR-TOTAL-CORRIDA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL DE LA CORRIDA - PAGOS: " DELIMITED BY SIZE
               CANT-PAGOS DELIMITED BY SIZE
               "  FACTURAS: " DELIMITED BY SIZE
               CANT-FACTURAS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(59:15).
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
           COPY NUMCHK-PROC.
           COPY HABILCHK-PROC.
           COPY CAMPCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
