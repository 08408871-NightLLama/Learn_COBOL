      ******************************************************************
      * Entrada de facturas de proveedores: el lado de cuentas por
      * pagar que faltaba - las facturas de los proveedores se pagaban
      * por fuera del sistema.  Por cada factura: se valida el
      * proveedor activo contra el maestro PROVMAST (VENDOR-MAINT),
      * se rechaza un número de factura ya cargado para ese
      * proveedor, se toman la fecha de factura, el monto, el plazo en
      * días hábiles (ENTER = el del proveedor) y la cuenta de gasto
      * (ENTER = la del proveedor), y el vencimiento se calcula con
      * SUMAR-DIAS-HABILES de HABILCHK - fin de semana y feriados
      * CALFERIA no cuentan.  La factura queda pendiente en CXPAGAR
      * (ver CXPAGAR.CPY) para la corrida de pagos AP-PAYMENT-RUN, y
      * se postea al feed GL por GRABAR-ASIENTO-GL: débito a la cuenta
      * de gasto, crédito a la de cuentas por pagar tecleada al abrir
      * la sesión, con el campus de los asientos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-ENTRY.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CXP-CLAVE
               FILE STATUS IS FS-CUENTAS-PAGAR.

           SELECT CALENDARIO-HABIL ASSIGN TO "CALFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO-HABIL.

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
       FD  PROVEEDORES.
           COPY PROVEED.

       FD  CUENTAS-PAGAR.
           COPY CXPAGAR.

       FD  CALENDARIO-HABIL.
       01  REG-FERIADO-HABIL.
           05  HAB-FER-FECHA          PIC 9(8).
           05  HAB-FER-DESCRIPCION    PIC X(30).

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
       01  FS-PROVEEDORES PIC XX.
           88  FS-PRV-OK VALUE "00".
       01  FS-CUENTAS-PAGAR PIC XX.
           88  FS-CXP-OK VALUE "00".
           88  FS-CXP-NO-EXISTE VALUE "35".
       01  OPCION PIC A.
       01  SW-PROVEEDOR-OK PIC A.
           88  PROVEEDOR-OK VALUE "S".
       01  SW-FACTURA-OK PIC A.
           88  FACTURA-OK VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  PLAZO-ENTRADA PIC X(3).
       01  CUENTA-PAGAR PIC X(10).
       01  MONTO-ED PIC $,$$$,$$9.99.
       01  TOTAL-SESION PIC 9(9)V99 VALUE 0.
       01  TOTAL-SESION-ED PIC $$$,$$$,$$9.99.
       01  CANT-FACTURAS PIC 9(4) VALUE 0.
           COPY NUMCHK.
           COPY HABILCHK.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ENTRADA DE FACTURAS DE PROVEEDORES".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT PROVEEDORES.
           IF NOT FS-PRV-OK
               DISPLAY "NO HAY MAESTRO DE PROVEEDORES PROVMAST"
               STOP RUN
           END-IF.
           OPEN I-O CUENTAS-PAGAR.
           IF FS-CXP-NO-EXISTE
               OPEN OUTPUT CUENTAS-PAGAR
               CLOSE CUENTAS-PAGAR
               OPEN I-O CUENTAS-PAGAR
           END-IF.
           MOVE SPACES TO CUENTA-PAGAR.
           PERFORM PEDIR-CUENTA-PAGAR
                   UNTIL CUENTA-PAGAR NOT = SPACES.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO GL-CAMPUS.
           MOVE "S" TO OPCION.
           PERFORM TOMAR-UNA-FACTURA THRU TOMAR-SIGUE
                   UNTIL OPCION = "N".
           CLOSE PROVEEDORES.
           CLOSE CUENTAS-PAGAR.
           MOVE TOTAL-SESION TO TOTAL-SESION-ED.
           DISPLAY "FACTURAS CARGADAS: ", CANT-FACTURAS,
                   "  TOTAL: ", TOTAL-SESION-ED.
           STOP RUN.

       PEDIR-CUENTA-PAGAR.
           DISPLAY "CUENTA GL DE CUENTAS POR PAGAR (EJ. 2100): ".
           ACCEPT CUENTA-PAGAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-PAGAR) TO CUENTA-PAGAR.

       TOMAR-UNA-FACTURA.
           MOVE "N" TO SW-PROVEEDOR-OK.
           PERFORM PEDIR-PROVEEDOR UNTIL PROVEEDOR-OK.
           MOVE "N" TO SW-FACTURA-OK.
           PERFORM PEDIR-NUMERO-FACTURA THRU PEDIR-NUMERO-FACTURA-FIN
                   UNTIL FACTURA-OK.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-FACTURA UNTIL FECHA-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-MONTO UNTIL NUMCHK-VALIDO.
           PERFORM PEDIR-PLAZO.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE SPACES TO CXP-CUENTA-GASTO.
           PERFORM PEDIR-CUENTA-GASTO
                   UNTIL CXP-CUENTA-GASTO NOT = SPACES.
           DISPLAY "DESCRIPCIÓN: ".
           ACCEPT CXP-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(CXP-DESCRIPCION)
               TO CXP-DESCRIPCION.
           MOVE GL-CAMPUS TO CXP-CAMPUS.
           MOVE "P" TO CXP-ESTADO.
           MOVE 0 TO CXP-FECHA-PAGO.
           MOVE 0 TO CXP-NUMERO-PAGO.
           MOVE FECHA-HOY TO CXP-FECHA-CARGA.
           MOVE FIRMA-OPERADOR TO CXP-OPERADOR.
           WRITE REG-CUENTA-PAGAR.
           MOVE "CXPAGAR" TO FCHK-ARCHIVO.
           MOVE CXP-CLAVE TO FCHK-CLAVE.
           MOVE FS-CUENTAS-PAGAR TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           IF NOT FS-CXP-OK
               DISPLAY "FACTURA NO GRABADA - ESTADO ",
                       FS-CUENTAS-PAGAR
               GO TO TOMAR-SIGUE
           END-IF.
           PERFORM POSTEAR-FACTURA-GL.
           ADD 1 TO CANT-FACTURAS.
           ADD CXP-MONTO TO TOTAL-SESION.
           MOVE CXP-MONTO TO MONTO-ED.
           DISPLAY "FACTURA GRABADA - ", MONTO-ED, " VENCE ",
                   CXP-FECHA-VENCE.
       TOMAR-SIGUE.
           DISPLAY "¿OTRA FACTURA? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       PEDIR-PROVEEDOR.
           DISPLAY "CÓDIGO DE PROVEEDOR: ".
           ACCEPT PRV-CODIGO.
           MOVE FUNCTION UPPER-CASE(PRV-CODIGO) TO PRV-CODIGO.
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   IF PRV-ACTIVO
                       MOVE "S" TO SW-PROVEEDOR-OK
                       DISPLAY "PROVEEDOR: ", PRV-NOMBRE
                   ELSE
                       DISPLAY "PROVEEDOR INACTIVO, REINGRESE"
                   END-IF
           END-READ.

       PEDIR-NUMERO-FACTURA.
           DISPLAY "NÚMERO DE FACTURA DEL PROVEEDOR: ".
           ACCEPT CXP-FACTURA.
           MOVE FUNCTION UPPER-CASE(CXP-FACTURA) TO CXP-FACTURA.
           IF CXP-FACTURA = SPACES
               DISPLAY "NÚMERO EN BLANCO, REINGRESE"
               GO TO PEDIR-NUMERO-FACTURA-FIN
           END-IF.
           MOVE PRV-CODIGO TO CXP-PROVEEDOR.
           READ CUENTAS-PAGAR
               INVALID KEY
                   MOVE "S" TO SW-FACTURA-OK
               NOT INVALID KEY
                   DISPLAY "FACTURA YA CARGADA EL ", CXP-FECHA-CARGA,
                           " - REINGRESE"
           END-READ.
       PEDIR-NUMERO-FACTURA-FIN.
           EXIT.

       PEDIR-FECHA-FACTURA.
           DISPLAY "FECHA DE LA FACTURA (AAAAMMDD, ENTER = HOY): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-HOY TO CXP-FECHA-FACTURA
               MOVE "S" TO SW-FECHA-OK
           ELSE
               IF FECHA-ENTRADA IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
                   MOVE FECHA-ENTRADA TO CXP-FECHA-FACTURA
                   MOVE "S" TO SW-FECHA-OK
               ELSE
                   DISPLAY "FECHA INVÁLIDA, REINGRESE"
               END-IF
           END-IF.

       PEDIR-MONTO.
           DISPLAY "MONTO DE LA FACTURA: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO CXP-MONTO
               IF CXP-MONTO = 0
                   DISPLAY "EL MONTO NO PUEDE SER CERO"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
           END-IF.

       PEDIR-PLAZO.
           MOVE PRV-PLAZO-DIAS TO CXP-PLAZO-DIAS.
           DISPLAY "PLAZO EN DÍAS HÁBILES (ENTER = ", PRV-PLAZO-DIAS,
                   "): ".
           ACCEPT PLAZO-ENTRADA.
           IF PLAZO-ENTRADA NOT = SPACES
               MOVE PLAZO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(PLAZO-ENTRADA)
                       TO CXP-PLAZO-DIAS
               ELSE
                   DISPLAY "PLAZO NO NUMÉRICO - QUEDA EL DEL PROVEEDOR"
               END-IF
           END-IF.

      ******************************************************************
      * Vencimiento = fecha de factura más el plazo en días hábiles.
      ******************************************************************
       CALCULAR-VENCIMIENTO.
           MOVE CXP-FECHA-FACTURA TO HAB-FECHA-BASE.
           MOVE CXP-PLAZO-DIAS TO HAB-CANT-DIAS.
           PERFORM SUMAR-DIAS-HABILES.
           MOVE HAB-FECHA-RESULTADO TO CXP-FECHA-VENCE.
           DISPLAY "VENCIMIENTO: ", CXP-FECHA-VENCE.

       PEDIR-CUENTA-GASTO.
           DISPLAY "CUENTA GL DE GASTO (ENTER = ", PRV-CUENTA-GASTO,
                   "): ".
           ACCEPT CXP-CUENTA-GASTO.
           MOVE FUNCTION UPPER-CASE(CXP-CUENTA-GASTO)
               TO CXP-CUENTA-GASTO.
           IF CXP-CUENTA-GASTO = SPACES
               MOVE PRV-CUENTA-GASTO TO CXP-CUENTA-GASTO
           END-IF.
           IF CXP-CUENTA-GASTO = SPACES
               DISPLAY "EL PROVEEDOR NO TIENE CUENTA DE GASTO -"
                       " TECLEE UNA"
           END-IF.

       POSTEAR-FACTURA-GL.
           MOVE "AP-INVOICE-ENTRY" TO GL-PROGRAMA.
           MOVE CXP-CUENTA-GASTO TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE CXP-MONTO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "AP-INVOICE-ENTRY" TO GL-PROGRAMA.
           MOVE CUENTA-PAGAR TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE CXP-MONTO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.

       ARMAR-DESCRIPCION-GL.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "FACT " DELIMITED BY SIZE
               CXP-PROVEEDOR DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CXP-FACTURA DELIMITED BY SPACE
               INTO GL-DESCRIPCION
           END-STRING.

           COPY NUMCHK-PROC.
           COPY HABILCHK-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
