      ******************************************************************
      * Entrada de pagos de aranceles estudiantiles: el lado de cobro
      * de la facturación de término TUITION-BILLING.  Por cada pago:
      * se valida el estudiante contra STUDMAST con el dígito
      * verificador (igual que ATTENDANCE-ENTRY), se muestra el saldo
      * que debe según el libro STUDLEDG (ver CTAEST.CPY), se numera
      * el recibo desde el mismo registro de control RECIBOCT que
      * RECEIPT-ENTRY - un solo talonario para la caja - se imprime el
      * recibo enmarcado por RECIBOS, se asienta el pago en STUDLEDG
      * como movimiento negativo, y se postea al feed GL por
      * GRABAR-ASIENTO-GL (débito a la cuenta de caja, crédito a
      * cuentas por cobrar estudiantes, tecleadas al abrir la caja).
      * Cada recibo entra además al registro del día REGRECIB, así el
      * cierre del cajón cruza contra los cobros de clientes y de
      * estudiantes juntos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-PAYMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT CUENTAS-ESTUDIANTE ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTE-CLAVE
               FILE STATUS IS FS-CUENTAS-EST.

           SELECT RECIBO-CONTROL ASSIGN TO "RECIBOCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBO-CONTROL.

           SELECT RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.

           SELECT REGISTRO-RECIBOS ASSIGN TO "REGRECIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-REC.

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
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CUENTAS-ESTUDIANTE.
           COPY CTAEST.

       FD  RECIBO-CONTROL.
       01  REG-RECIBO-CONTROL.
           05  CTL-PROX-RECIBO    PIC 9(6).

       FD  RECIBOS.
       01  LINEA-RECIBO PIC X(50).

       FD  REGISTRO-RECIBOS.
       01  LINEA-REGISTRO PIC X(70).

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
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-CUENTAS-EST PIC XX.
           88  FS-CTE-OK           VALUE "00".
           88  FS-CTE-NO-EXISTE    VALUE "35".
       01  FS-RECIBO-CONTROL PIC XX.
           88  FS-RECCTL-OK VALUE "00".
       01  FS-RECIBOS PIC XX.
       01  FS-REGISTRO-REC PIC XX.
       01  OPCION PIC A.
       01  OPCION-ID PIC A.
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  SW-FIN-CUENTA PIC A.
           88  FIN-CUENTA VALUE "S".
       01  SW-PAGO-GRABADO PIC A.
           88  PAGO-GRABADO VALUE "S".
       01  NUMERO-RECIBO PIC 9(6).
       01  FECHA-HOY PIC 9(8).
       01  HORA-PAGO PIC 9(8).
       01  MONTO-PAGO PIC 9(7)V99.
       01  MONTO-NEGATIVO PIC S9(7)V99.
       01  SALDO-ESTUDIANTE PIC S9(7)V99.
       01  CUENTA-CAJA PIC X(10).
       01  CUENTA-COBRAR PIC X(10).
       01  MONTO-ED PIC $,$$$,$$9.99.
       01  SALDO-ED PIC $,$$$,$$9.99-.
       01  TOTAL-DIA PIC 9(9)V99 VALUE 0.
       01  TOTAL-DIA-ED PIC $$$,$$$,$$9.99.
       01  CANT-RECIBOS PIC 9(4) VALUE 0.
       01  LINEA-SALIDA PIC X(70).
           COPY IDCHK.
           COPY NUMCHK.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ENTRADA DE PAGOS DE ARANCELES ESTUDIANTILES".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           PERFORM ABRIR-CUENTAS-ESTUDIANTE.
           MOVE SPACES TO CUENTA-CAJA.
           PERFORM PEDIR-CUENTA-CAJA
                   UNTIL CUENTA-CAJA NOT = SPACES.
           MOVE SPACES TO CUENTA-COBRAR.
           PERFORM PEDIR-CUENTA-COBRAR
                   UNTIL CUENTA-COBRAR NOT = SPACES.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO GL-CAMPUS.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS = "05" OR FS-RECIBOS = "35"
               CLOSE RECIBOS
               OPEN OUTPUT RECIBOS
           END-IF.
           OPEN EXTEND REGISTRO-RECIBOS.
           IF FS-REGISTRO-REC = "05" OR FS-REGISTRO-REC = "35"
               CLOSE REGISTRO-RECIBOS
               OPEN OUTPUT REGISTRO-RECIBOS
           END-IF.
           MOVE "S" TO OPCION.
           PERFORM TOMAR-UN-PAGO THRU TOMAR-SIGUE
                   UNTIL OPCION = "N".
           PERFORM CERRAR-REGISTRO-DIA.
           CLOSE STUDENT-MASTER.
           CLOSE CUENTAS-ESTUDIANTE.
           CLOSE RECIBOS.
           CLOSE REGISTRO-RECIBOS.
           MOVE TOTAL-DIA TO TOTAL-DIA-ED.
           DISPLAY "RECIBOS DEL DÍA: ", CANT-RECIBOS,
                   "  TOTAL A CRUZAR CON EL CAJÓN: ", TOTAL-DIA-ED.
           STOP RUN.

       ABRIR-CUENTAS-ESTUDIANTE.
           OPEN I-O CUENTAS-ESTUDIANTE.
           IF FS-CTE-NO-EXISTE
               OPEN OUTPUT CUENTAS-ESTUDIANTE
               CLOSE CUENTAS-ESTUDIANTE
               OPEN I-O CUENTAS-ESTUDIANTE
           END-IF.

       PEDIR-CUENTA-CAJA.
           DISPLAY "CUENTA GL DE CAJA (EJ. 1010): ".
           ACCEPT CUENTA-CAJA.
           MOVE FUNCTION UPPER-CASE(CUENTA-CAJA) TO CUENTA-CAJA.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR ESTUDIANTES"
                   " (EJ. 1210): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       TOMAR-UN-PAGO.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           PERFORM CALCULAR-SALDO.
           MOVE SALDO-ESTUDIANTE TO SALDO-ED.
           DISPLAY "SALDO ADEUDADO: ", SALDO-ED.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-MONTO UNTIL NUMCHK-VALIDO.
           PERFORM ASIGNAR-NUMERO-RECIBO.
           PERFORM IMPRIMIR-RECIBO.
           PERFORM GRABAR-PAGO-CUENTA.
           PERFORM POSTEAR-CAJA-GL.
           PERFORM ASENTAR-EN-REGISTRO.
           ADD 1 TO CANT-RECIBOS.
           ADD MONTO-PAGO TO TOTAL-DIA.
       TOMAR-SIGUE.
           DISPLAY "¿OTRO PAGO? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       PEDIR-ID-ESTUDIANTE.
           DISPLAY "ID DEL ESTUDIANTE: ".
           ACCEPT ID-ESTUDIANTE.
           PERFORM VERIFICAR-ID-TECLEADO.
           IF IDCHK-INVALIDO
               GO TO PEDIR-ID-ESTUDIANTE-FIN
           END-IF.
           PERFORM BUSCAR-ESTUDIANTE.
           IF EST-EXISTE
               DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE
           ELSE
               DISPLAY "ID NO ESTÁ EN EL MAESTRO, REINGRESE"
           END-IF.
       PEDIR-ID-ESTUDIANTE-FIN.
           EXIT.

      ******************************************************************
      * Verificación del dígito verificador del ID tecleado (ver
      * IDCHK-PROC.CPY); un ID anterior al verificador pasa con
      * confirmación explícita.
      ******************************************************************
       VERIFICAR-ID-TECLEADO.
           MOVE ID-ESTUDIANTE TO IDCHK-ID.
           PERFORM VERIFICAR-DIGITO-ID.
           IF IDCHK-INVALIDO
               DISPLAY "DÍGITO VERIFICADOR NO COINCIDE - ¿ES UN ID"
                       " ANTERIOR AL VERIFICADOR? (S/N): "
               ACCEPT OPCION-ID
               IF FUNCTION UPPER-CASE(OPCION-ID) = "S"
                   MOVE "S" TO SW-IDCHK-OK
               ELSE
                   DISPLAY "REINGRESE EL ID"
               END-IF
           END-IF.

       BUSCAR-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EST-EXISTE
           END-READ.

      ******************************************************************
      * Saldo del estudiante: suma de todos sus movimientos en
      * STUDLEDG (cargos positivos, pagos negativos).
      ******************************************************************
       CALCULAR-SALDO.
           MOVE 0 TO SALDO-ESTUDIANTE.
           MOVE "N" TO SW-FIN-CUENTA.
           MOVE ID-ESTUDIANTE TO CTE-ID-ESTUDIANTE.
           MOVE 0 TO CTE-FECHA.
           MOVE 0 TO CTE-HORA.
           MOVE 0 TO CTE-LINEA.
           START CUENTAS-ESTUDIANTE KEY IS NOT LESS THAN CTE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-CUENTA
           END-START.
           PERFORM SUMAR-MOVIMIENTO UNTIL FIN-CUENTA.

       SUMAR-MOVIMIENTO.
           READ CUENTAS-ESTUDIANTE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CUENTA
               NOT AT END
                   IF CTE-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                       MOVE "S" TO SW-FIN-CUENTA
                   ELSE
                       ADD CTE-MONTO TO SALDO-ESTUDIANTE
                   END-IF
           END-READ.

       PEDIR-MONTO.
           DISPLAY "MONTO DEL PAGO: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO MONTO-PAGO
               IF MONTO-PAGO = 0
                   DISPLAY "EL MONTO NO PUEDE SER CERO"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   IF MONTO-PAGO > SALDO-ESTUDIANTE
                       DISPLAY "AVISO: EL PAGO SUPERA EL SALDO -"
                               " QUEDA SALDO A FAVOR"
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Número de recibo secuencial desde el registro de control
      * RECIBOCT, compartido con RECEIPT-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-RECIBO.
           MOVE 1 TO CTL-PROX-RECIBO.
           OPEN INPUT RECIBO-CONTROL.
           IF FS-RECCTL-OK
               READ RECIBO-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE RECIBO-CONTROL
           END-IF.
           MOVE CTL-PROX-RECIBO TO NUMERO-RECIBO.
           ADD 1 TO CTL-PROX-RECIBO.
           OPEN OUTPUT RECIBO-CONTROL.
           WRITE REG-RECIBO-CONTROL.
           MOVE "RECIBOCT" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-RECIBO TO FCHK-CLAVE.
           MOVE FS-RECIBO-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE RECIBO-CONTROL.

       IMPRIMIR-RECIBO.
           MOVE MONTO-PAGO TO MONTO-ED.
           MOVE ALL "-" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBO NRO " DELIMITED BY SIZE
               NUMERO-RECIBO DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-RECIBO
           END-STRING.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "RECIBIMOS POR: " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               INTO LINEA-RECIBO
           END-STRING.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "LA SUMA DE: " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-RECIBO
           END-STRING.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           STRING "CONCEPTO: ARANCELES TÉRMINO " DELIMITED BY SIZE
               TERMINO-ACTUAL DELIMITED BY SIZE
               INTO LINEA-RECIBO
           END-STRING.
           WRITE LINEA-RECIBO.
           MOVE ALL "-" TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           DISPLAY "RECIBO ", NUMERO-RECIBO, " EMITIDO".

      ******************************************************************
      * El pago entra a STUDLEDG como movimiento negativo.  Dos pagos
      * en la misma centésima de segundo chocarían en la clave: el
      * segundo toma la línea siguiente.
      ******************************************************************
       GRABAR-PAGO-CUENTA.
           ACCEPT HORA-PAGO FROM TIME.
           MOVE ID-ESTUDIANTE TO CTE-ID-ESTUDIANTE.
           MOVE FECHA-HOY TO CTE-FECHA.
           MOVE HORA-PAGO TO CTE-HORA.
           MOVE 0 TO CTE-LINEA.
           MOVE "P" TO CTE-TIPO.
           MOVE TERMINO-ACTUAL TO CTE-TERMINO.
           MOVE SPACES TO CTE-CODIGO-ARANCEL.
           MOVE SPACES TO CTE-DESCRIPCION.
           STRING "PAGO RECIBO " DELIMITED BY SIZE
               NUMERO-RECIBO DELIMITED BY SIZE
               INTO CTE-DESCRIPCION
           END-STRING.
           COMPUTE MONTO-NEGATIVO = 0 - MONTO-PAGO.
           MOVE MONTO-NEGATIVO TO CTE-MONTO.
           MOVE NUMERO-RECIBO TO CTE-RECIBO.
           MOVE FIRMA-OPERADOR TO CTE-OPERADOR.
           MOVE "N" TO SW-PAGO-GRABADO.
           PERFORM INTENTAR-GRABAR-PAGO
                   UNTIL PAGO-GRABADO OR CTE-LINEA = 99.
           MOVE "STUDLEDG" TO FCHK-ARCHIVO.
           MOVE CTE-CLAVE TO FCHK-CLAVE.
           MOVE FS-CUENTAS-EST TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       INTENTAR-GRABAR-PAGO.
           ADD 1 TO CTE-LINEA.
           WRITE REG-CUENTA-ESTUDIANTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-PAGO-GRABADO
           END-WRITE.

       POSTEAR-CAJA-GL.
           MOVE "STUDENT-PAYMENT" TO GL-PROGRAMA.
           MOVE CUENTA-CAJA TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE MONTO-PAGO TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "COBRO ARANCEL RECIBO " DELIMITED BY SIZE
               NUMERO-RECIBO DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "STUDENT-PAYMENT" TO GL-PROGRAMA.
           MOVE CUENTA-COBRAR TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE MONTO-PAGO TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "COBRO ARANCEL RECIBO " DELIMITED BY SIZE
               NUMERO-RECIBO DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.

       ASENTAR-EN-REGISTRO.
           MOVE MONTO-PAGO TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING FECHA-HOY DELIMITED BY SIZE
               " RECIBO " DELIMITED BY SIZE
               NUMERO-RECIBO DELIMITED BY SIZE
               " EST " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               "           " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-REGISTRO FROM LINEA-SALIDA.
           MOVE "REGRECIB" TO FCHK-ARCHIVO.
           MOVE NUMERO-RECIBO TO FCHK-CLAVE.
           MOVE FS-REGISTRO-REC TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       CERRAR-REGISTRO-DIA.
           MOVE TOTAL-DIA TO TOTAL-DIA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING FECHA-HOY DELIMITED BY SIZE
               " CIERRE ARANCELES - RECIBOS " DELIMITED BY SIZE
               CANT-RECIBOS DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               TOTAL-DIA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-REGISTRO FROM LINEA-SALIDA.

           COPY IDCHK-PROC.
           COPY NUMCHK-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
