      ******************************************************************
      * Importación del lockbox bancario con aplicación automática de
      * la cobranza: la mayoría de los cheques va ahora al lockbox
      * del banco, y el archivo diario que manda el banco (LOCKBOX)
      * se retipeaba en RECEIPT-ENTRY pago por pago.  El archivo trae
      * una cabecera "H" con la fecha del depósito y el número de
      * lote, una línea "D" por pago - referencia de cuenta,
      * referencia de factura, monto y número de cheque - y un
      * trailer "T" con la cantidad de pagos y el total de control.
      *   1. Primera pasada: se valida cada pago (monto numérico y
      *      mayor que cero) y su cuenta contra CUSTMAST, se suma lo
      *      que se aplica y lo que queda sin aplicar, y se cuadra la
      *      suma y la cantidad contra el trailer.  Si no cuadra, o
      *      falta el trailer, o el lote ya se importó (control
      *      LOCKBXCT), no se postea nada: sale el reporte con el
      *      motivo y la línea de excepción.
      *   2. Segunda pasada, con el lote cuadrado: el pago con cuenta
      *      en CUSTMAST entra a TRXDETL como movimiento acreedor, igual
      *      que el recibo de mostrador, y postea por GRABAR-ASIENTO-GL
      *      el par de POSTEAR-CAJA-GL - débito a caja, crédito a
      *      cuentas por cobrar.  El pago sin cuenta va al archivo de
      *      cobros no aplicados UNAPCASH (ver CAJANOAP.CPY) y postea
      *      débito a caja contra la cuenta de cobros no aplicados.
      * El detalle de cada pago y los totales salen por LOCKRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-LOCKBOX ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOCKBOX.

           SELECT CONTROL-LOCKBOX ASSIGN TO "LOCKBXCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-LOCKBOX.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT DETALLE-TRX ASSIGN TO "TRXDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETALLE-TRX.

           SELECT CAJA-NO-APLICADA ASSIGN TO "UNAPCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NO-APLICADA.

           SELECT REPORTE-LOCKBOX ASSIGN TO "LOCKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

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
       FD  ARCHIVO-LOCKBOX.
       01  REG-LOCKBOX.
           05  LBX-TIPO           PIC X.
               88  LBX-CABECERA       VALUE "H".
               88  LBX-DETALLE        VALUE "D".
               88  LBX-TRAILER        VALUE "T".
           05  LBX-CUENTA         PIC X(16).
           05  LBX-FACTURA        PIC X(10).
           05  LBX-MONTO          PIC 9(7)V99.
           05  LBX-CHEQUE         PIC X(10).
       01  REG-LOCKBOX-CABECERA REDEFINES REG-LOCKBOX.
           05  LBH-TIPO           PIC X.
           05  LBH-FECHA          PIC 9(8).
           05  LBH-LOTE           PIC X(6).
           05  FILLER             PIC X(31).
       01  REG-LOCKBOX-TRAILER REDEFINES REG-LOCKBOX.
           05  LBT-TIPO           PIC X.
           05  LBT-CANTIDAD       PIC 9(6).
           05  LBT-TOTAL          PIC 9(9)V99.
           05  FILLER             PIC X(28).

       FD  CONTROL-LOCKBOX.
       01  REG-CONTROL-LOCKBOX.
           05  CLB-FECHA          PIC 9(8).
           05  CLB-LOTE           PIC X(6).

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  DETALLE-TRX.
       01  REG-TRX-DETALLE.
           05  TRX-CUENTA          PIC X(16).
           05  TRX-FECHA           PIC 9(8).
           05  TRX-DESCRIPCION     PIC X(20).
           05  TRX-MONTO           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

       FD  CAJA-NO-APLICADA.
           COPY CAJANOAP.

       FD  REPORTE-LOCKBOX.
       01  LINEA-REPORTE PIC X(80).

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
       01  FS-LOCKBOX PIC XX.
           88  FS-LBX-OK VALUE "00".
       01  FS-CONTROL-LOCKBOX PIC XX.
           88  FS-CLB-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  FS-DETALLE-TRX PIC XX.
       01  FS-NO-APLICADA PIC XX.
       01  FS-REPORTE PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-HAY-CABECERA PIC A VALUE "N".
           88  HAY-CABECERA VALUE "S".
       01  SW-HAY-TRAILER PIC A VALUE "N".
           88  HAY-TRAILER VALUE "S".
       01  SW-LOTE-CUADRA PIC A VALUE "N".
           88  LOTE-CUADRA VALUE "S".
       01  SW-CUENTA-HALLADA PIC A.
           88  CUENTA-HALLADA VALUE "S".
       01  FECHA-DEPOSITO PIC 9(8).
       01  LOTE-DEPOSITO PIC X(6).
       01  CONTROL-CANTIDAD PIC 9(6) VALUE 0.
       01  CONTROL-TOTAL PIC 9(9)V99 VALUE 0.
       01  CANT-PAGOS PIC 9(6) VALUE 0.
       01  CANT-MALOS PIC 9(6) VALUE 0.
       01  CANT-APLICADOS PIC 9(6) VALUE 0.
       01  CANT-NO-APLICADOS PIC 9(6) VALUE 0.
       01  TOTAL-APLICADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-NO-APLICADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-LOTE PIC 9(9)V99 VALUE 0.
       01  MONTO-NEGATIVO PIC S9(7)V99.
       01  CUENTA-CAJA PIC X(10).
       01  CUENTA-COBRAR PIC X(10).
       01  CUENTA-NO-APLICADA PIC X(10).
       01  CUENTA-CONTRAPARTIDA PIC X(10).
       01  MONTO-ED PIC $,$$$,$$9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  CANT-ED PIC ZZZ,ZZ9.
       01  MOTIVO-RECHAZO PIC X(40).
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "IMPORTACIÓN DEL LOCKBOX BANCARIO".
           MOVE "IMPORTACIÓN DEL LOCKBOX BANCARIO" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN INPUT ARCHIVO-LOCKBOX.
           IF NOT FS-LBX-OK
               DISPLAY "NO HAY ARCHIVO LOCKBOX DEL BANCO"
               STOP RUN
           END-IF.
           CLOSE ARCHIVO-LOCKBOX.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLI-OK
               DISPLAY "NO HAY MAESTRO DE CLIENTES CUSTMAST"
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-LOCKBOX.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM CUADRAR-LOTE THRU CUADRAR-LOTE-FIN.
           IF NOT LOTE-CUADRA
               CLOSE REPORTE-LOCKBOX
               CLOSE CLIENTES
               DISPLAY "*** LOTE DEL LOCKBOX NO CUADRA - NO SE POSTEÓ"
                       " NADA, VER LOCKRPT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CUENTA-CAJA.
           PERFORM PEDIR-CUENTA-CAJA
                   UNTIL CUENTA-CAJA NOT = SPACES.
           MOVE SPACES TO CUENTA-COBRAR.
           PERFORM PEDIR-CUENTA-COBRAR
                   UNTIL CUENTA-COBRAR NOT = SPACES.
           IF CANT-NO-APLICADOS > 0
               MOVE SPACES TO CUENTA-NO-APLICADA
               PERFORM PEDIR-CUENTA-NO-APLICADA
                       UNTIL CUENTA-NO-APLICADA NOT = SPACES
           END-IF.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO GL-CAMPUS.
           PERFORM APLICAR-LOTE.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM MARCAR-LOTE-IMPORTADO.
           CLOSE REPORTE-LOCKBOX.
           CLOSE CLIENTES.
           MOVE TOTAL-APLICADO TO TOTAL-ED.
           DISPLAY "PAGOS APLICADOS: ", CANT-APLICADOS,
                   "  POR ", TOTAL-ED.
           MOVE TOTAL-NO-APLICADO TO TOTAL-ED.
           DISPLAY "NO APLICADOS A UNAPCASH: ", CANT-NO-APLICADOS,
                   "  POR ", TOTAL-ED.
           STOP RUN.

       PEDIR-CUENTA-CAJA.
           DISPLAY "CUENTA GL DE CAJA (EJ. 1010): ".
           ACCEPT CUENTA-CAJA.
           MOVE FUNCTION UPPER-CASE(CUENTA-CAJA) TO CUENTA-CAJA.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR (EJ. 1200): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       PEDIR-CUENTA-NO-APLICADA.
           DISPLAY "CUENTA GL DE COBROS NO APLICADOS: ".
           ACCEPT CUENTA-NO-APLICADA.
           MOVE FUNCTION UPPER-CASE(CUENTA-NO-APLICADA)
               TO CUENTA-NO-APLICADA.

      ******************************************************************
      * Primera pasada: nada se postea hasta que la suma de los pagos
      * - aplicados más no aplicados - y su cantidad cuadran con el
      * trailer del banco.  Un pago con monto no numérico o en cero
      * rompe el lote entero: el archivo vino dañado.
      ******************************************************************
       CUADRAR-LOTE.
           OPEN INPUT ARCHIVO-LOCKBOX.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-LOCKBOX.
           PERFORM CONTAR-UN-REGISTRO UNTIL FIN-ARCHIVO.
           CLOSE ARCHIVO-LOCKBOX.
           MOVE SPACES TO MOTIVO-RECHAZO.
           EVALUATE TRUE
               WHEN NOT HAY-CABECERA
                   MOVE "FALTA LA CABECERA H DEL LOTE"
                       TO MOTIVO-RECHAZO
               WHEN NOT HAY-TRAILER
                   MOVE "FALTA EL TRAILER T DEL LOTE"
                       TO MOTIVO-RECHAZO
               WHEN CANT-MALOS > 0
                   MOVE "PAGOS CON MONTO INVÁLIDO EN EL LOTE"
                       TO MOTIVO-RECHAZO
               WHEN CANT-PAGOS NOT = CONTROL-CANTIDAD
                   MOVE "CANTIDAD DE PAGOS DISTINTA DEL TRAILER"
                       TO MOTIVO-RECHAZO
               WHEN TOTAL-LOTE NOT = CONTROL-TOTAL
                   MOVE "TOTAL DE PAGOS DISTINTO DEL TRAILER"
                       TO MOTIVO-RECHAZO
           END-EVALUATE.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM CONTROLAR-LOTE-REPETIDO
           END-IF.
           PERFORM IMPRIMIR-CUADRE.
           IF MOTIVO-RECHAZO NOT = SPACES
               MOVE SPACES TO LINEA-SALIDA
               STRING "LOTE RECHAZADO: " DELIMITED BY SIZE
                   MOTIVO-RECHAZO DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               DISPLAY LINEA-SALIDA
               MOVE "LOCKBOX-IMPORT" TO EXCLOG-PROGRAMA
               MOVE "CUADRE-LOTE" TO EXCLOG-CAMPO
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING LOTE-DEPOSITO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MOTIVO-RECHAZO DELIMITED BY SIZE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
               GO TO CUADRAR-LOTE-FIN
           END-IF.
           MOVE "S" TO SW-LOTE-CUADRA.
       CUADRAR-LOTE-FIN.
           EXIT.

       LEER-LOCKBOX.
           READ ARCHIVO-LOCKBOX
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CONTAR-UN-REGISTRO.
           EVALUATE TRUE
               WHEN LBX-CABECERA
                   MOVE "S" TO SW-HAY-CABECERA
                   MOVE LBH-FECHA TO FECHA-DEPOSITO
                   MOVE LBH-LOTE TO LOTE-DEPOSITO
               WHEN LBX-TRAILER
                   MOVE "S" TO SW-HAY-TRAILER
                   MOVE LBT-CANTIDAD TO CONTROL-CANTIDAD
                   MOVE LBT-TOTAL TO CONTROL-TOTAL
               WHEN LBX-DETALLE
                   PERFORM CONTAR-UN-PAGO
           END-EVALUATE.
           PERFORM LEER-LOCKBOX.

       CONTAR-UN-PAGO.
           ADD 1 TO CANT-PAGOS.
           IF LBX-MONTO IS NOT NUMERIC
               ADD 1 TO CANT-MALOS
               PERFORM LISTAR-PAGO-MALO
           ELSE
               IF LBX-MONTO = 0
                   ADD 1 TO CANT-MALOS
                   PERFORM LISTAR-PAGO-MALO
               ELSE
                   ADD LBX-MONTO TO TOTAL-LOTE
                   PERFORM BUSCAR-CUENTA-PAGO
                   IF CUENTA-HALLADA
                       ADD 1 TO CANT-APLICADOS
                       ADD LBX-MONTO TO TOTAL-APLICADO
                   ELSE
                       ADD 1 TO CANT-NO-APLICADOS
                       ADD LBX-MONTO TO TOTAL-NO-APLICADO
                   END-IF
               END-IF
           END-IF.

       LISTAR-PAGO-MALO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "MONTO INVÁLIDO - CHEQUE " DELIMITED BY SIZE
               LBX-CHEQUE DELIMITED BY SIZE
               " CTA " DELIMITED BY SIZE
               LBX-CUENTA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       BUSCAR-CUENTA-PAGO.
           MOVE "N" TO SW-CUENTA-HALLADA.
           IF LBX-CUENTA NOT = SPACES
               MOVE LBX-CUENTA TO CLI-CUENTA
               READ CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-CUENTA-HALLADA
               END-READ
           END-IF.

      * El mismo lote no se importa dos veces: LOCKBXCT guarda la
      * fecha y el lote del último que se posteó.
       CONTROLAR-LOTE-REPETIDO.
           OPEN INPUT CONTROL-LOCKBOX.
           IF FS-CLB-OK
               READ CONTROL-LOCKBOX
                   AT END
                       MOVE 0 TO CLB-FECHA
                       MOVE SPACES TO CLB-LOTE
               END-READ
               CLOSE CONTROL-LOCKBOX
               IF CLB-FECHA = FECHA-DEPOSITO
                  AND CLB-LOTE = LOTE-DEPOSITO
                   MOVE "EL LOTE YA SE IMPORTÓ" TO MOTIVO-RECHAZO
               END-IF
           END-IF.

       IMPRIMIR-CUADRE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "LOTE " DELIMITED BY SIZE
               LOTE-DEPOSITO DELIMITED BY SIZE
               "  DEPÓSITO DEL " DELIMITED BY SIZE
               FECHA-DEPOSITO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CONTROL-CANTIDAD TO CANT-ED.
           MOVE CONTROL-TOTAL TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CONTROL DEL BANCO:   " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               " PAGOS  " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-APLICADOS TO CANT-ED.
           MOVE TOTAL-APLICADO TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "A APLICAR:           " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               " PAGOS  " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-NO-APLICADOS TO CANT-ED.
           MOVE TOTAL-NO-APLICADO TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "NO APLICADOS:        " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               " PAGOS  " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Segunda pasada: cada pago se aplica a su cuenta o queda en
      * UNAPCASH; la caja se postea en los dos casos.
      ******************************************************************
       APLICAR-LOTE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "CHEQUE" TO LINEA-SALIDA(1:6).
           MOVE "CUENTA" TO LINEA-SALIDA(13:6).
           MOVE "FACTURA" TO LINEA-SALIDA(31:7).
           MOVE "MONTO" TO LINEA-SALIDA(53:5).
           MOVE "DESTINO" TO LINEA-SALIDA(60:7).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           OPEN EXTEND DETALLE-TRX.
           IF FS-DETALLE-TRX = "05" OR FS-DETALLE-TRX = "35"
               CLOSE DETALLE-TRX
               OPEN OUTPUT DETALLE-TRX
           END-IF.
           OPEN EXTEND CAJA-NO-APLICADA.
           IF FS-NO-APLICADA = "05" OR FS-NO-APLICADA = "35"
               CLOSE CAJA-NO-APLICADA
               OPEN OUTPUT CAJA-NO-APLICADA
           END-IF.
           OPEN INPUT ARCHIVO-LOCKBOX.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-LOCKBOX.
           PERFORM APLICAR-UN-REGISTRO UNTIL FIN-ARCHIVO.
           CLOSE ARCHIVO-LOCKBOX.
           CLOSE DETALLE-TRX.
           CLOSE CAJA-NO-APLICADA.

       APLICAR-UN-REGISTRO.
           IF LBX-DETALLE
               PERFORM BUSCAR-CUENTA-PAGO
               IF CUENTA-HALLADA
                   PERFORM APLICAR-PAGO
               ELSE
                   PERFORM DEJAR-NO-APLICADO
               END-IF
           END-IF.
           PERFORM LEER-LOCKBOX.

      * Movimiento acreedor al detalle del estado de cuenta, como el
      * recibo de mostrador, y el par de caja contra cuentas por
      * cobrar de POSTEAR-CAJA-GL.
       APLICAR-PAGO.
           MOVE LBX-CUENTA TO TRX-CUENTA.
           MOVE FECHA-DEPOSITO TO TRX-FECHA.
           MOVE SPACES TO TRX-DESCRIPCION.
           STRING "LOCKBOX CHQ " DELIMITED BY SIZE
               LBX-CHEQUE(1:8) DELIMITED BY SIZE
               INTO TRX-DESCRIPCION
           END-STRING.
           COMPUTE MONTO-NEGATIVO = 0 - LBX-MONTO.
           MOVE MONTO-NEGATIVO TO TRX-MONTO.
           WRITE REG-TRX-DETALLE.
           MOVE "TRXDETL" TO FCHK-ARCHIVO.
           MOVE TRX-CUENTA TO FCHK-CLAVE.
           MOVE FS-DETALLE-TRX TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE CUENTA-COBRAR TO GL-CUENTA.
           PERFORM POSTEAR-CAJA-GL.
           MOVE "APLICADO" TO LINEA-SALIDA(60:8).
           PERFORM LISTAR-PAGO.

       DEJAR-NO-APLICADO.
           MOVE FECHA-DEPOSITO TO NAP-FECHA.
           MOVE LOTE-DEPOSITO TO NAP-LOTE.
           MOVE LBX-CUENTA TO NAP-CUENTA-REF.
           MOVE LBX-FACTURA TO NAP-FACTURA-REF.
           MOVE LBX-CHEQUE TO NAP-CHEQUE.
           MOVE LBX-MONTO TO NAP-MONTO.
           WRITE REG-CAJA-NO-APLICADA.
           MOVE "UNAPCASH" TO FCHK-ARCHIVO.
           MOVE LBX-CHEQUE TO FCHK-CLAVE.
           MOVE FS-NO-APLICADA TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE CUENTA-NO-APLICADA TO GL-CUENTA.
           PERFORM POSTEAR-CAJA-GL.
           MOVE "NO APLICADO-UNAPCASH" TO LINEA-SALIDA(60:20).
           PERFORM LISTAR-PAGO.

      ******************************************************************
      * Par de caja al feed GL: débito a caja y crédito a la cuenta
      * que el llamador dejó en GL-CUENTA (cuentas por cobrar, o
      * cobros no aplicados).
      ******************************************************************
       POSTEAR-CAJA-GL.
           MOVE GL-CUENTA TO CUENTA-CONTRAPARTIDA.
           MOVE "LOCKBOX-IMPORT" TO GL-PROGRAMA.
           MOVE CUENTA-CAJA TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE LBX-MONTO TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "LOCKBOX " DELIMITED BY SIZE
               LOTE-DEPOSITO DELIMITED BY SIZE
               " CHQ " DELIMITED BY SIZE
               LBX-CHEQUE DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "LOCKBOX-IMPORT" TO GL-PROGRAMA.
           MOVE CUENTA-CONTRAPARTIDA TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE LBX-MONTO TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "LOCKBOX " DELIMITED BY SIZE
               LOTE-DEPOSITO DELIMITED BY SIZE
               " CHQ " DELIMITED BY SIZE
               LBX-CHEQUE DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.

       LISTAR-PAGO.
           MOVE LBX-MONTO TO MONTO-ED.
           MOVE LBX-CHEQUE TO LINEA-SALIDA(1:10).
           MOVE LBX-CUENTA TO LINEA-SALIDA(13:16).
           MOVE LBX-FACTURA TO LINEA-SALIDA(31:10).
           MOVE MONTO-ED TO LINEA-SALIDA(45:13).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE TOTAL-APLICADO TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL APLICADO A CUENTAS:     " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE TOTAL-NO-APLICADO TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL A COBROS NO APLICADOS:  " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE TOTAL-LOTE TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL DEL LOTE A CAJA:        " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       MARCAR-LOTE-IMPORTADO.
           MOVE FECHA-DEPOSITO TO CLB-FECHA.
           MOVE LOTE-DEPOSITO TO CLB-LOTE.
           OPEN OUTPUT CONTROL-LOCKBOX.
           WRITE REG-CONTROL-LOCKBOX.
           MOVE "LOCKBXCT" TO FCHK-ARCHIVO.
           MOVE LOTE-DEPOSITO TO FCHK-CLAVE.
           MOVE FS-CONTROL-LOCKBOX TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE CONTROL-LOCKBOX.

       ESCRIBIR-ENCABEZADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-REPORTE FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-REPORTE FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
