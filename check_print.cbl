      ******************************************************************
      * Impresión de cheques: toma los desembolsos aprobados que
      * esperan en la cola DESEMBOL (ver DESEMBOL.CPY) - los pagos a
      * proveedores de la corrida definitiva de AP-PAYMENT-RUN, los
      * reembolsos de saldos a favor de REFUND-APPROVAL y los sueldos
      * netos de la liquidación de PAYROLL-RUN - y emite un
      * cheque por cada uno, numerado en secuencia desde el registro
      * de control CHEQCTL (el molde de RECIBOCT).  Cada cheque sale
      * por CHEQUES con el importe protegido (relleno de asteriscos,
      * armado sobre la máscara de edición de COBOL20), el importe en
      * letras ("MIL DOSCIENTOS CINCO CON 40/100") y, abajo del corte,
      * el talón de remesa: las facturas de CXPAGAR que cancela el
      * pago, o el concepto del reembolso o del sueldo.  El cheque
      * queda en el registro de cheques CHEQREG (ver CHEQREG.CPY), de
      * donde BANK-RECON toma los emitidos como partidas pendientes, y
      * el desembolso se postea al feed GL por GRABAR-ASIENTO-GL -
      * débito a la cuenta del desembolso, crédito a caja.  Un
      * reembolso deja además su movimiento deudor en TRXDETL, que
      * cancela el saldo a favor en el estado de cuenta.
      *
      * La anulación de un cheque emitido postea el asiento de
      * reversión, pasa el cheque a ANULADO y, si no se reemite, deja
      * el desembolso anulado y vuelve a abrir las facturas que
      * pagaba; si se reemite, el desembolso vuelve a la cola para el
      * próximo cheque.  Todo lo emitido y anulado en la sesión sale
      * por el listado CHEQLIST con sus totales.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESEMBOLSOS ASSIGN TO "DESEMBOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSB-CLAVE
               FILE STATUS IS FS-DESEMBOLSOS.

           SELECT REGISTRO-CHEQUES ASSIGN TO "CHEQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS FS-REGISTRO-CHEQUES.

           SELECT CHEQUE-CONTROL ASSIGN TO "CHEQCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUE-CONTROL.

           SELECT CHEQUES ASSIGN TO "CHEQUES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUES.

           SELECT LISTADO ASSIGN TO "CHEQLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT CUENTAS-PAGAR ASSIGN TO "CXPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXP-CLAVE
               FILE STATUS IS FS-CUENTAS-PAGAR.

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

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  DESEMBOLSOS.
           COPY DESEMBOL.

       FD  REGISTRO-CHEQUES.
           COPY CHEQREG.

       FD  CHEQUE-CONTROL.
       01  REG-CHEQUE-CONTROL.
           05  CTL-PROX-CHEQUE    PIC 9(6).

       FD  CHEQUES.
       01  LINEA-CHEQUE PIC X(80).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  CUENTAS-PAGAR.
           COPY CXPAGAR.

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

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-DESEMBOLSOS PIC XX.
           88  FS-DSB-OK VALUE "00".
           88  FS-DSB-NO-EXISTE VALUE "35".
       01  FS-REGISTRO-CHEQUES PIC XX.
           88  FS-CHQ-OK VALUE "00".
           88  FS-CHQ-NO-EXISTE VALUE "35".
       01  FS-CHEQUE-CONTROL PIC XX.
           88  FS-CHQCTL-OK VALUE "00".
       01  FS-CHEQUES PIC XX.
       01  FS-LISTADO PIC XX.
       01  FS-CUENTAS-PAGAR PIC XX.
           88  FS-CXP-OK VALUE "00".
       01  FS-DETALLE-TRX PIC XX.
       01  OPCION-MANT PIC A.
           88  MANT-IMPRIMIR  VALUE "I".
           88  MANT-ANULAR    VALUE "A".
           88  MANT-FIN       VALUE "F".
       01  OPCION-CONFIRMA PIC A.
       01  OPCION-REEMITIR PIC A.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-FACTURAS PIC A.
           88  FIN-FACTURAS VALUE "S".
       01  SW-CUENTAS-PAGAR-DISPONIBLE PIC A VALUE "N".
           88  CUENTAS-PAGAR-DISPONIBLE VALUE "S".
       01  SW-CHEQUE-HALLADO PIC A.
           88  CHEQUE-HALLADO VALUE "S".
       01  SW-ACCION-FACTURA PIC A.
           88  FACTURA-A-TALON   VALUE "T".
           88  FACTURA-A-REABRIR VALUE "R".
       01  FECHA-HOY PIC 9(8).
       01  NUMERO-CHEQUE PIC 9(6).
       01  NUMERO-ENTRADA PIC X(6).
       01  PROVEEDOR-TALON PIC X(10).
       01  MONTO-NEGATIVO PIC S9(7)V99.
       01  CANT-PENDIENTES PIC 9(4).
       01  TOTAL-PENDIENTE PIC 9(9)V99.
       01  CANT-EMITIDOS PIC 9(4) VALUE 0.
       01  TOTAL-EMITIDO PIC 9(9)V99 VALUE 0.
       01  CANT-ANULADOS PIC 9(4) VALUE 0.
       01  TOTAL-ANULADO PIC 9(9)V99 VALUE 0.
       01  CANT-FACTURAS-TALON PIC 9(4).
      ******************************************************************
      * Importe protegido: el signo monetario flotante de la máscara
      * EDITAR-DATO de COBOL20 queda fijo adelante y las posiciones
      * sin cifra se rellenan con asteriscos, para que nadie pueda
      * anteponer dígitos en el cheque impreso.
      ******************************************************************
       01  MONTO-PROTEGIDO PIC $*,***,**9.99.
       01  MONTO-ED PIC $,$$$,$$9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  CANTIDAD-ED PIC Z,ZZ9.
       01  LINEA-SALIDA PIC X(80).
      ******************************************************************
      * Importe en letras: el monto se parte en millones, miles,
      * unidades y centavos; cada grupo de tres cifras se arma con
      * las tablas de abajo ("UN"/"VEINTIUN" delante de MIL, "CIEN"
      * para la centena sola) y los centavos van como nn/100.  El
      * texto se corta en dos renglones de 60 por el último blanco y
      * el renglón final se cierra con asteriscos.
      ******************************************************************
       01  TABLA-UNIDADES-VALORES.
           05  FILLER PIC X(12) VALUE "UNO".
           05  FILLER PIC X(12) VALUE "DOS".
           05  FILLER PIC X(12) VALUE "TRES".
           05  FILLER PIC X(12) VALUE "CUATRO".
           05  FILLER PIC X(12) VALUE "CINCO".
           05  FILLER PIC X(12) VALUE "SEIS".
           05  FILLER PIC X(12) VALUE "SIETE".
           05  FILLER PIC X(12) VALUE "OCHO".
           05  FILLER PIC X(12) VALUE "NUEVE".
           05  FILLER PIC X(12) VALUE "DIEZ".
           05  FILLER PIC X(12) VALUE "ONCE".
           05  FILLER PIC X(12) VALUE "DOCE".
           05  FILLER PIC X(12) VALUE "TRECE".
           05  FILLER PIC X(12) VALUE "CATORCE".
           05  FILLER PIC X(12) VALUE "QUINCE".
           05  FILLER PIC X(12) VALUE "DIECISEIS".
           05  FILLER PIC X(12) VALUE "DIECISIETE".
           05  FILLER PIC X(12) VALUE "DIECIOCHO".
           05  FILLER PIC X(12) VALUE "DIECINUEVE".
           05  FILLER PIC X(12) VALUE "VEINTE".
           05  FILLER PIC X(12) VALUE "VEINTIUNO".
           05  FILLER PIC X(12) VALUE "VEINTIDOS".
           05  FILLER PIC X(12) VALUE "VEINTITRES".
           05  FILLER PIC X(12) VALUE "VEINTICUATRO".
           05  FILLER PIC X(12) VALUE "VEINTICINCO".
           05  FILLER PIC X(12) VALUE "VEINTISEIS".
           05  FILLER PIC X(12) VALUE "VEINTISIETE".
           05  FILLER PIC X(12) VALUE "VEINTIOCHO".
           05  FILLER PIC X(12) VALUE "VEINTINUEVE".
       01  TABLA-UNIDADES REDEFINES TABLA-UNIDADES-VALORES.
           05  PALABRA-UNIDAD PIC X(12) OCCURS 29 TIMES.
       01  TABLA-DECENAS-VALORES.
           05  FILLER PIC X(10) VALUE "TREINTA".
           05  FILLER PIC X(10) VALUE "CUARENTA".
           05  FILLER PIC X(10) VALUE "CINCUENTA".
           05  FILLER PIC X(10) VALUE "SESENTA".
           05  FILLER PIC X(10) VALUE "SETENTA".
           05  FILLER PIC X(10) VALUE "OCHENTA".
           05  FILLER PIC X(10) VALUE "NOVENTA".
       01  TABLA-DECENAS REDEFINES TABLA-DECENAS-VALORES.
           05  PALABRA-DECENA PIC X(10) OCCURS 7 TIMES.
       01  TABLA-CENTENAS-VALORES.
           05  FILLER PIC X(14) VALUE "CIENTO".
           05  FILLER PIC X(14) VALUE "DOSCIENTOS".
           05  FILLER PIC X(14) VALUE "TRESCIENTOS".
           05  FILLER PIC X(14) VALUE "CUATROCIENTOS".
           05  FILLER PIC X(14) VALUE "QUINIENTOS".
           05  FILLER PIC X(14) VALUE "SEISCIENTOS".
           05  FILLER PIC X(14) VALUE "SETECIENTOS".
           05  FILLER PIC X(14) VALUE "OCHOCIENTOS".
           05  FILLER PIC X(14) VALUE "NOVECIENTOS".
       01  TABLA-CENTENAS REDEFINES TABLA-CENTENAS-VALORES.
           05  PALABRA-CENTENA PIC X(14) OCCURS 9 TIMES.
       01  MONTO-LETRAS PIC 9(7)V99.
       01  MONTO-LETRAS-R REDEFINES MONTO-LETRAS.
           05  ML-MILLONES         PIC 9.
           05  ML-MILES            PIC 999.
           05  ML-UNIDADES         PIC 999.
           05  ML-CENTAVOS         PIC 99.
       01  GRUPO-NUMERO PIC 999.
       01  GRUPO-NUMERO-R REDEFINES GRUPO-NUMERO.
           05  GN-CENTENA          PIC 9.
           05  GN-DECENA-UNIDAD    PIC 99.
       01  GN-DECENA PIC 9.
       01  GN-UNIDAD PIC 9.
       01  IDX-DECENA PIC 9.
       01  UNIDAD-LETRAS PIC 99.
       01  SW-APOCOPE PIC A.
           88  CON-APOCOPE VALUE "S".
       01  PALABRA PIC X(14).
       01  CENTAVOS-TEXTO.
           05  CT-CENTAVOS         PIC 99.
           05  FILLER              PIC X(4) VALUE "/100".
       01  TEXTO-MONTO PIC X(120).
       01  PUNTERO-TEXTO PIC 999.
       01  LARGO-TEXTO PIC 999.
       01  LARGO-RESTO PIC 999.
       01  POS-CORTE PIC 999.
       01  LETRAS-1 PIC X(60).
       01  LETRAS-2 PIC X(60).
           COPY RPTHDR.
           COPY GLPOST.
           COPY ROLCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "CHECK-PRINT" TO ROLCHK-PROGRAMA.
           PERFORM VERIFICAR-ROL-SUPERVISOR.
           DISPLAY "IMPRESIÓN DE CHEQUES".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O DESEMBOLSOS.
           IF FS-DSB-NO-EXISTE
               OPEN OUTPUT DESEMBOLSOS
               CLOSE DESEMBOLSOS
               OPEN I-O DESEMBOLSOS
           END-IF.
           OPEN I-O REGISTRO-CHEQUES.
           IF FS-CHQ-NO-EXISTE
               OPEN OUTPUT REGISTRO-CHEQUES
               CLOSE REGISTRO-CHEQUES
               OPEN I-O REGISTRO-CHEQUES
           END-IF.
           OPEN I-O CUENTAS-PAGAR.
           IF FS-CXP-OK
               MOVE "S" TO SW-CUENTAS-PAGAR-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN ARCHIVO CXPAGAR - LOS TALONES"
                       " DE PROVEEDOR SALEN SIN DETALLE DE FACTURAS"
           END-IF.
           OPEN EXTEND CHEQUES.
           IF FS-CHEQUES = "05" OR FS-CHEQUES = "35"
               CLOSE CHEQUES
               OPEN OUTPUT CHEQUES
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE "REGISTRO DE CHEQUES" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "CHEQUE DESEMB.  BENEFICIARIO     NOMBRE"
               TO LINEA-SALIDA.
           MOVE "IMPORTE   ESTADO" TO LINEA-SALIDA(59:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE DESEMBOLSOS.
           CLOSE REGISTRO-CHEQUES.
           IF CUENTAS-PAGAR-DISPONIBLE
               CLOSE CUENTAS-PAGAR
           END-IF.
           CLOSE CHEQUES.
           CLOSE LISTADO.
           DISPLAY "CHEQUES EMITIDOS: ", CANT-EMITIDOS,
                   "  ANULADOS: ", CANT-ANULADOS,
                   " - DETALLE EN CHEQLIST".
           STOP RUN.

       PEDIR-OPCION-MANT.
           DISPLAY "CHEQUES - (I)MPRIMIR PENDIENTES, (A)NULAR,"
                   " (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-IMPRIMIR
                   PERFORM IMPRIMIR-PENDIENTES
                           THRU IMPRIMIR-PENDIENTES-FIN
               WHEN MANT-ANULAR
                   PERFORM ANULAR-CHEQUE THRU ANULAR-CHEQUE-FIN
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Una primera pasada cuenta lo que espera en la cola; con la
      * confirmación, la segunda emite un cheque por desembolso.
      ******************************************************************
       IMPRIMIR-PENDIENTES.
           MOVE 0 TO CANT-PENDIENTES.
           MOVE 0 TO TOTAL-PENDIENTE.
           PERFORM POSICIONAR-DESEMBOLSOS.
           PERFORM CONTAR-UN-PENDIENTE UNTIL FIN-ARCHIVO.
           IF CANT-PENDIENTES = 0
               DISPLAY "NO HAY DESEMBOLSOS PENDIENTES DE CHEQUE"
               GO TO IMPRIMIR-PENDIENTES-FIN
           END-IF.
           MOVE TOTAL-PENDIENTE TO TOTAL-ED.
           DISPLAY "DESEMBOLSOS PENDIENTES: ", CANT-PENDIENTES,
                   "  TOTAL: ", TOTAL-ED.
           DISPLAY "¿IMPRIME LOS CHEQUES? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "IMPRESIÓN CANCELADA"
               GO TO IMPRIMIR-PENDIENTES-FIN
           END-IF.
           PERFORM POSICIONAR-DESEMBOLSOS.
           PERFORM EMITIR-UN-PENDIENTE UNTIL FIN-ARCHIVO.
       IMPRIMIR-PENDIENTES-FIN.
           EXIT.

       POSICIONAR-DESEMBOLSOS.
           MOVE LOW-VALUES TO DSB-CLAVE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START DESEMBOLSOS KEY IS NOT LESS THAN DSB-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-DESEMBOLSO
           END-IF.

       LEER-DESEMBOLSO.
           READ DESEMBOLSOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CONTAR-UN-PENDIENTE.
           IF DSB-PENDIENTE
               ADD 1 TO CANT-PENDIENTES
               ADD DSB-MONTO TO TOTAL-PENDIENTE
           END-IF.
           PERFORM LEER-DESEMBOLSO.

       EMITIR-UN-PENDIENTE.
           IF DSB-PENDIENTE
               PERFORM ASIGNAR-NUMERO-CHEQUE
               PERFORM IMPRIMIR-CHEQUE
               PERFORM IMPRIMIR-TALON
               PERFORM GRABAR-REGISTRO-CHEQUE
               PERFORM POSTEAR-CHEQUE-GL
               IF DSB-DE-REEMBOLSO
                   PERFORM GRABAR-REEMBOLSO-DETALLE
               END-IF
               MOVE "E" TO DSB-ESTADO
               MOVE NUMERO-CHEQUE TO DSB-NUMERO-CHEQUE
               REWRITE REG-DESEMBOLSO
               MOVE "DESEMBOL" TO FCHK-ARCHIVO
               MOVE DSB-CLAVE TO FCHK-CLAVE
               MOVE FS-DESEMBOLSOS TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
               MOVE "EMITIDO" TO LINEA-SALIDA(69:)
               PERFORM ASENTAR-EN-LISTADO
               ADD 1 TO CANT-EMITIDOS
               ADD DSB-MONTO TO TOTAL-EMITIDO
               DISPLAY "CHEQUE ", NUMERO-CHEQUE, " EMITIDO A ",
                       DSB-NOMBRE
           END-IF.
           PERFORM LEER-DESEMBOLSO.

      ******************************************************************
      * Número de cheque secuencial desde el registro de control
      * CHEQCTL, el mismo molde que el RECIBOCT de RECEIPT-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-CHEQUE.
           MOVE 1 TO CTL-PROX-CHEQUE.
           OPEN INPUT CHEQUE-CONTROL.
           IF FS-CHQCTL-OK
               READ CHEQUE-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE CHEQUE-CONTROL
           END-IF.
           MOVE CTL-PROX-CHEQUE TO NUMERO-CHEQUE.
           ADD 1 TO CTL-PROX-CHEQUE.
           OPEN OUTPUT CHEQUE-CONTROL.
           WRITE REG-CHEQUE-CONTROL.
           MOVE "CHEQCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-CHEQUE TO FCHK-CLAVE.
           MOVE FS-CHEQUE-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE CHEQUE-CONTROL.

       IMPRIMIR-CHEQUE.
           MOVE DSB-MONTO TO MONTO-PROTEGIDO.
           MOVE DSB-MONTO TO MONTO-LETRAS.
           PERFORM ARMAR-MONTO-LETRAS.
           PERFORM PARTIR-MONTO-LETRAS.
           MOVE ALL "=" TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE RPTHDR-COMPANIA TO LINEA-SALIDA.
           STRING "CHEQUE NRO " DELIMITED BY SIZE
               NUMERO-CHEQUE DELIMITED BY SIZE
               INTO LINEA-SALIDA(50:)
           END-STRING.
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "FECHA " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-SALIDA(50:)
           END-STRING.
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PÁGUESE A LA ORDEN DE: " DELIMITED BY SIZE
               DSB-NOMBRE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE MONTO-PROTEGIDO TO LINEA-SALIDA(63:).
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "LA SUMA DE: " DELIMITED BY SIZE
               LETRAS-1 DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           IF LETRAS-2 NOT = SPACES
               MOVE LETRAS-2 TO LINEA-SALIDA(13:)
               WRITE LINEA-CHEQUE FROM LINEA-SALIDA
           END-IF.
           MOVE SPACES TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE DSB-NOMBRE TO LINEA-SALIDA(5:).
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE DSB-DIRECCION-1 TO LINEA-SALIDA(5:).
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE DSB-DIRECCION-2 TO LINEA-SALIDA(5:).
           MOVE ALL "_" TO LINEA-SALIDA(50:30).
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "FIRMA AUTORIZADA" TO LINEA-SALIDA(57:).
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE ALL "- " TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.

      ******************************************************************
      * Talón de remesa: para un pago a proveedor, las facturas de
      * CXPAGAR marcadas con su número de pago; para un reembolso, el
      * concepto aprobado.
      ******************************************************************
       IMPRIMIR-TALON.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TALÓN DE REMESA - CHEQUE NRO " DELIMITED BY SIZE
               NUMERO-CHEQUE DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "BENEFICIARIO: " DELIMITED BY SIZE
               DSB-BENEFICIARIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSB-NOMBRE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE DSB-CONCEPTO TO LINEA-SALIDA.
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           IF DSB-DE-PROVEEDOR AND CUENTAS-PAGAR-DISPONIBLE
               MOVE "FACTURA       FECHA FACT.  DESCRIPCIÓN"
                   TO LINEA-SALIDA
               MOVE "IMPORTE" TO LINEA-SALIDA(70:)
               WRITE LINEA-CHEQUE FROM LINEA-SALIDA
               MOVE "T" TO SW-ACCION-FACTURA
               PERFORM RECORRER-FACTURAS-PAGO
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE DSB-MONTO TO MONTO-ED.
           MOVE "TOTAL DEL CHEQUE" TO LINEA-SALIDA.
           MOVE MONTO-ED TO LINEA-SALIDA(65:).
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.
           MOVE SPACES TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.

      ******************************************************************
      * Recorre las facturas del proveedor del desembolso y toma las
      * que cancela su número de pago: al talón, o de vuelta a
      * pendientes cuando se anula el cheque sin reemitirlo.
      ******************************************************************
       RECORRER-FACTURAS-PAGO.
           MOVE 0 TO CANT-FACTURAS-TALON.
           MOVE DSB-BENEFICIARIO TO PROVEEDOR-TALON.
           MOVE PROVEEDOR-TALON TO CXP-PROVEEDOR.
           MOVE LOW-VALUES TO CXP-FACTURA.
           MOVE "N" TO SW-FIN-FACTURAS.
           START CUENTAS-PAGAR KEY IS NOT LESS THAN CXP-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-FACTURAS
           END-START.
           IF NOT FIN-FACTURAS
               PERFORM LEER-FACTURA
           END-IF.
           PERFORM TOMAR-UNA-FACTURA UNTIL FIN-FACTURAS.

       LEER-FACTURA.
           READ CUENTAS-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-FACTURAS
           END-READ.
           IF NOT FIN-FACTURAS AND CXP-PROVEEDOR NOT = PROVEEDOR-TALON
               MOVE "S" TO SW-FIN-FACTURAS
           END-IF.

       TOMAR-UNA-FACTURA.
           IF CXP-PAGADA AND CXP-NUMERO-PAGO = DSB-NUMERO
               IF FACTURA-A-TALON
                   PERFORM IMPRIMIR-FACTURA-TALON
               ELSE
                   PERFORM REABRIR-FACTURA
               END-IF
               ADD 1 TO CANT-FACTURAS-TALON
           END-IF.
           PERFORM LEER-FACTURA.

       IMPRIMIR-FACTURA-TALON.
           MOVE CXP-MONTO TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CXP-FACTURA TO LINEA-SALIDA.
           MOVE CXP-FECHA-FACTURA TO LINEA-SALIDA(15:).
           MOVE CXP-DESCRIPCION TO LINEA-SALIDA(28:).
           MOVE MONTO-ED TO LINEA-SALIDA(65:).
           WRITE LINEA-CHEQUE FROM LINEA-SALIDA.

       REABRIR-FACTURA.
           MOVE "P" TO CXP-ESTADO.
           MOVE 0 TO CXP-FECHA-PAGO.
           MOVE 0 TO CXP-NUMERO-PAGO.
           REWRITE REG-CUENTA-PAGAR.
           MOVE "CXPAGAR" TO FCHK-ARCHIVO.
           MOVE CXP-CLAVE TO FCHK-CLAVE.
           MOVE FS-CUENTAS-PAGAR TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       GRABAR-REGISTRO-CHEQUE.
           MOVE NUMERO-CHEQUE TO CHQ-NUMERO.
           MOVE FECHA-HOY TO CHQ-FECHA.
           MOVE DSB-CLAVE TO CHQ-DESEMBOLSO.
           MOVE DSB-BENEFICIARIO TO CHQ-BENEFICIARIO.
           MOVE DSB-NOMBRE TO CHQ-NOMBRE.
           MOVE DSB-MONTO TO CHQ-MONTO.
           MOVE DSB-CUENTA-DEBITO TO CHQ-CUENTA-DEBITO.
           MOVE DSB-CUENTA-CAJA TO CHQ-CUENTA-CAJA.
           MOVE DSB-CAMPUS TO CHQ-CAMPUS.
           MOVE "E" TO CHQ-ESTADO.
           MOVE 0 TO CHQ-FECHA-ANULACION.
           MOVE 0 TO CHQ-FECHA-COBRO.
           MOVE FIRMA-OPERADOR TO CHQ-OPERADOR.
           WRITE REG-CHEQUE.
           MOVE "CHEQREG" TO FCHK-ARCHIVO.
           MOVE CHQ-NUMERO TO FCHK-CLAVE.
           MOVE FS-REGISTRO-CHEQUES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Desembolso de caja: débito a la cuenta del desembolso (cuentas
      * por pagar o por cobrar), crédito a caja.  BANK-RECON reconoce
      * estos asientos por la descripción "CHEQUE " y los concilia
      * por el registro de cheques, no por el feed.
      ******************************************************************
       POSTEAR-CHEQUE-GL.
           MOVE "CHECK-PRINT" TO GL-PROGRAMA.
           MOVE DSB-CAMPUS TO GL-CAMPUS.
           MOVE DSB-CUENTA-DEBITO TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE DSB-MONTO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-CHEQUE.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "CHECK-PRINT" TO GL-PROGRAMA.
           MOVE DSB-CAMPUS TO GL-CAMPUS.
           MOVE DSB-CUENTA-CAJA TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE DSB-MONTO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-CHEQUE.
           PERFORM GRABAR-ASIENTO-GL.

       ARMAR-DESCRIPCION-CHEQUE.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "CHEQUE " DELIMITED BY SIZE
               NUMERO-CHEQUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSB-NOMBRE DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.

      ******************************************************************
      * El reembolso entra al detalle del estado de cuenta como
      * movimiento deudor: cancela el saldo a favor que lo originó.
      ******************************************************************
       GRABAR-REEMBOLSO-DETALLE.
           MOVE DSB-BENEFICIARIO TO TRX-CUENTA.
           MOVE FECHA-HOY TO TRX-FECHA.
           MOVE SPACES TO TRX-DESCRIPCION.
           STRING "REEMBOLSO CHQ " DELIMITED BY SIZE
               NUMERO-CHEQUE DELIMITED BY SIZE
               INTO TRX-DESCRIPCION
           END-STRING.
           MOVE DSB-MONTO TO TRX-MONTO.
           PERFORM GRABAR-DETALLE-TRX.

       GRABAR-DETALLE-TRX.
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
      * Anulación: sólo un cheque emitido (un cobrado ya salió del
      * banco).  El asiento de reversión invierte el del cheque; un
      * reembolso devuelve el saldo a favor al estado de cuenta.  Sin
      * reemisión el desembolso queda anulado y las facturas vuelven
      * a pendientes para una próxima corrida de pagos; con reemisión
      * el desembolso vuelve a la cola y las facturas siguen pagadas.
      ******************************************************************
       ANULAR-CHEQUE.
           DISPLAY "NÚMERO DE CHEQUE A ANULAR: ".
           ACCEPT NUMERO-ENTRADA.
           IF NUMERO-ENTRADA IS NOT NUMERIC
               DISPLAY "NÚMERO INVÁLIDO"
               GO TO ANULAR-CHEQUE-FIN
           END-IF.
           MOVE NUMERO-ENTRADA TO CHQ-NUMERO.
           MOVE "N" TO SW-CHEQUE-HALLADO.
           READ REGISTRO-CHEQUES
               INVALID KEY
                   DISPLAY "CHEQUE NO ESTÁ EN EL REGISTRO"
               NOT INVALID KEY
                   MOVE "S" TO SW-CHEQUE-HALLADO
           END-READ.
           IF NOT CHEQUE-HALLADO
               GO TO ANULAR-CHEQUE-FIN
           END-IF.
           IF NOT CHQ-EMITIDO
               DISPLAY "SÓLO SE ANULA UN CHEQUE EMITIDO - ESTADO: ",
                       CHQ-ESTADO
               GO TO ANULAR-CHEQUE-FIN
           END-IF.
           MOVE CHQ-MONTO TO MONTO-ED.
           DISPLAY "CHEQUE ", CHQ-NUMERO, " DEL ", CHQ-FECHA, " A ",
                   CHQ-NOMBRE, " POR ", MONTO-ED.
           DISPLAY "¿CONFIRMA LA ANULACIÓN? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "ANULACIÓN CANCELADA"
               GO TO ANULAR-CHEQUE-FIN
           END-IF.
           MOVE CHQ-DESEMBOLSO TO DSB-CLAVE.
           READ DESEMBOLSOS
               INVALID KEY
                   DISPLAY "EL DESEMBOLSO ", CHQ-DESEMBOLSO,
                           " NO ESTÁ EN DESEMBOL - NO SE ANULA"
                   GO TO ANULAR-CHEQUE-FIN
           END-READ.
           DISPLAY "¿REEMITE EL DESEMBOLSO EN UN CHEQUE NUEVO?"
                   " (S/N): ".
           ACCEPT OPCION-REEMITIR.
           MOVE FUNCTION UPPER-CASE(OPCION-REEMITIR) TO OPCION-REEMITIR.
           PERFORM POSTEAR-ANULACION-GL.
           MOVE "A" TO CHQ-ESTADO.
           MOVE FECHA-HOY TO CHQ-FECHA-ANULACION.
           REWRITE REG-CHEQUE.
           MOVE "CHEQREG" TO FCHK-ARCHIVO.
           MOVE CHQ-NUMERO TO FCHK-CLAVE.
           MOVE FS-REGISTRO-CHEQUES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           IF DSB-DE-REEMBOLSO
               PERFORM GRABAR-ANULACION-DETALLE
           END-IF.
           IF OPCION-REEMITIR = "S"
               MOVE "P" TO DSB-ESTADO
               MOVE 0 TO DSB-NUMERO-CHEQUE
           ELSE
               MOVE "A" TO DSB-ESTADO
               IF DSB-DE-PROVEEDOR AND CUENTAS-PAGAR-DISPONIBLE
                   MOVE "R" TO SW-ACCION-FACTURA
                   PERFORM RECORRER-FACTURAS-PAGO
                   DISPLAY "FACTURAS DEVUELTAS A PENDIENTES: ",
                           CANT-FACTURAS-TALON
               END-IF
           END-IF.
           REWRITE REG-DESEMBOLSO.
           MOVE "DESEMBOL" TO FCHK-ARCHIVO.
           MOVE DSB-CLAVE TO FCHK-CLAVE.
           MOVE FS-DESEMBOLSOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE CHQ-NUMERO TO NUMERO-CHEQUE.
           MOVE "ANULADO" TO LINEA-SALIDA(69:).
           PERFORM ASENTAR-EN-LISTADO.
           ADD 1 TO CANT-ANULADOS.
           ADD CHQ-MONTO TO TOTAL-ANULADO.
           IF OPCION-REEMITIR = "S"
               DISPLAY "CHEQUE ", CHQ-NUMERO, " ANULADO - EL"
                       " DESEMBOLSO VUELVE A LA COLA"
           ELSE
               DISPLAY "CHEQUE ", CHQ-NUMERO, " ANULADO"
           END-IF.
       ANULAR-CHEQUE-FIN.
           EXIT.

       POSTEAR-ANULACION-GL.
           MOVE "CHECK-PRINT" TO GL-PROGRAMA.
           MOVE CHQ-CAMPUS TO GL-CAMPUS.
           MOVE CHQ-CUENTA-CAJA TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE CHQ-MONTO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-ANULACION.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "CHECK-PRINT" TO GL-PROGRAMA.
           MOVE CHQ-CAMPUS TO GL-CAMPUS.
           MOVE CHQ-CUENTA-DEBITO TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE CHQ-MONTO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-ANULACION.
           PERFORM GRABAR-ASIENTO-GL.

       ARMAR-DESCRIPCION-ANULACION.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "ANULA CHEQUE " DELIMITED BY SIZE
               CHQ-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHQ-NOMBRE DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.

       GRABAR-ANULACION-DETALLE.
           MOVE CHQ-BENEFICIARIO TO TRX-CUENTA.
           MOVE FECHA-HOY TO TRX-FECHA.
           MOVE SPACES TO TRX-DESCRIPCION.
           STRING "ANULA CHQ " DELIMITED BY SIZE
               CHQ-NUMERO DELIMITED BY SIZE
               INTO TRX-DESCRIPCION
           END-STRING.
           COMPUTE MONTO-NEGATIVO = 0 - CHQ-MONTO.
           MOVE MONTO-NEGATIVO TO TRX-MONTO.
           PERFORM GRABAR-DETALLE-TRX.

      ******************************************************************
      * El estado ya viene cargado en LINEA-SALIDA(69:); el resto de
      * la línea se arma desde el desembolso en curso.
      ******************************************************************
       ASENTAR-EN-LISTADO.
           MOVE DSB-MONTO TO MONTO-ED.
           MOVE NUMERO-CHEQUE TO LINEA-SALIDA(1:6).
           MOVE SPACES TO LINEA-SALIDA(7:62).
           MOVE DSB-CLAVE TO LINEA-SALIDA(8:7).
           MOVE DSB-BENEFICIARIO TO LINEA-SALIDA(17:16).
           MOVE DSB-NOMBRE(1:22) TO LINEA-SALIDA(34:22).
           MOVE MONTO-ED TO LINEA-SALIDA(57:12).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CHEQUES EMITIDOS" TO LINEA-SALIDA.
           MOVE CANT-EMITIDOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(30:).
           MOVE TOTAL-EMITIDO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "CHEQUES ANULADOS" TO LINEA-SALIDA.
           MOVE CANT-ANULADOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(30:).
           MOVE TOTAL-ANULADO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:).
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

      ******************************************************************
      * MONTO-LETRAS -> TEXTO-MONTO (LARGO-TEXTO posiciones).
      ******************************************************************
       ARMAR-MONTO-LETRAS.
           MOVE SPACES TO TEXTO-MONTO.
           MOVE 1 TO PUNTERO-TEXTO.
           IF ML-MILLONES = 0 AND ML-MILES = 0 AND ML-UNIDADES = 0
               MOVE "CERO" TO PALABRA
               PERFORM AGREGAR-PALABRA
           END-IF.
           IF ML-MILLONES = 1
               MOVE "UN" TO PALABRA
               PERFORM AGREGAR-PALABRA
               MOVE "MILLON" TO PALABRA
               PERFORM AGREGAR-PALABRA
           END-IF.
           IF ML-MILLONES > 1
               MOVE PALABRA-UNIDAD(ML-MILLONES) TO PALABRA
               PERFORM AGREGAR-PALABRA
               MOVE "MILLONES" TO PALABRA
               PERFORM AGREGAR-PALABRA
           END-IF.
           IF ML-MILES = 1
               MOVE "MIL" TO PALABRA
               PERFORM AGREGAR-PALABRA
           END-IF.
           IF ML-MILES > 1
               MOVE ML-MILES TO GRUPO-NUMERO
               MOVE "S" TO SW-APOCOPE
               PERFORM ARMAR-GRUPO-LETRAS
               MOVE "MIL" TO PALABRA
               PERFORM AGREGAR-PALABRA
           END-IF.
           IF ML-UNIDADES > 0
               MOVE ML-UNIDADES TO GRUPO-NUMERO
               MOVE "N" TO SW-APOCOPE
               PERFORM ARMAR-GRUPO-LETRAS
           END-IF.
           MOVE "CON" TO PALABRA.
           PERFORM AGREGAR-PALABRA.
           MOVE ML-CENTAVOS TO CT-CENTAVOS.
           MOVE CENTAVOS-TEXTO TO PALABRA.
           PERFORM AGREGAR-PALABRA.
           COMPUTE LARGO-TEXTO = PUNTERO-TEXTO - 1.

       ARMAR-GRUPO-LETRAS.
           IF GRUPO-NUMERO = 100
               MOVE "CIEN" TO PALABRA
               PERFORM AGREGAR-PALABRA
           ELSE
               IF GN-CENTENA > 0
                   MOVE PALABRA-CENTENA(GN-CENTENA) TO PALABRA
                   PERFORM AGREGAR-PALABRA
               END-IF
               IF GN-DECENA-UNIDAD > 0
                   PERFORM ARMAR-DECENA-LETRAS
               END-IF
           END-IF.

       ARMAR-DECENA-LETRAS.
           IF GN-DECENA-UNIDAD < 30
               MOVE GN-DECENA-UNIDAD TO UNIDAD-LETRAS
               PERFORM AGREGAR-UNIDAD
           ELSE
               DIVIDE GN-DECENA-UNIDAD BY 10 GIVING GN-DECENA
                   REMAINDER GN-UNIDAD
               COMPUTE IDX-DECENA = GN-DECENA - 2
               MOVE PALABRA-DECENA(IDX-DECENA) TO PALABRA
               PERFORM AGREGAR-PALABRA
               IF GN-UNIDAD > 0
                   MOVE "Y" TO PALABRA
                   PERFORM AGREGAR-PALABRA
                   MOVE GN-UNIDAD TO UNIDAD-LETRAS
                   PERFORM AGREGAR-UNIDAD
               END-IF
           END-IF.

       AGREGAR-UNIDAD.
           IF CON-APOCOPE AND UNIDAD-LETRAS = 1
               MOVE "UN" TO PALABRA
           ELSE
               IF CON-APOCOPE AND UNIDAD-LETRAS = 21
                   MOVE "VEINTIUN" TO PALABRA
               ELSE
                   MOVE PALABRA-UNIDAD(UNIDAD-LETRAS) TO PALABRA
               END-IF
           END-IF.
           PERFORM AGREGAR-PALABRA.

       AGREGAR-PALABRA.
           IF PUNTERO-TEXTO > 1
               ADD 1 TO PUNTERO-TEXTO
           END-IF.
           STRING PALABRA DELIMITED BY SPACE
               INTO TEXTO-MONTO WITH POINTER PUNTERO-TEXTO
           END-STRING.

      ******************************************************************
      * Hasta 60 posiciones va en un renglón; si no, se corta en el
      * último blanco antes de la posición 61.  El renglón que cierra
      * el texto se completa con asteriscos.
      ******************************************************************
       PARTIR-MONTO-LETRAS.
           MOVE SPACES TO LETRAS-1.
           MOVE SPACES TO LETRAS-2.
           IF LARGO-TEXTO NOT > 60
               MOVE ALL "*" TO LETRAS-1
               MOVE TEXTO-MONTO(1:LARGO-TEXTO)
                   TO LETRAS-1(1:LARGO-TEXTO)
               IF LARGO-TEXTO < 60
                   MOVE SPACE TO LETRAS-1(LARGO-TEXTO + 1:1)
               END-IF
           ELSE
               MOVE 61 TO POS-CORTE
               PERFORM RETROCEDER-CORTE
                       UNTIL TEXTO-MONTO(POS-CORTE:1) = SPACE
               MOVE TEXTO-MONTO(1:POS-CORTE - 1) TO LETRAS-1
               COMPUTE LARGO-RESTO = LARGO-TEXTO - POS-CORTE
               MOVE ALL "*" TO LETRAS-2
               MOVE TEXTO-MONTO(POS-CORTE + 1:LARGO-RESTO)
                   TO LETRAS-2(1:LARGO-RESTO)
               IF LARGO-RESTO < 60
                   MOVE SPACE TO LETRAS-2(LARGO-RESTO + 1:1)
               END-IF
           END-IF.

       RETROCEDER-CORTE.
           SUBTRACT 1 FROM POS-CORTE.

           COPY RPTHDR-PROC.
           COPY GLPOST-PROC.
           COPY ROLCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
