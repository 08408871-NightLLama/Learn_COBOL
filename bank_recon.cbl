      ******************************************************************
      * Conciliación bancaria de la cuenta de caja: lo que RECEIPT-
      * ENTRY cobró y posteó a caja (y los cheques que emitió
      * CHECK-PRINT) contra lo que el banco dice que pasó.
      *   1. Carga el extracto EXTBANCO (una línea por movimiento:
      *      fecha AAAAMMDD, monto 9(9)V99, referencia X(20) y tipo D
      *      depósito / R retiro) al archivo de movimientos MOVBANCO
      *      (ver MOVBANCO.CPY); una línea ya cargada no se duplica.
      *   2. Toma las líneas del banco pendientes y los asientos de la
      *      cuenta de caja del GLPOSTF (débito = depósito, crédito =
      *      retiro) hasta la fecha de corte que todavía no están en
      *      CONCLIBR (ver CONCLIBR.CPY).  Los asientos de cheques
      *      ("CHEQUE nnnnnn" y su reversión "ANULA CHEQUE") no se
      *      toman del feed: cada cheque emitido de la cuenta en el
      *      registro de cheques CHEQREG (ver CHEQREG.CPY) hasta el
      *      corte entra como partida de libro por su número.
      *   3. Aparea uno a uno por monto y lado, con la fecha dentro de
      *      la tolerancia en días (la más cercana gana; un cheque se
      *      aparea con un retiro de su fecha en adelante, sin tope,
      *      porque el beneficiario lo deposita cuando quiere); un
      *      cheque sin retiro queda entre los pagos en tránsito.
      *      Después un depósito que quedó suelto se prueba contra la
      *      suma de los débitos sueltos de un mismo día - el
      *      depósito del día de los recibos de RECEIPT-ENTRY.
      *   4. Imprime por BANCORPT la conciliación: saldo según
      *      extracto más depósitos en tránsito menos pagos en
      *      tránsito, contra saldo según libros más créditos y
      *      menos débitos del banco sin registrar (comisiones, cheques
      *      devueltos - listados para su posteo); los dos saldos
      *      ajustados deben coincidir.
      *   5. Con la confirmación de la operadora marca lo apareado
      *      (BCO-ESTADO C en MOVBANCO, alta en CONCLIBR, o el cheque
      *      COBRADO en CHEQREG con la fecha del retiro) para que no
      *      se ofrezca otra vez.
      * El saldo según libros se propone desde el maestro de saldos
      * GLBALMST (débitos menos créditos de la cuenta hasta el
      * período del corte) y la operadora lo puede corregir, p.ej.
      * por lo que todavía no liberó GL-BALANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO ASSIGN TO "EXTBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT MOVIMIENTOS-BANCO ASSIGN TO "MOVBANCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-CLAVE
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT CONCILIA-LIBRO ASSIGN TO "CONCLIBR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLB-CLAVE
               FILE STATUS IS FS-CONCILIA.

           SELECT GL-FIXED-FILE ASSIGN TO "GLPOSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POSTF2.

           SELECT REGISTRO-CHEQUES ASSIGN TO "CHEQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS FS-REGISTRO-CHEQUES.

           SELECT SALDOS-GL ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-CLAVE
               FILE STATUS IS FS-SALDOS-GL.

           SELECT LISTADO ASSIGN TO "BANCORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO.
       01  REG-EXTRACTO.
           05  EXT-FECHA           PIC 9(8).
           05  EXT-MONTO           PIC 9(9)V99.
           05  EXT-REFERENCIA      PIC X(20).
           05  EXT-TIPO            PIC X.

       FD  MOVIMIENTOS-BANCO.
           COPY MOVBANCO.

       FD  CONCILIA-LIBRO.
           COPY CONCLIBR.

       FD  GL-FIXED-FILE.
       01  REG-GL-POSTF PIC X(100).

       FD  REGISTRO-CHEQUES.
           COPY CHEQREG.

       FD  SALDOS-GL.
           COPY GLBALMST.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-EXTRACTO PIC XX.
           88  FS-EXT-OK VALUE "00".
       01  FS-MOVIMIENTOS PIC XX.
           88  FS-BCO-OK           VALUE "00".
           88  FS-BCO-NO-EXISTE    VALUE "35".
       01  FS-CONCILIA PIC XX.
           88  FS-CLB-OK           VALUE "00".
           88  FS-CLB-NO-EXISTE    VALUE "35".
       01  FS-GL-POSTF2 PIC XX.
           88  FS-GLF-OK VALUE "00".
       01  FS-REGISTRO-CHEQUES PIC XX.
           88  FS-CHQ-OK VALUE "00".
       01  SW-CHEQUES-DISPONIBLE PIC A VALUE "N".
           88  CHEQUES-DISPONIBLE VALUE "S".
       01  FS-SALDOS-GL PIC XX.
           88  FS-GLB-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  OPCION-CONFIRMA PIC A.
       01  FECHA-HOY PIC 9(8).
       01  FECHA-CORTE PIC 9(8).
       01  PERIODO-CORTE PIC 9(6).
       01  FECHA-ENTRADA PIC X(8).
       01  CUENTA-BANCO PIC X(10).
       01  TOLERANCIA-DIAS PIC 99 VALUE 3.
       01  TOLERANCIA-ENTRADA PIC X(2).
       01  MONTO-ENTRADA PIC X(16).
       01  SALDO-EXTRACTO PIC S9(11)V99 VALUE 0.
       01  SALDO-LIBROS PIC S9(11)V99 VALUE 0.
       01  DEPOSITOS-TRANSITO PIC S9(11)V99 VALUE 0.
       01  PAGOS-TRANSITO PIC S9(11)V99 VALUE 0.
       01  CREDITOS-BANCO PIC S9(11)V99 VALUE 0.
       01  DEBITOS-BANCO PIC S9(11)V99 VALUE 0.
       01  SALDO-BANCO-AJUSTADO PIC S9(11)V99.
       01  SALDO-LIBROS-AJUSTADO PIC S9(11)V99.
       01  DIFERENCIA-CONCILIA PIC S9(11)V99.
       01  DIAS-DIFERENCIA PIC S9(5).
       01  MEJOR-DIFERENCIA PIC S9(5).
       01  SUMA-DEL-DIA PIC S9(11)V99.
       01  FECHA-DEL-DIA PIC 9(8).
      ******************************************************************
      * Líneas del banco pendientes y asientos de caja sin conciliar.
      ******************************************************************
       01  TABLA-BANCO.
           05  ENTRADA-BANCO OCCURS 500 TIMES.
               10  TB-FECHA       PIC 9(8).
               10  TB-TIPO        PIC X.
               10  TB-MONTO       PIC 9(9)V99.
               10  TB-REFERENCIA  PIC X(20).
               10  TB-APAREADA    PIC A.
       01  CANT-BANCO PIC 999 VALUE 0.
       01  IDX-BANCO PIC 999.
       01  TABLA-LIBRO.
           05  ENTRADA-LIBRO OCCURS 2000 TIMES.
               10  TL-FECHA       PIC 9(8).
               10  TL-HORA        PIC 9(8).
               10  TL-DEBITO-CREDITO PIC X.
               10  TL-MONTO       PIC 9(9)V99.
               10  TL-DESCRIPCION PIC X(30).
               10  TL-APAREADA    PIC A.
               10  TL-BANCO       PIC 999.
               10  TL-CHEQUE      PIC 9(6).
       01  CANT-LIBRO PIC 9(4) VALUE 0.
       01  IDX-LIBRO PIC 9(4).
       01  IDX-MEJOR PIC 9(4).
       01  IDX-DIA PIC 9(4).
       01  LADO-BUSCADO PIC X.
       01  CANT-CARGADAS PIC 9(5) VALUE 0.
       01  CANT-REPETIDAS PIC 9(5) VALUE 0.
       01  CANT-APAREADAS PIC 9(5) VALUE 0.
       01  CANT-APAREADAS-DIA PIC 9(5) VALUE 0.
       01  CANT-SIN-LUGAR PIC 9(5) VALUE 0.
       01  MONTO-ED PIC $$,$$$,$$$,$$9.99-.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(100).
           COPY GLPOST.
           COPY NUMCHK.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONCILIACIÓN BANCARIA".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO CUENTA-BANCO.
           PERFORM PEDIR-CUENTA-BANCO
                   UNTIL CUENTA-BANCO NOT = SPACES.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-CORTE UNTIL FECHA-OK.
           COMPUTE PERIODO-CORTE = FECHA-CORTE / 100.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-SALDO-EXTRACTO UNTIL NUMCHK-VALIDO.
           PERFORM PEDIR-TOLERANCIA.
           PERFORM PROPONER-SALDO-LIBROS
                   THRU PROPONER-SALDO-LIBROS-FIN.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-SALDO-LIBROS UNTIL NUMCHK-VALIDO.
           PERFORM ABRIR-ARCHIVOS-CONCILIACION.
           PERFORM CARGAR-EXTRACTO THRU CARGAR-EXTRACTO-FIN.
           PERFORM TOMAR-PENDIENTES-BANCO.
           PERFORM TOMAR-ASIENTOS-CAJA THRU TOMAR-ASIENTOS-CAJA-FIN.
           PERFORM TOMAR-CHEQUES-EMITIDOS
                   THRU TOMAR-CHEQUES-EMITIDOS-FIN.
           PERFORM APAREAR-UNO-A-UNO
                   VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > CANT-BANCO.
           PERFORM APAREAR-DEPOSITO-DEL-DIA
                   VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > CANT-BANCO.
           PERFORM IMPRIMIR-CONCILIACION.
           DISPLAY "APAREADAS UNO A UNO: ", CANT-APAREADAS,
                   "  POR DEPÓSITO DEL DÍA: ", CANT-APAREADAS-DIA.
           MOVE DIFERENCIA-CONCILIA TO MONTO-ED.
           DISPLAY "DIFERENCIA DE CONCILIACIÓN: ", MONTO-ED.
           DISPLAY "¿MARCAR LAS PARTIDAS APAREADAS COMO CONCILIADAS?"
                   " (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) = "S"
               PERFORM MARCAR-BANCO
                       VARYING IDX-BANCO FROM 1 BY 1
                       UNTIL IDX-BANCO > CANT-BANCO
               PERFORM MARCAR-LIBRO
                       VARYING IDX-LIBRO FROM 1 BY 1
                       UNTIL IDX-LIBRO > CANT-LIBRO
               DISPLAY "PARTIDAS MARCADAS - NO SE VOLVERÁN A OFRECER"
           ELSE
               DISPLAY "NADA MARCADO - LA CONCILIACIÓN PUEDE REPETIRSE"
           END-IF.
           CLOSE MOVIMIENTOS-BANCO.
           CLOSE CONCILIA-LIBRO.
           IF CHEQUES-DISPONIBLE
               CLOSE REGISTRO-CHEQUES
           END-IF.
           STOP RUN.

       PEDIR-CUENTA-BANCO.
           DISPLAY "CUENTA GL DE CAJA/BANCO A CONCILIAR (EJ. 1010): ".
           ACCEPT CUENTA-BANCO.
           MOVE FUNCTION UPPER-CASE(CUENTA-BANCO) TO CUENTA-BANCO.

       PEDIR-FECHA-CORTE.
           DISPLAY "FECHA DE CORTE DEL EXTRACTO (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
               MOVE FECHA-ENTRADA TO FECHA-CORTE
               MOVE "S" TO SW-FECHA-OK
           ELSE
               DISPLAY "FECHA INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-SALDO-EXTRACTO.
           DISPLAY "SALDO SEGÚN EXTRACTO AL CORTE: ".
           ACCEPT MONTO-ENTRADA.
           MOVE MONTO-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(MONTO-ENTRADA) TO SALDO-EXTRACTO
           END-IF.

       PEDIR-TOLERANCIA.
           DISPLAY "TOLERANCIA DE FECHA EN DÍAS (ENTER = 3): ".
           ACCEPT TOLERANCIA-ENTRADA.
           IF TOLERANCIA-ENTRADA NOT = SPACES
               MOVE TOLERANCIA-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(TOLERANCIA-ENTRADA)
                       TO TOLERANCIA-DIAS
               ELSE
                   DISPLAY "TOLERANCIA INVÁLIDA - QUEDA EN 3"
               END-IF
           END-IF.

      ******************************************************************
      * Saldo según libros propuesto: débitos menos créditos de la
      * cuenta en GLBALMST, todos los períodos hasta el del corte.
      ******************************************************************
       PROPONER-SALDO-LIBROS.
           MOVE 0 TO SALDO-LIBROS.
           OPEN INPUT SALDOS-GL.
           IF NOT FS-GLB-OK
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE SALDOS GLBALMST"
               GO TO PROPONER-SALDO-LIBROS-FIN
           END-IF.
           MOVE CUENTA-BANCO TO GLB-CUENTA.
           MOVE 0 TO GLB-PERIODO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START SALDOS-GL KEY IS NOT < GLB-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LEER-SALDO-GL.
           PERFORM SUMAR-SALDO-GL UNTIL FIN-ARCHIVO.
           CLOSE SALDOS-GL.
       PROPONER-SALDO-LIBROS-FIN.
           EXIT.

       LEER-SALDO-GL.
           IF NOT FIN-ARCHIVO
               READ SALDOS-GL NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-ARCHIVO
               END-READ
           END-IF.
           IF NOT FIN-ARCHIVO
              AND (GLB-CUENTA NOT = CUENTA-BANCO
                   OR GLB-PERIODO > PERIODO-CORTE)
               MOVE "S" TO SW-FIN-ARCHIVO
           END-IF.

       SUMAR-SALDO-GL.
           ADD GLB-DEBITOS TO SALDO-LIBROS.
           SUBTRACT GLB-CREDITOS FROM SALDO-LIBROS.
           PERFORM LEER-SALDO-GL.

       PEDIR-SALDO-LIBROS.
           MOVE SALDO-LIBROS TO MONTO-ED.
           DISPLAY "SALDO SEGÚN LIBROS (ENTER = ", MONTO-ED, "): ".
           ACCEPT MONTO-ENTRADA.
           IF MONTO-ENTRADA = SPACES
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               MOVE MONTO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(MONTO-ENTRADA) TO SALDO-LIBROS
               END-IF
           END-IF.

       ABRIR-ARCHIVOS-CONCILIACION.
           OPEN I-O MOVIMIENTOS-BANCO.
           IF FS-BCO-NO-EXISTE
               OPEN OUTPUT MOVIMIENTOS-BANCO
               CLOSE MOVIMIENTOS-BANCO
               OPEN I-O MOVIMIENTOS-BANCO
           END-IF.
           OPEN I-O CONCILIA-LIBRO.
           IF FS-CLB-NO-EXISTE
               OPEN OUTPUT CONCILIA-LIBRO
               CLOSE CONCILIA-LIBRO
               OPEN I-O CONCILIA-LIBRO
           END-IF.

      ******************************************************************
      * Extracto a MOVBANCO: la línea es la clave, una repetida se
      * saltea.
      ******************************************************************
       CARGAR-EXTRACTO.
           OPEN INPUT EXTRACTO.
           IF NOT FS-EXT-OK
               DISPLAY "ADVERTENCIA: SIN EXTRACTO EXTBANCO - SE"
                       " CONCILIA CON LO YA CARGADO EN MOVBANCO"
               GO TO CARGAR-EXTRACTO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-EXTRACTO.
           PERFORM CARGAR-UNA-LINEA UNTIL FIN-ARCHIVO.
           CLOSE EXTRACTO.
           DISPLAY "LÍNEAS DEL EXTRACTO CARGADAS: ", CANT-CARGADAS,
                   "  YA CARGADAS ANTES: ", CANT-REPETIDAS.
       CARGAR-EXTRACTO-FIN.
           EXIT.

       LEER-EXTRACTO.
           READ EXTRACTO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CARGAR-UNA-LINEA.
           IF (EXT-TIPO = "D" OR EXT-TIPO = "R")
              AND EXT-FECHA IS NUMERIC
              AND EXT-MONTO IS NUMERIC
               MOVE EXT-FECHA TO BCO-FECHA
               MOVE EXT-TIPO TO BCO-TIPO
               MOVE EXT-MONTO TO BCO-MONTO
               MOVE EXT-REFERENCIA TO BCO-REFERENCIA
               MOVE "P" TO BCO-ESTADO
               MOVE 0 TO BCO-FECHA-CONCILIA
               MOVE FECHA-HOY TO BCO-FECHA-CARGA
               WRITE REG-MOVIMIENTO-BANCO
                   INVALID KEY
                       ADD 1 TO CANT-REPETIDAS
                   NOT INVALID KEY
                       ADD 1 TO CANT-CARGADAS
               END-WRITE
           ELSE
               MOVE "BANK-RECON" TO EXCLOG-PROGRAMA
               MOVE "EXTBANCO" TO EXCLOG-CAMPO
               MOVE REG-EXTRACTO TO EXCLOG-VALOR-MALO
               PERFORM REGISTRAR-EXCEPCION
           END-IF.
           PERFORM LEER-EXTRACTO.

       TOMAR-PENDIENTES-BANCO.
           MOVE LOW-VALUES TO BCO-CLAVE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START MOVIMIENTOS-BANCO KEY IS NOT < BCO-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LEER-MOVIMIENTO-BANCO.
           PERFORM TOMAR-UN-MOVIMIENTO UNTIL FIN-ARCHIVO.

       LEER-MOVIMIENTO-BANCO.
           IF NOT FIN-ARCHIVO
               READ MOVIMIENTOS-BANCO NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-ARCHIVO
               END-READ
           END-IF.
           IF NOT FIN-ARCHIVO AND BCO-FECHA > FECHA-CORTE
               MOVE "S" TO SW-FIN-ARCHIVO
           END-IF.

       TOMAR-UN-MOVIMIENTO.
           IF BCO-PENDIENTE
               IF CANT-BANCO < 500
                   ADD 1 TO CANT-BANCO
                   MOVE BCO-FECHA TO TB-FECHA(CANT-BANCO)
                   MOVE BCO-TIPO TO TB-TIPO(CANT-BANCO)
                   MOVE BCO-MONTO TO TB-MONTO(CANT-BANCO)
                   MOVE BCO-REFERENCIA TO TB-REFERENCIA(CANT-BANCO)
                   MOVE "N" TO TB-APAREADA(CANT-BANCO)
               ELSE
                   ADD 1 TO CANT-SIN-LUGAR
               END-IF
           END-IF.
           PERFORM LEER-MOVIMIENTO-BANCO.

      ******************************************************************
      * Asientos de la cuenta de caja en GLPOSTF hasta el corte que no
      * estén ya en CONCLIBR.
      ******************************************************************
       TOMAR-ASIENTOS-CAJA.
           OPEN INPUT GL-FIXED-FILE.
           IF NOT FS-GLF-OK
               DISPLAY "ADVERTENCIA: SIN ARCHIVO GLPOSTF - NO HAY"
                       " PARTIDAS DEL LIBRO PARA APAREAR"
               GO TO TOMAR-ASIENTOS-CAJA-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ASIENTO-GL.
           PERFORM TOMAR-UN-ASIENTO THRU TOMAR-UN-ASIENTO-SIGUE
                   UNTIL FIN-ARCHIVO.
           CLOSE GL-FIXED-FILE.
       TOMAR-ASIENTOS-CAJA-FIN.
           EXIT.

       LEER-ASIENTO-GL.
           READ GL-FIXED-FILE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       TOMAR-UN-ASIENTO.
           IF REG-GL-POSTF(1:7) = "TRAILER"
               GO TO TOMAR-UN-ASIENTO-SIGUE
           END-IF.
           MOVE REG-GL-POSTF TO REG-GL-FIJO.
           IF GLF-CUENTA NOT = CUENTA-BANCO
              OR GLF-FECHA = 0
              OR GLF-FECHA > FECHA-CORTE
               GO TO TOMAR-UN-ASIENTO-SIGUE
           END-IF.
           IF GLF-DESCRIPCION(1:7) = "CHEQUE "
              OR GLF-DESCRIPCION(1:13) = "ANULA CHEQUE "
               GO TO TOMAR-UN-ASIENTO-SIGUE
           END-IF.
           PERFORM ARMAR-CLAVE-LIBRO.
           READ CONCILIA-LIBRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO TOMAR-UN-ASIENTO-SIGUE
           END-READ.
           IF CANT-LIBRO < 2000
               ADD 1 TO CANT-LIBRO
               MOVE GLF-FECHA TO TL-FECHA(CANT-LIBRO)
               MOVE GLF-HORA TO TL-HORA(CANT-LIBRO)
               MOVE GLF-DEBITO-CREDITO TO TL-DEBITO-CREDITO(CANT-LIBRO)
               MOVE GLF-MONTO TO TL-MONTO(CANT-LIBRO)
               MOVE GLF-DESCRIPCION TO TL-DESCRIPCION(CANT-LIBRO)
               MOVE "N" TO TL-APAREADA(CANT-LIBRO)
               MOVE 0 TO TL-BANCO(CANT-LIBRO)
               MOVE 0 TO TL-CHEQUE(CANT-LIBRO)
           ELSE
               ADD 1 TO CANT-SIN-LUGAR
           END-IF.
       TOMAR-UN-ASIENTO-SIGUE.
           PERFORM LEER-ASIENTO-GL.

      ******************************************************************
      * Cheques emitidos (ni cobrados ni anulados) de la cuenta hasta
      * el corte: entran como créditos de caja con su número.
      ******************************************************************
       TOMAR-CHEQUES-EMITIDOS.
           OPEN I-O REGISTRO-CHEQUES.
           IF NOT FS-CHQ-OK
               DISPLAY "ADVERTENCIA: SIN REGISTRO DE CHEQUES CHEQREG -"
                       " NO HAY CHEQUES PARA APAREAR"
               GO TO TOMAR-CHEQUES-EMITIDOS-FIN
           END-IF.
           MOVE "S" TO SW-CHEQUES-DISPONIBLE.
           MOVE 0 TO CHQ-NUMERO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START REGISTRO-CHEQUES KEY IS NOT < CHQ-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LEER-CHEQUE.
           PERFORM TOMAR-UN-CHEQUE UNTIL FIN-ARCHIVO.
       TOMAR-CHEQUES-EMITIDOS-FIN.
           EXIT.

       LEER-CHEQUE.
           IF NOT FIN-ARCHIVO
               READ REGISTRO-CHEQUES NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-ARCHIVO
               END-READ
           END-IF.

       TOMAR-UN-CHEQUE.
           IF CHQ-EMITIDO
              AND CHQ-CUENTA-CAJA = CUENTA-BANCO
              AND CHQ-FECHA NOT > FECHA-CORTE
               IF CANT-LIBRO < 2000
                   ADD 1 TO CANT-LIBRO
                   MOVE CHQ-FECHA TO TL-FECHA(CANT-LIBRO)
                   MOVE 0 TO TL-HORA(CANT-LIBRO)
                   MOVE "C" TO TL-DEBITO-CREDITO(CANT-LIBRO)
                   MOVE CHQ-MONTO TO TL-MONTO(CANT-LIBRO)
                   MOVE SPACES TO TL-DESCRIPCION(CANT-LIBRO)
                   STRING "CHEQUE " DELIMITED BY SIZE
                       CHQ-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CHQ-NOMBRE DELIMITED BY SIZE
                       INTO TL-DESCRIPCION(CANT-LIBRO)
                   END-STRING
                   MOVE "N" TO TL-APAREADA(CANT-LIBRO)
                   MOVE 0 TO TL-BANCO(CANT-LIBRO)
                   MOVE CHQ-NUMERO TO TL-CHEQUE(CANT-LIBRO)
               ELSE
                   ADD 1 TO CANT-SIN-LUGAR
               END-IF
           END-IF.
           PERFORM LEER-CHEQUE.

       ARMAR-CLAVE-LIBRO.
           MOVE GLF-CUENTA TO CLB-CUENTA.
           MOVE GLF-FECHA TO CLB-FECHA.
           MOVE GLF-HORA TO CLB-HORA.
           MOVE GLF-DEBITO-CREDITO TO CLB-DEBITO-CREDITO.
           MOVE GLF-MONTO TO CLB-MONTO.

      ******************************************************************
      * Uno a uno: mismo monto, depósito contra débito o retiro contra
      * crédito de caja, la fecha más cercana dentro de la tolerancia.
      * Un cheque no tiene tolerancia: vale cualquier retiro desde la
      * fecha del cheque en adelante.
      ******************************************************************
       APAREAR-UNO-A-UNO.
           IF TB-APAREADA(IDX-BANCO) = "N"
               IF TB-TIPO(IDX-BANCO) = "D"
                   MOVE "D" TO LADO-BUSCADO
               ELSE
                   MOVE "C" TO LADO-BUSCADO
               END-IF
               MOVE 0 TO IDX-MEJOR
               MOVE 99999 TO MEJOR-DIFERENCIA
               PERFORM PROBAR-UN-ASIENTO
                       VARYING IDX-LIBRO FROM 1 BY 1
                       UNTIL IDX-LIBRO > CANT-LIBRO
               IF IDX-MEJOR > 0
                   MOVE "S" TO TB-APAREADA(IDX-BANCO)
                   MOVE "S" TO TL-APAREADA(IDX-MEJOR)
                   MOVE IDX-BANCO TO TL-BANCO(IDX-MEJOR)
                   ADD 1 TO CANT-APAREADAS
               END-IF
           END-IF.

       PROBAR-UN-ASIENTO.
           IF TL-APAREADA(IDX-LIBRO) = "N"
              AND TL-DEBITO-CREDITO(IDX-LIBRO) = LADO-BUSCADO
              AND TL-MONTO(IDX-LIBRO) = TB-MONTO(IDX-BANCO)
               COMPUTE DIAS-DIFERENCIA = FUNCTION ABS(
                       FUNCTION INTEGER-OF-DATE(TB-FECHA(IDX-BANCO))
                       - FUNCTION INTEGER-OF-DATE(TL-FECHA(IDX-LIBRO)))
               IF TL-CHEQUE(IDX-LIBRO) > 0
                   IF TB-FECHA(IDX-BANCO) NOT < TL-FECHA(IDX-LIBRO)
                      AND DIAS-DIFERENCIA < MEJOR-DIFERENCIA
                       MOVE DIAS-DIFERENCIA TO MEJOR-DIFERENCIA
                       MOVE IDX-LIBRO TO IDX-MEJOR
                   END-IF
               ELSE
                   IF DIAS-DIFERENCIA <= TOLERANCIA-DIAS
                      AND DIAS-DIFERENCIA < MEJOR-DIFERENCIA
                       MOVE DIAS-DIFERENCIA TO MEJOR-DIFERENCIA
                       MOVE IDX-LIBRO TO IDX-MEJOR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Un depósito suelto contra la suma de los débitos sueltos de
      * caja de un mismo día dentro de la tolerancia: los recibos del
      * día depositados juntos.
      ******************************************************************
       APAREAR-DEPOSITO-DEL-DIA.
           IF TB-APAREADA(IDX-BANCO) = "N"
              AND TB-TIPO(IDX-BANCO) = "D"
               MOVE "N" TO SW-HALLADO
               PERFORM PROBAR-UN-DIA
                       VARYING IDX-LIBRO FROM 1 BY 1
                       UNTIL IDX-LIBRO > CANT-LIBRO
                          OR HALLADO
           END-IF.

       PROBAR-UN-DIA.
           IF TL-APAREADA(IDX-LIBRO) = "N"
              AND TL-DEBITO-CREDITO(IDX-LIBRO) = "D"
               COMPUTE DIAS-DIFERENCIA = FUNCTION ABS(
                       FUNCTION INTEGER-OF-DATE(TB-FECHA(IDX-BANCO))
                       - FUNCTION INTEGER-OF-DATE(TL-FECHA(IDX-LIBRO)))
               IF DIAS-DIFERENCIA <= TOLERANCIA-DIAS
                   MOVE TL-FECHA(IDX-LIBRO) TO FECHA-DEL-DIA
                   MOVE 0 TO SUMA-DEL-DIA
                   PERFORM SUMAR-DEBITO-DEL-DIA
                           VARYING IDX-DIA FROM 1 BY 1
                           UNTIL IDX-DIA > CANT-LIBRO
                   IF SUMA-DEL-DIA = TB-MONTO(IDX-BANCO)
                       MOVE "S" TO SW-HALLADO
                       MOVE "S" TO TB-APAREADA(IDX-BANCO)
                       PERFORM MARCAR-DEBITO-DEL-DIA
                               VARYING IDX-DIA FROM 1 BY 1
                               UNTIL IDX-DIA > CANT-LIBRO
                       ADD 1 TO CANT-APAREADAS-DIA
                   END-IF
               END-IF
           END-IF.

       SUMAR-DEBITO-DEL-DIA.
           IF TL-APAREADA(IDX-DIA) = "N"
              AND TL-DEBITO-CREDITO(IDX-DIA) = "D"
              AND TL-FECHA(IDX-DIA) = FECHA-DEL-DIA
               ADD TL-MONTO(IDX-DIA) TO SUMA-DEL-DIA
           END-IF.

       MARCAR-DEBITO-DEL-DIA.
           IF TL-APAREADA(IDX-DIA) = "N"
              AND TL-DEBITO-CREDITO(IDX-DIA) = "D"
              AND TL-FECHA(IDX-DIA) = FECHA-DEL-DIA
               MOVE "S" TO TL-APAREADA(IDX-DIA)
               MOVE IDX-BANCO TO TL-BANCO(IDX-DIA)
           END-IF.

      ******************************************************************
      * Reporte de conciliación.
      ******************************************************************
       IMPRIMIR-CONCILIACION.
           MOVE "CONCILIACIÓN BANCARIA" TO RPTHDR-TITULO.
           MOVE FECHA-CORTE TO RPTHDR-FECHA.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE FECHA-CORTE TO FECHA-ED.
           STRING "CUENTA " DELIMITED BY SIZE
               CUENTA-BANCO DELIMITED BY SIZE
               "   CORTE: " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               "   TOLERANCIA: " DELIMITED BY SIZE
               TOLERANCIA-DIAS DELIMITED BY SIZE
               " DÍAS" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "DEPÓSITOS EN TRÁNSITO (EN LIBROS, NO EN EL BANCO)"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "D" TO LADO-BUSCADO.
           PERFORM LISTAR-UN-ASIENTO-SUELTO
                   VARYING IDX-LIBRO FROM 1 BY 1
                   UNTIL IDX-LIBRO > CANT-LIBRO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "PAGOS EN TRÁNSITO (EN LIBROS, NO EN EL BANCO)"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "C" TO LADO-BUSCADO.
           PERFORM LISTAR-UN-ASIENTO-SUELTO
                   VARYING IDX-LIBRO FROM 1 BY 1
                   UNTIL IDX-LIBRO > CANT-LIBRO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CRÉDITOS DEL BANCO SIN REGISTRAR - A POSTEAR"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "D" TO LADO-BUSCADO.
           PERFORM LISTAR-UNA-LINEA-SUELTA
                   VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > CANT-BANCO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "DÉBITOS DEL BANCO SIN REGISTRAR (COMISIONES, CHEQUES"
                & " DEVUELTOS) - A POSTEAR"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "R" TO LADO-BUSCADO.
           PERFORM LISTAR-UNA-LINEA-SUELTA
                   VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > CANT-BANCO.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE LISTADO.

       LISTAR-UN-ASIENTO-SUELTO.
           IF TL-APAREADA(IDX-LIBRO) = "N"
              AND TL-DEBITO-CREDITO(IDX-LIBRO) = LADO-BUSCADO
               MOVE SPACES TO LINEA-SALIDA
               MOVE TL-FECHA(IDX-LIBRO) TO FECHA-ED
               MOVE FECHA-ED TO LINEA-SALIDA(3:10)
               MOVE TL-DESCRIPCION(IDX-LIBRO) TO LINEA-SALIDA(15:30)
               MOVE TL-MONTO(IDX-LIBRO) TO MONTO-ED
               MOVE MONTO-ED TO LINEA-SALIDA(60:18)
               PERFORM ESCRIBIR-LINEA
               IF LADO-BUSCADO = "D"
                   ADD TL-MONTO(IDX-LIBRO) TO DEPOSITOS-TRANSITO
               ELSE
                   ADD TL-MONTO(IDX-LIBRO) TO PAGOS-TRANSITO
               END-IF
           END-IF.

       LISTAR-UNA-LINEA-SUELTA.
           IF TB-APAREADA(IDX-BANCO) = "N"
              AND TB-TIPO(IDX-BANCO) = LADO-BUSCADO
               MOVE SPACES TO LINEA-SALIDA
               MOVE TB-FECHA(IDX-BANCO) TO FECHA-ED
               MOVE FECHA-ED TO LINEA-SALIDA(3:10)
               MOVE TB-REFERENCIA(IDX-BANCO) TO LINEA-SALIDA(15:20)
               MOVE TB-MONTO(IDX-BANCO) TO MONTO-ED
               MOVE MONTO-ED TO LINEA-SALIDA(60:18)
               PERFORM ESCRIBIR-LINEA
               IF LADO-BUSCADO = "D"
                   ADD TB-MONTO(IDX-BANCO) TO CREDITOS-BANCO
               ELSE
                   ADD TB-MONTO(IDX-BANCO) TO DEBITOS-BANCO
               END-IF
           END-IF.

       IMPRIMIR-RESUMEN.
           COMPUTE SALDO-BANCO-AJUSTADO = SALDO-EXTRACTO
                   + DEPOSITOS-TRANSITO - PAGOS-TRANSITO.
           COMPUTE SALDO-LIBROS-AJUSTADO = SALDO-LIBROS
                   + CREDITOS-BANCO - DEBITOS-BANCO.
           COMPUTE DIFERENCIA-CONCILIA =
                   SALDO-BANCO-AJUSTADO - SALDO-LIBROS-AJUSTADO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE ALL "=" TO LINEA-SALIDA(1:78).
           PERFORM ESCRIBIR-LINEA.
           MOVE "SALDO SEGÚN EXTRACTO" TO LINEA-SALIDA.
           MOVE SALDO-EXTRACTO TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  MÁS DEPÓSITOS EN TRÁNSITO" TO LINEA-SALIDA.
           MOVE DEPOSITOS-TRANSITO TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  MENOS PAGOS EN TRÁNSITO" TO LINEA-SALIDA.
           MOVE PAGOS-TRANSITO TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "SALDO BANCARIO AJUSTADO" TO LINEA-SALIDA.
           MOVE SALDO-BANCO-AJUSTADO TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "SALDO SEGÚN LIBROS" TO LINEA-SALIDA.
           MOVE SALDO-LIBROS TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  MÁS CRÉDITOS DEL BANCO SIN REGISTRAR"
               TO LINEA-SALIDA.
           MOVE CREDITOS-BANCO TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "  MENOS DÉBITOS DEL BANCO SIN REGISTRAR"
               TO LINEA-SALIDA.
           MOVE DEBITOS-BANCO TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE "SALDO EN LIBROS AJUSTADO" TO LINEA-SALIDA.
           MOVE SALDO-LIBROS-AJUSTADO TO MONTO-ED.
           PERFORM ESCRIBIR-LINEA-RESUMEN.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           IF DIFERENCIA-CONCILIA = 0
               MOVE "SALDOS AJUSTADOS COINCIDEN - CUENTA CONCILIADA"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE "** DIFERENCIA SIN EXPLICAR - NO CONCILIA **"
                   TO LINEA-SALIDA
               MOVE DIFERENCIA-CONCILIA TO MONTO-ED
               PERFORM ESCRIBIR-LINEA-RESUMEN
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "APAREADAS UNO A UNO: " DELIMITED BY SIZE
               CANT-APAREADAS DELIMITED BY SIZE
               "   POR DEPÓSITO DEL DÍA: " DELIMITED BY SIZE
               CANT-APAREADAS-DIA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           IF CANT-SIN-LUGAR > 0
               MOVE SPACES TO LINEA-SALIDA
               STRING "PARTIDAS QUE NO ENTRARON EN LA TABLA: "
                   DELIMITED BY SIZE
                   CANT-SIN-LUGAR DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA-RESUMEN.
           MOVE MONTO-ED TO LINEA-SALIDA(60:18).
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Marcas: la línea del banco queda conciliada en MOVBANCO y cada
      * asiento apareado entra a CONCLIBR con la clave de su línea;
      * un cheque apareado pasa a COBRADO en CHEQREG.
      ******************************************************************
       MARCAR-BANCO.
           IF TB-APAREADA(IDX-BANCO) = "S"
               MOVE TB-FECHA(IDX-BANCO) TO BCO-FECHA
               MOVE TB-TIPO(IDX-BANCO) TO BCO-TIPO
               MOVE TB-MONTO(IDX-BANCO) TO BCO-MONTO
               MOVE TB-REFERENCIA(IDX-BANCO) TO BCO-REFERENCIA
               READ MOVIMIENTOS-BANCO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "C" TO BCO-ESTADO
                       MOVE FECHA-HOY TO BCO-FECHA-CONCILIA
                       REWRITE REG-MOVIMIENTO-BANCO
                       MOVE "MOVBANCO" TO FCHK-ARCHIVO
                       MOVE BCO-CLAVE TO FCHK-CLAVE
                       MOVE FS-MOVIMIENTOS TO FCHK-ESTADO
                       PERFORM VERIFICAR-ESCRITURA
               END-READ
           END-IF.

       MARCAR-LIBRO.
           IF TL-APAREADA(IDX-LIBRO) = "S"
              AND TL-CHEQUE(IDX-LIBRO) > 0
               PERFORM MARCAR-CHEQUE-COBRADO
           END-IF.
           IF TL-APAREADA(IDX-LIBRO) = "S"
              AND TL-CHEQUE(IDX-LIBRO) = 0
               MOVE CUENTA-BANCO TO CLB-CUENTA
               MOVE TL-FECHA(IDX-LIBRO) TO CLB-FECHA
               MOVE TL-HORA(IDX-LIBRO) TO CLB-HORA
               MOVE TL-DEBITO-CREDITO(IDX-LIBRO) TO CLB-DEBITO-CREDITO
               MOVE TL-MONTO(IDX-LIBRO) TO CLB-MONTO
               MOVE FECHA-HOY TO CLB-FECHA-CONCILIA
               MOVE TL-BANCO(IDX-LIBRO) TO IDX-BANCO
               MOVE TB-FECHA(IDX-BANCO) TO BCO-FECHA
               MOVE TB-TIPO(IDX-BANCO) TO BCO-TIPO
               MOVE TB-MONTO(IDX-BANCO) TO BCO-MONTO
               MOVE TB-REFERENCIA(IDX-BANCO) TO BCO-REFERENCIA
               MOVE BCO-CLAVE TO CLB-CLAVE-BANCO
               WRITE REG-CONCILIA-LIBRO
               MOVE "CONCLIBR" TO FCHK-ARCHIVO
               MOVE CLB-CLAVE TO FCHK-CLAVE
               MOVE FS-CONCILIA TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
           END-IF.

       MARCAR-CHEQUE-COBRADO.
           MOVE TL-BANCO(IDX-LIBRO) TO IDX-BANCO.
           MOVE TL-CHEQUE(IDX-LIBRO) TO CHQ-NUMERO.
           READ REGISTRO-CHEQUES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "C" TO CHQ-ESTADO
                   MOVE TB-FECHA(IDX-BANCO) TO CHQ-FECHA-COBRO
                   REWRITE REG-CHEQUE
                   MOVE "CHEQREG" TO FCHK-ARCHIVO
                   MOVE CHQ-NUMERO TO FCHK-CLAVE
                   MOVE FS-REGISTRO-CHEQUES TO FCHK-ESTADO
                   PERFORM VERIFICAR-ESCRITURA
           END-READ.

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

           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
