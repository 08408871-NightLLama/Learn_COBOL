      *             los copybooks HABILCHK (fin de semana y feriados
      *             CALFERIA excluidos); la fecha tope queda también
      *             en la línea de DUNNLOG.
      * 2026-10-15  Las cuentas con plan de pagos activo en PLANPAGO
      *             (ver PAYMENT-PLAN) quedan fuera de la corrida: no
      *             reciben carta ni suben de nivel, y se informa
      *             cuántas se saltearon.
      * 2026-10-15  Opción de presort: con S las cuentas a reclamar
      *             pasan por un SORT por el código postal del cliente
      *             (CLI-COD-POSTAL, ver ADDRESS-STANDARD) y las cartas
      *             salen en orden de bandeja, con una hoja de corte por
      *             código y su cantidad de piezas en DUNTRAY (ver
      *             BANDEJA-PROC.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTERS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO-HABIL.

           SELECT PLANES-PAGO ASSIGN TO "PLANPAGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLN-CUENTA
               FILE STATUS IS FS-PLANES.

           SELECT SORT-WORK ASSIGN TO "SRTWKDUN".

           SELECT HOJAS-BANDEJA ASSIGN TO "DUNTRAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJAS-BANDEJA.

       DATA DIVISION.
       FILE SECTION.
       FD  TRABAJO-AGING.
           05  HAB-FER-FECHA          PIC 9(8).
           05  HAB-FER-DESCRIPCION    PIC X(30).

       FD  PLANES-PAGO.
           COPY PLANPAGO.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-COD-POSTAL        PIC X(8).
           05  SORT-CUENTA            PIC X(16).
           05  SORT-MONTO-VENCIDO     PIC S9(11)V99.

       FD  HOJAS-BANDEJA.
       01  LINEA-BANDEJA PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-TRABAJO PIC XX.
           88  FS-TRA-OK VALUE "00".
           88  FS-CLI-OK VALUE "00".
       01  SW-CLIENTES-DISPONIBLE PIC A VALUE "N".
           88  CLIENTES-DISPONIBLE VALUE "S".
       01  FS-PLANES PIC XX.
           88  FS-PLN-OK VALUE "00".
       01  SW-PLANES-DISPONIBLE PIC A VALUE "N".
           88  PLANES-DISPONIBLE VALUE "S".
       01  SW-EN-PLAN-ACTIVO PIC A.
           88  EN-PLAN-ACTIVO VALUE "S".
       01  FS-CARTAS PIC XX.
       01  FS-REGISTRO PIC XX.
           88  FS-REG-OK VALUE "00".
           88  NIVEL-HALLADO VALUE "S".
       01  MONTO-ED PIC $$,$$$,$$9.99.
       01  CANT-CARTAS PIC 9(4) VALUE 0.
       01  CANT-EN-PLAN PIC 9(4) VALUE 0.
       01  FECHA-PLAZO PIC 9(8).
       01  OPCION-PRESORT PIC A.
           88  MODO-PRESORT VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
           COPY ACCTMASK.
           COPY BANDEJA.
           COPY HABILCHK.

       PROCEDURE DIVISION.
               DISPLAY "FRANJA INVÁLIDA"
               STOP RUN
           END-IF.
           DISPLAY "PRESORT POR CÓDIGO POSTAL CON HOJAS DE BANDEJA"
                   " (S/N, ENTER = N): ".
           ACCEPT OPCION-PRESORT.
           MOVE FUNCTION UPPER-CASE(OPCION-PRESORT) TO OPCION-PRESORT.
           OPEN INPUT TRABAJO-AGING.
           IF NOT FS-TRA-OK
               DISPLAY "NO HAY ARCHIVO AGINGWRK - CORRA AGING-REPORT"
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE CLIENTES - LAS"
                       " CARTAS SALEN SIN NOMBRE NI DIRECCIÓN"
           END-IF.
           OPEN INPUT PLANES-PAGO.
           IF FS-PLN-OK
               MOVE "S" TO SW-PLANES-DISPONIBLE
           END-IF.
           PERFORM CARGAR-NIVELES THRU CARGAR-NIVELES-FIN.
           OPEN OUTPUT CARTAS.
           IF MODO-PRESORT
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-COD-POSTAL SORT-CUENTA
                   INPUT PROCEDURE IS SELECCIONAR-CUENTAS
                   OUTPUT PROCEDURE IS GENERAR-CARTAS-PRESORT
           ELSE
               PERFORM SELECCIONAR-CUENTAS
           END-IF.
           CLOSE TRABAJO-AGING.
           CLOSE CARTAS.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.
           IF PLANES-DISPONIBLE
               CLOSE PLANES-PAGO
           END-IF.
           DISPLAY "CARTAS GENERADAS: ", CANT-CARTAS.
           DISPLAY "CUENTAS CON PLAN DE PAGOS ACTIVO, SIN CARTA: ",
                   CANT-EN-PLAN.
           IF MODO-PRESORT
               DISPLAY "BANDEJAS (HOJAS EN DUNTRAY): ",
                       BDJ-CANT-BANDEJAS
           END-IF.
           STOP RUN.

       SELECCIONAR-CUENTAS.
           PERFORM LEER-TRABAJO.
           PERFORM EVALUAR-UNA-CUENTA UNTIL FIN-ARCHIVO.

       CARGAR-NIVELES.
           OPEN INPUT REGISTRO-CARTAS.
           IF NOT FS-REG-OK
                   MOVE AGW-90 TO MONTO-VENCIDO
           END-EVALUATE.
           IF MONTO-VENCIDO > 0
               PERFORM VERIFICAR-PLAN-ACTIVO
               IF EN-PLAN-ACTIVO
                   ADD 1 TO CANT-EN-PLAN
               ELSE
                   IF MODO-PRESORT
                       PERFORM SOLTAR-CUENTA
                   ELSE
                       PERFORM GENERAR-CARTA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-TRABAJO.

      ******************************************************************
      * La cuenta que está cumpliendo un plan de pagos (PLANPAGO, ver
      * PAYMENT-PLAN) no se reclama; un plan roto o cumplido no la
      * protege.
      ******************************************************************
       VERIFICAR-PLAN-ACTIVO.
           MOVE "N" TO SW-EN-PLAN-ACTIVO.
           IF PLANES-DISPONIBLE
               MOVE AGW-CUENTA TO PLN-CUENTA
               READ PLANES-PAGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLN-ACTIVO
                           MOVE "S" TO SW-EN-PLAN-ACTIVO
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * Presort: la cuenta a reclamar pasa al SORT con el código postal
      * del cliente (blanco sin maestro o con la dirección sin revisar)
      * y la carta se genera en la salida del SORT, en orden de
      * bandeja.
      ******************************************************************
       SOLTAR-CUENTA.
           PERFORM BUSCAR-CLIENTE.
           MOVE SPACES TO SORT-COD-POSTAL.
           IF CLIENTES-DISPONIBLE AND FS-CLIENTES = "00"
               MOVE CLI-COD-POSTAL TO SORT-COD-POSTAL
           END-IF.
           MOVE AGW-CUENTA TO SORT-CUENTA.
           MOVE MONTO-VENCIDO TO SORT-MONTO-VENCIDO.
           RELEASE SORT-REC.

       GENERAR-CARTAS-PRESORT.
           MOVE "DUNNING-LETTERS" TO BDJ-PROGRAMA.
           PERFORM INICIAR-BANDEJAS.
           MOVE "N" TO SW-FIN-SORT.
           PERFORM DEVOLVER-CUENTA UNTIL FIN-SORT.
           PERFORM TERMINAR-BANDEJAS.

       DEVOLVER-CUENTA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   MOVE SORT-CUENTA TO AGW-CUENTA
                   MOVE SORT-MONTO-VENCIDO TO MONTO-VENCIDO
                   MOVE SORT-COD-POSTAL TO BDJ-COD-PIEZA
                   PERFORM CONTAR-PIEZA-BANDEJA
                   PERFORM GENERAR-CARTA
           END-RETURN.

       GENERAR-CARTA.
           PERFORM DETERMINAR-NIVEL.
           PERFORM BUSCAR-CLIENTE.
           COPY ACCTMASK-PROC.

           COPY HABILCHK-PROC.

           COPY BANDEJA-PROC.
