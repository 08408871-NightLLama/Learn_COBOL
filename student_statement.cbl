      ******************************************************************
      * Estado de cuenta estudiantil: por cada estudiante con
      * movimientos en el libro STUDLEDG (ver CTAEST.CPY) imprime una
      * página por ESTCTAES - encabezado compartido RPTHDR, estudiante
      * y apoderado con su dirección tomados de STUDMAST, cada cargo de
      * TUITION-BILLING y cada pago de STUDENT-PAYMENT con fecha,
      * término, concepto y saldo corrido, y el saldo de cierre - más
      * una página final de totales.  Mismo molde que
      * BALANCE-STATEMENT.  La tarjeta de SYSIN pide un ID (ENTER =
      * todos los estudiantes) para reimprimir el estado de uno solo
      * en ventanilla.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-ESTUDIANTE ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTE-CLAVE
               FILE STATUS IS FS-CUENTAS-EST.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT ESTADO-CUENTA ASSIGN TO "ESTCTAES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CUENTA.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-ESTUDIANTE.
           COPY CTAEST.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  ESTADO-CUENTA.
       01  LINEA-ESTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS-EST PIC XX.
           88  FS-CTE-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  SW-MAESTRO-DISPONIBLE PIC A VALUE "N".
           88  MAESTRO-DISPONIBLE VALUE "S".
       01  FS-ESTADO-CUENTA PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  ID-ENTRADA PIC X(6).
       01  ID-PEDIDO PIC 9(6) VALUE 0.
       01  ID-ACTUAL PIC 9(6).
       01  SALDO-CORRIENTE PIC S9(9)V99.
       01  TOTAL-CARGOS-EST PIC S9(9)V99.
       01  TOTAL-PAGOS-EST PIC S9(9)V99.
       01  MONTO-ED PIC $,$$$,$$9.99-.
       01  SALDO-ED PIC $$$,$$$,$$9.99-.
       01  CANT-ESTUDIANTES PIC 9(6) VALUE 0.
       01  CANT-MOVIMIENTOS PIC 9(6) VALUE 0.
       01  CANT-CON-SALDO PIC 9(6) VALUE 0.
       01  TOTAL-CARGOS PIC S9(11)V99 VALUE 0.
       01  TOTAL-PAGOS PIC S9(11)V99 VALUE 0.
       01  TOTAL-SALDOS PIC S9(11)V99 VALUE 0.
       01  TOTAL-ED PIC $$,$$$,$$$,$$9.99-.
       01  LINEA-SALIDA PIC X(80).
       01  LINEA-MOVIMIENTO.
           05  LMV-FECHA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  LMV-TERMINO         PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  LMV-DESCRIPCION     PIC X(30).
           05  LMV-MONTO           PIC $,$$$,$$9.99-.
           05  FILLER              PIC X VALUE SPACE.
           05  LMV-SALDO           PIC $$$,$$$,$$9.99-.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "ESTADO DE CUENTA ESTUDIANTIL" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           DISPLAY "ID DEL ESTUDIANTE (ENTER = TODOS): ".
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA NOT = SPACES
               IF ID-ENTRADA IS NUMERIC
                   MOVE ID-ENTRADA TO ID-PEDIDO
               ELSE
                   DISPLAY "ID INVÁLIDO - SE IMPRIMEN TODOS"
               END-IF
           END-IF.
           OPEN INPUT CUENTAS-ESTUDIANTE.
           IF NOT FS-CTE-OK
               DISPLAY "NO HAY LIBRO DE CUENTAS ESTUDIANTILES STUDLEDG"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF FS-OK
               MOVE "S" TO SW-MAESTRO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN STUDMAST - LOS ESTADOS SALEN"
                       " SIN NOMBRE NI DIRECCIÓN"
           END-IF.
           OPEN OUTPUT ESTADO-CUENTA.
           MOVE ID-PEDIDO TO CTE-ID-ESTUDIANTE.
           MOVE 0 TO CTE-FECHA.
           MOVE 0 TO CTE-HORA.
           MOVE 0 TO CTE-LINEA.
           START CUENTAS-ESTUDIANTE KEY IS NOT LESS THAN CTE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-MOVIMIENTO
           END-IF.
           PERFORM IMPRIMIR-PAGINA-ESTUDIANTE UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-PAGINA-TOTALES.
           CLOSE CUENTAS-ESTUDIANTE.
           CLOSE ESTADO-CUENTA.
           IF MAESTRO-DISPONIBLE
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY "ESTADOS IMPRESOS: ", CANT-ESTUDIANTES.
           STOP RUN.

       LEER-MOVIMIENTO.
           READ CUENTAS-ESTUDIANTE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF ID-PEDIDO NOT = 0
                           AND CTE-ID-ESTUDIANTE NOT = ID-PEDIDO
                       MOVE "S" TO SW-FIN-ARCHIVO
                   END-IF
           END-READ.

       BUSCAR-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           IF MAESTRO-DISPONIBLE
               MOVE ID-ACTUAL TO ID-ESTUDIANTE
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-EST-EXISTE
               END-READ
           END-IF.

       IMPRIMIR-PAGINA-ESTUDIANTE.
           ADD 1 TO CANT-ESTUDIANTES.
           MOVE CTE-ID-ESTUDIANTE TO ID-ACTUAL.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-ESTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-ESTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           PERFORM BUSCAR-ESTUDIANTE.
           MOVE SPACES TO LINEA-SALIDA.
           IF EST-EXISTE
               STRING "ESTUDIANTE: " DELIMITED BY SIZE
                   ID-ACTUAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOM-ESTUDIANTE DELIMITED BY SIZE
                   "  GRADO " DELIMITED BY SIZE
                   GRADO-NIVEL DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           ELSE
               STRING "ESTUDIANTE: " DELIMITED BY SIZE
                   ID-ACTUAL DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           END-IF.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           IF EST-EXISTE AND NOM-APODERADO NOT = SPACES
               MOVE SPACES TO LINEA-SALIDA
               STRING "APODERADO: " DELIMITED BY SIZE
                   NOM-APODERADO DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               WRITE LINEA-ESTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO LINEA-SALIDA
               STRING "           " DELIMITED BY SIZE
                   DIRECCION-1 DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               WRITE LINEA-ESTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO LINEA-SALIDA
               STRING "           " DELIMITED BY SIZE
                   DIRECCION-2 DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               WRITE LINEA-ESTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               ADD 3 TO RPTHDR-LINEA-ACTUAL
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "FECHA    TÉRM.  CONCEPTO" DELIMITED BY SIZE
               "                              MONTO" DELIMITED BY SIZE
               "           SALDO" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           MOVE 0 TO SALDO-CORRIENTE.
           MOVE 0 TO TOTAL-CARGOS-EST.
           MOVE 0 TO TOTAL-PAGOS-EST.
           PERFORM IMPRIMIR-UN-MOVIMIENTO
                   UNTIL FIN-ARCHIVO
                      OR CTE-ID-ESTUDIANTE NOT = ID-ACTUAL.
           MOVE TOTAL-CARGOS-EST TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL CARGOS: " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE TOTAL-PAGOS-EST TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL PAGOS:  " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE SALDO-CORRIENTE TO SALDO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SALDO ADEUDADO: " DELIMITED BY SIZE
               SALDO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           IF SALDO-CORRIENTE NOT = 0
               ADD 1 TO CANT-CON-SALDO
           END-IF.
           ADD SALDO-CORRIENTE TO TOTAL-SALDOS.

       IMPRIMIR-UN-MOVIMIENTO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-ESTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-ESTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.
           ADD 1 TO CANT-MOVIMIENTOS.
           ADD CTE-MONTO TO SALDO-CORRIENTE.
           IF CTE-MONTO < 0
               ADD CTE-MONTO TO TOTAL-PAGOS-EST
               ADD CTE-MONTO TO TOTAL-PAGOS
           ELSE
               ADD CTE-MONTO TO TOTAL-CARGOS-EST
               ADD CTE-MONTO TO TOTAL-CARGOS
           END-IF.
           MOVE CTE-FECHA TO LMV-FECHA.
           MOVE CTE-TERMINO TO LMV-TERMINO.
           MOVE CTE-DESCRIPCION TO LMV-DESCRIPCION.
           MOVE CTE-MONTO TO LMV-MONTO.
           MOVE SALDO-CORRIENTE TO LMV-SALDO.
           WRITE LINEA-ESTADO FROM LINEA-MOVIMIENTO
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           PERFORM LEER-MOVIMIENTO.

       IMPRIMIR-PAGINA-TOTALES.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-ESTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-ESTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTES: " DELIMITED BY SIZE
               CANT-ESTUDIANTES DELIMITED BY SIZE
               "   CON SALDO: " DELIMITED BY SIZE
               CANT-CON-SALDO DELIMITED BY SIZE
               "   MOVIMIENTOS: " DELIMITED BY SIZE
               CANT-MOVIMIENTOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE TOTAL-CARGOS TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL CARGOS:     " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE TOTAL-PAGOS TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL PAGOS:      " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE TOTAL-SALDOS TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SALDO POR COBRAR: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-ESTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.

           COPY RPTHDR-PROC.
