      *             stops evaporating after COPY-PROCESS, and
      *             TRXHIST-INQUIRY answers "what came in on the
      *             14th" without digging through the audit log.
      * 2026-10-15  Each run now records its counts in the RUNCTL
      *             run-control file (TRX21 records read, POST21
      *             postings written, corrections/controls, unknown
      *             types rejected) for the RUN-BALANCE cross-step
      *             balancing.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT CONTROL-CORRIDA ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CORRIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACCIONES.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  CONTROL-CORRIDA.
       01  REG-CONTROL-CORRIDA PIC X(42).

       WORKING-STORAGE SECTION.
       01  FS-TRANSACCIONES PIC XX.
           88  FS-OK VALUE "00".
           88  FIN-ARCHIVO VALUE "S".
       01  CANT-POSTEADOS PIC 9(3) VALUE 0.
       01  CANT-ESPERADOS PIC 9(3) VALUE 0.
       01  CANT-LEIDOS PIC 9(6) VALUE 0.
       01  CANT-OTROS PIC 9(6) VALUE 0.
       01  CANT-DESCONOCIDOS PIC 9(6) VALUE 0.
       01  SW-HAY-CONTROL PIC A VALUE "N".
           88  HAY-CONTROL VALUE "S".
       01  DATOS-CONTROL.
       COPY AUDIT.
       COPY EXCLOG.
       COPY OPERSESS.
       COPY RUNCTL.

       01  S-NUM PIC 9.

           CLOSE TRANSACCIONES.
           CLOSE POSTEOS.
           CLOSE HISTORIA-TRX.
           PERFORM ASENTAR-CONTEOS.
           STOP RUN.

       LEER-LOTE-DEL-FEED.
           READ TRANSACCIONES
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CANT-LEIDOS
           END-READ.

       DESPACHAR-TRANSACCION.
               WHEN 1
                   PERFORM PROCESAR-POSTEO
               WHEN 2
                   ADD 1 TO CANT-OTROS
                   PERFORM PROCESAR-CORRECCION
               WHEN 3
                   ADD 1 TO CANT-OTROS
                   PERFORM PROCESAR-CONTROL
               WHEN OTHER
                   ADD 1 TO CANT-DESCONOCIDOS
                   PERFORM RECHAZAR-TIPO-DESCONOCIDO
           END-EVALUATE.
           PERFORM LEER-TRANSACCION.
           MOVE IN-DATA2 TO SAVE-REC2.
           MOVE R-NUM TO S-NUM.

      ******************************************************************
      * Conteos de la corrida para el cuadre de RUN-BALANCE: lo leído
      * de TRX21 contra los posteos de POST21, las correcciones y
      * controles (sin salida propia) y los tipos desconocidos que
      * fueron al registro de excepciones.
      ******************************************************************
       ASENTAR-CONTEOS.
           MOVE "COBOL21" TO RUNCTL-PASO.
           MOVE "TRX21" TO RUNCTL-ARCHIVO.
           MOVE "L" TO RUNCTL-TIPO.
           MOVE CANT-LEIDOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           MOVE "O" TO RUNCTL-TIPO.
           MOVE CANT-OTROS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           MOVE "R" TO RUNCTL-TIPO.
           MOVE CANT-DESCONOCIDOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           MOVE "POST21" TO RUNCTL-ARCHIVO.
           MOVE "E" TO RUNCTL-TIPO.
           MOVE CANT-POSTEADOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.

       FIN.

           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY RUNCTL-PROC.
