      * 2026-09-02  El identificador del lote cuadrado queda además en
      *             el control TRX21BID, de donde COBOL21 lo toma para
      *             estamparlo en cada fila del histórico TRX21HST.
      * 2026-10-15  Cada corrida asienta en el control RUNCTL los
      *             registros leídos del feed, los limpios grabados en
      *             TRX21 y los rechazados a TRX21ERR, para el cuadre
      *             entre pasos de RUN-BALANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRX21-EDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE-CONTROL.

           SELECT CONTROL-CORRIDA ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CORRIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CRUDO.
       01  REG-LOTE-CONTROL.
           05  CTL-LOTE-ID        PIC X(6).

       FD  CONTROL-CORRIDA.
       01  REG-CONTROL-CORRIDA PIC X(42).

       WORKING-STORAGE SECTION.
       01  FS-FEED-CRUDO PIC XX.
           88  FS-CRUDO-OK VALUE "00".
       01  CANT-LEIDOS PIC 9(3) VALUE 0.
       01  CANT-LIMPIOS PIC 9(3) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(3) VALUE 0.
       01  CANT-TIPO-DESCONOCIDO PIC 9(3) VALUE 0.
       01  SW-REGISTRO-OK PIC A.
           88  REGISTRO-OK VALUE "S".
       01  MOTIVO-RECHAZO PIC XX.
           88  LOTE-YA-PROCESADO VALUE "S".
       01  LOTE-DEL-DIA PIC X(6).
       01  OPCION-REPROCESO PIC A.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       INICIO.
           CLOSE FEED-CRUDO.
           CLOSE TRANSACCIONES-LIMPIAS.
           CLOSE LISTADO-EDICION.
           PERFORM ASENTAR-CONTEOS.
           DISPLAY "LEÍDOS: ", CANT-LEIDOS,
                   "  LIMPIOS: ", CANT-LIMPIOS,
                   "  RECHAZADOS: ", CANT-RECHAZADOS.
                       PERFORM RECHAZAR-REGISTRO
                   END-IF
               WHEN OTHER
                   ADD 1 TO CANT-TIPO-DESCONOCIDO
                   MOVE "06" TO MOTIVO-RECHAZO
                   PERFORM RECHAZAR-REGISTRO
           END-EVALUATE.
           END-IF.
       CUADRAR-LOTE-FIN.
           EXIT.

      ******************************************************************
      * Conteos de la corrida para el cuadre de RUN-BALANCE: todo
      * registro del feed que no es cabecera (datos y de tipo
      * desconocido) contra los limpios de TRX21 y los rechazos de
      * TRX21ERR.
      ******************************************************************
       ASENTAR-CONTEOS.
           MOVE "TRX21ED" TO RUNCTL-PASO.
           MOVE "TRX21IN" TO RUNCTL-ARCHIVO.
           MOVE "L" TO RUNCTL-TIPO.
           COMPUTE RUNCTL-CANTIDAD =
                   CANT-LEIDOS + CANT-TIPO-DESCONOCIDO.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           MOVE "TRX21" TO RUNCTL-ARCHIVO.
           MOVE "E" TO RUNCTL-TIPO.
           MOVE CANT-LIMPIOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           MOVE "TRX21ERR" TO RUNCTL-ARCHIVO.
           MOVE "R" TO RUNCTL-TIPO.
           MOVE CANT-RECHAZADOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.

           COPY RUNCTL-PROC.
