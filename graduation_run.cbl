      * DIPLOMAS (nombre y credencial, lista para la imprenta).
      * ARCHIVE-PURGE archiva después por FECHA-EGRESO más el período
      * de espera, en vez del viejo corte por rango de ID.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  REG-DIARIO-MAESTRO crece a X(296) con COD-POSTAL-EST
      *             y MARCA-DIRECCION-EST del registro maestro.
      * 2026-10-15  El egresado que todavía tiene textos o equipos del
      *             pañol en ITEMLOAN sale marcado en GRADREG con la
      *             cantidad (ver PRSCHK.CPY) y va al registro de
      *             excepciones; el egreso no se frena.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-RUN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT PRESTAMOS ASSIGN TO "ITEMLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CLAVE
               ALTERNATE RECORD KEY IS PRS-ID-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PRESTAMOS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  PRESTAMOS.
           COPY PRESTAMO.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FECHA-ENTRADA PIC X(8).
       01  CREDENCIAL-ENTRADA PIC X(4).
       01  CANT-EGRESADOS PIC 9(5) VALUE 0.
       01  CANT-CON-PRESTAMOS PIC 9(5) VALUE 0.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY AUDIT.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY PRSCHK.

       PROCEDURE DIVISION.
       INICIO.
           CLOSE STUDENT-MASTER.
           CLOSE LISTADO.
           CLOSE LISTA-DIPLOMAS.
           DISPLAY "EGRESADOS: ", CANT-EGRESADOS,
                   "  CON PRÉSTAMOS DEL PAÑOL: ", CANT-CON-PRESTAMOS.
           STOP RUN.

      ******************************************************************
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "GRADUATION-RUN" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           ADD 1 TO CANT-EGRESADOS.
           PERFORM IMPRIMIR-LINEA-EGRESO.
           PERFORM ESCRIBIR-LINEA-DIPLOMA.
           PERFORM MARCAR-PRESTAMOS-PENDIENTES.

      ******************************************************************
      * El egresado que todavía tiene textos o equipos del pañol sale
      * marcado en el registro y en el registro de excepciones; el
      * egreso no se frena, el reclamo lo sigue LOAN-OUTSTANDING.
      ******************************************************************
       MARCAR-PRESTAMOS-PENDIENTES.
           MOVE ID-ESTUDIANTE TO PRSCHK-ID-ESTUDIANTE.
           PERFORM CONTAR-PRESTAMOS-PENDIENTES.
           IF PRSCHK-CANTIDAD > 0
               ADD 1 TO CANT-CON-PRESTAMOS
               PERFORM VERIFICAR-SALTO-Y-ENCABEZADO
               MOVE SPACES TO LINEA-SALIDA
               STRING "       ADEUDA " DELIMITED BY SIZE
                   PRSCHK-CANTIDAD DELIMITED BY SIZE
                   " ARTÍCULOS DEL PAÑOL (" DELIMITED BY SIZE
                   PRSCHK-COBRADOS DELIMITED BY SIZE
                   " YA COBRADOS)" DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
               MOVE "GRADUATION-RUN" TO EXCLOG-PROGRAMA
               MOVE "PRESTAMOS-PENDIENTES" TO EXCLOG-CAMPO
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING ID-ESTUDIANTE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRSCHK-CANTIDAD DELIMITED BY SIZE
                   " ARTICULOS" DELIMITED BY SIZE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
           END-IF.

       IMPRIMIR-LINEA-EGRESO.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CON PRÉSTAMOS DEL PAÑOL SIN DEVOLVER: "
                   DELIMITED BY SIZE
               CANT-CON-PRESTAMOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE "FIRMA DEL DIRECTOR: ____________________"
               TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
           COPY RPTHDR-PROC.
           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
           COPY PRSCHK-PROC.

           COPY NUMCHK-PROC.
