      *             posiciona con START en la clave alternada.  La
      *             verificación del TRAILER quedó en ARCHIVE-REORG,
      *             que es quien convierte el secuencial.
      * 2026-10-15  La reinstalación devuelve también PRIVACIDAD-EST,
      *             para que la restricción de divulgación no se
      *             pierda al volver el estudiante.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  La reinstalación devuelve también COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST. REG-DIARIO-MAESTRO crece a
      *             X(296).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-SEARCH.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       WORKING-STORAGE SECTION.
       01  FS-ARCHIVE-FILE PIC XX.
           88  FS-ARCH-OK VALUE "00".
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.

       PROCEDURE DIVISION.
       INICIO.
           MOVE ARCH-DIRECCION-2 TO DIRECCION-2.
           MOVE ARCH-NOM-APODERADO TO NOM-APODERADO.
           MOVE ARCH-TELEFONO TO TELEFONO-EST.
           MOVE ARCH-PRIVACIDAD TO PRIVACIDAD-EST.
           MOVE ARCH-COD-POSTAL TO COD-POSTAL-EST.
           MOVE ARCH-MARCA-DIRECCION TO MARCA-DIRECCION-EST.
           MOVE "C" TO MARCA-CAMBIO-EST.
           WRITE INFO-ESTUDIANTE.
           MOVE "STUDMAST" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "ARCHIVE-SEARCH" TO DIARIO-PROGRAMA.
           MOVE "A" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           DISPLAY "ESTUDIANTE ", ID-ESTUDIANTE,
                   " REINSTALADO EN EL MAESTRO".

           COPY RPTHDR-PROC.
           COPY IDCHK-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
