      *             reemplazó por la selección real: egresados con
      *             FECHA-EGRESO anterior al corte de hoy menos el
      *             período de espera en días.
      * 2026-10-15  Se archiva también PRIVACIDAD-EST.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  Se archivan también COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST. REG-DIARIO-MAESTRO crece a
      *             X(296).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-PURGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE53I"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
           COPY ROLCHK.
           COPY EXCLOG.
           COPY OPERSESS.
           COPY STUDJRNL.

       PROCEDURE DIVISION.
       INICIO.
           MOVE TELEFONO-EST TO ARCH-TELEFONO.
           MOVE MARCA-CAMBIO-EST TO ARCH-MARCA-CAMBIO.
           MOVE CAMPUS-EST TO ARCH-CAMPUS.
           MOVE PRIVACIDAD-EST TO ARCH-PRIVACIDAD.
           MOVE COD-POSTAL-EST TO ARCH-COD-POSTAL.
           MOVE MARCA-DIRECCION-EST TO ARCH-MARCA-DIRECCION.
           WRITE REG-ARCHIVO-ESTUDIANTE
               INVALID KEY
                   REWRITE REG-ARCHIVO-ESTUDIANTE
           END-WRITE.
           DELETE STUDENT-MASTER.
           IF FS-OK
               MOVE "ARCHIVE-PURGE" TO DIARIO-PROGRAMA
               MOVE "B" TO DIARIO-OPERACION
               PERFORM GRABAR-DIARIO-MAESTRO
           END-IF.
           ADD 1 TO CANT-ARCHIVADOS.

           COPY ROLCHK-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.

           COPY NUMCHK-PROC.
