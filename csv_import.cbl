      *             crédito del catálogo (CAT-CREDITOS), el mismo
      *             cálculo que CALCULO en COBOL53; sin catálogo el
      *             recálculo queda simple, con aviso.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  REG-DIARIO-MAESTRO crece a X(296) con COD-POSTAL-EST
      *             y MARCA-DIRECCION-EST del registro maestro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-IMPORT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECCIONES.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       WORKING-STORAGE SECTION.
       01  FS-CORRECCIONES PIC XX.
           88  FS-CORR-OK VALUE "00".
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.

       PROCEDURE DIVISION.
       INICIO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "CSV-IMPORT" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           ADD 1 TO CANT-APLICADAS.

       AUDITAR-Y-MOVER-NOTAS.
           COPY NUMCHK-PROC.
           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
