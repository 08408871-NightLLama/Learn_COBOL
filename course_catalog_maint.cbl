      *             materia (0-999; 0 = sin tope), contra el que
      *             COBOL53 y ENROLL-LOAD controlan la inscripción
      *             activa antes de aceptar el código.
      * 2026-10-15  El alta pide también el área de estudio de la
      *             materia (CAT-AREA, ENTER = electiva) para la
      *             auditoría de egreso GRAD-AUDIT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-MAINT.
       01  SW-CUPO-OK PIC A.
           88  CUPO-OK VALUE "S".
       01  ENTRADA-PREREQ PIC X(4).
       01  SAVE-REG-CATALOGO PIC X(48).
           COPY NUMCHK.
           COPY RANGOCHK.

           PERFORM PEDIR-PREREQUISITO.
           MOVE "N" TO SW-CUPO-OK.
           PERFORM PEDIR-CUPO UNTIL CUPO-OK.
           DISPLAY "ÁREA DE ESTUDIO (EJ. MATE,"
                   " ENTER = ELECTIVA): ".
           ACCEPT CAT-AREA.
           MOVE FUNCTION UPPER-CASE(CAT-AREA) TO CAT-AREA.
           MOVE "A" TO CAT-ESTADO.
           WRITE REG-CATALOGO
               INVALID KEY
