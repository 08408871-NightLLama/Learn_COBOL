      * con su entrada de auditoría por campo cambiado, igual que
      * CONTACT-MAINT - el segmento no pasa por la cola de aprobación
      * de notas.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Modo (L)ISTA: recorre la lista de trabajo COMPLETA
      *             que deja DATA-COMPLETENESS y se detiene en cada
      *             estudiante con la fecha de nacimiento en cero o
      *             el código de sexo inválido, sin teclear IDs; el
      *             que ya fue corregido se saltea.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  REG-DIARIO-MAESTRO crece a X(296) con COD-POSTAL-EST
      *             y MARCA-DIRECCION-EST del registro maestro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMOG-MAINT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT LISTA-TRABAJO ASSIGN TO "COMPLETA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA-TRABAJO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  LISTA-TRABAJO.
           COPY COMPLETA.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK          VALUE "00".
       01  OPCION PIC A.
       01  ENTRADA-CAMPO PIC X(8).
       01  FS-LISTA-TRABAJO PIC XX.
           88  FS-LISTA-OK VALUE "00".
       01  MODO-MANT PIC A.
           88  MODO-LISTA VALUE "L".
       01  SW-FIN-LISTA PIC A.
           88  FIN-LISTA VALUE "S".
       01  CANT-ATENDIDOS PIC 9(5) VALUE 0.
       01  TEXTO-FALTA PIC X(30).
           COPY AUDIT.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.

       PROCEDURE DIVISION.
       INICIO.
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           DISPLAY "POR (I)D O POR (L)ISTA DE TRABAJO COMPLETA"
                   " (ENTER = I): ".
           ACCEPT MODO-MANT.
           MOVE FUNCTION UPPER-CASE(MODO-MANT) TO MODO-MANT.
           IF MODO-LISTA
               PERFORM RECORRER-LISTA-TRABAJO
           ELSE
               MOVE "S" TO OPCION
               PERFORM MANTENER-UN-SEGMENTO THRU MANTENER-SIGUE
                       UNTIL OPCION = "N"
           END-IF.
           CLOSE STUDENT-MASTER.
           STOP RUN.

                   GO TO MANTENER-SIGUE
           END-READ.
           DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE.
           PERFORM EDITAR-SEGMENTO.
       MANTENER-SIGUE.
           DISPLAY "¿OTRO ESTUDIANTE? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       EDITAR-SEGMENTO.
           DISPLAY "NACIMIENTO ACTUAL:  ", FECHA-NACIMIENTO.
           PERFORM CAMBIAR-NACIMIENTO.
           DISPLAY "SEXO ACTUAL:        ", SEXO-EST.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "DEMOG-MAINT" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           DISPLAY "SEGMENTO DEMOGRÁFICO ACTUALIZADO".

      ******************************************************************
      * Modo lista: los estudiantes de COMPLETA con falta demográfica,
      * uno tras otro, hasta el fin de la lista o hasta que el
      * operador corte.
      ******************************************************************
       RECORRER-LISTA-TRABAJO.
           OPEN INPUT LISTA-TRABAJO.
           IF NOT FS-LISTA-OK
               DISPLAY "NO HAY LISTA DE TRABAJO COMPLETA - CORRER"
                       " DATA-COMPLETENESS"
           ELSE
               MOVE "N" TO SW-FIN-LISTA
               PERFORM ATENDER-FILA-LISTA THRU ATENDER-FILA-LISTA-FIN
                       UNTIL FIN-LISTA
               CLOSE LISTA-TRABAJO
               DISPLAY "ESTUDIANTES ATENDIDOS: ", CANT-ATENDIDOS
           END-IF.

       ATENDER-FILA-LISTA.
           READ LISTA-TRABAJO
               AT END
                   MOVE "S" TO SW-FIN-LISTA
                   GO TO ATENDER-FILA-LISTA-FIN
           END-READ.
           IF NOT COMPL-FALTA-DEMOG
               GO TO ATENDER-FILA-LISTA-FIN
           END-IF.
           MOVE COMPL-ID-ESTUDIANTE TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "ID ", COMPL-ID-ESTUDIANTE,
                           " YA NO ESTÁ EN EL MAESTRO"
                   GO TO ATENDER-FILA-LISTA-FIN
           END-READ.
           MOVE SPACES TO TEXTO-FALTA.
           EVALUATE TRUE
               WHEN FECHA-NACIMIENTO = 0 AND NOT SEXO-VALIDO
                   MOVE "NACIMIENTO Y SEXO" TO TEXTO-FALTA
               WHEN FECHA-NACIMIENTO = 0
                   MOVE "NACIMIENTO" TO TEXTO-FALTA
               WHEN NOT SEXO-VALIDO
                   MOVE "SEXO" TO TEXTO-FALTA
               WHEN OTHER
                   GO TO ATENDER-FILA-LISTA-FIN
           END-EVALUATE.
           DISPLAY "ESTUDIANTE: ", ID-ESTUDIANTE, " ", NOM-ESTUDIANTE,
                   "  FALTA: ", TEXTO-FALTA.
           PERFORM EDITAR-SEGMENTO.
           ADD 1 TO CANT-ATENDIDOS.
           DISPLAY "¿SIGUIENTE DE LA LISTA? (S/N): ".
           ACCEPT OPCION.
           IF FUNCTION UPPER-CASE(OPCION) = "N"
               MOVE "S" TO SW-FIN-LISTA
           END-IF.
       ATENDER-FILA-LISTA-FIN.
           EXIT.

      ******************************************************************
      * Cada campo se re-teclea (ENTER en blanco = sin cambio) y todo

           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
