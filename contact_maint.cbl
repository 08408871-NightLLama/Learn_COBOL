      * Los cambios se aplican directo al STUDENT-MASTER con su
      * entrada de auditoría por campo cambiado - el contacto no pasa
      * por la cola de aprobación de notas, que es para las notas.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Modo (L)ISTA: recorre la lista de trabajo COMPLETA
      *             que deja DATA-COMPLETENESS y se detiene en cada
      *             estudiante al que le falta el apoderado, sin
      *             teclear IDs; el que ya fue corregido se saltea.
      * 2026-10-15  Se mantiene también PRIVACIDAD-EST, la restricción
      *             de divulgación pedida por la familia (N, D o R),
      *             con su entrada de auditoría.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  Al re-teclear una línea de dirección se limpian
      *             COD-POSTAL-EST y MARCA-DIRECCION-EST: la dirección
      *             vuelve a "sin revisar" hasta la próxima corrida de
      *             ADDRESS-STANDARD. REG-DIARIO-MAESTRO crece a X(296).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-MAINT.
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
       01  ENTRADA-CAMPO PIC X(30).
       01  FS-LISTA-TRABAJO PIC XX.
           88  FS-LISTA-OK VALUE "00".
       01  MODO-MANT PIC A.
           88  MODO-LISTA VALUE "L".
       01  SW-FIN-LISTA PIC A.
           88  FIN-LISTA VALUE "S".
       01  CANT-ATENDIDOS PIC 9(5) VALUE 0.
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
               PERFORM MANTENER-UN-CONTACTO THRU MANTENER-SIGUE
                       UNTIL OPCION = "N"
           END-IF.
           CLOSE STUDENT-MASTER.
           STOP RUN.

                   GO TO MANTENER-SIGUE
           END-READ.
           DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE.
           PERFORM EDITAR-CONTACTO.
       MANTENER-SIGUE.
           DISPLAY "¿OTRO ESTUDIANTE? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       EDITAR-CONTACTO.
           DISPLAY "DIRECCIÓN 1 ACTUAL: ", DIRECCION-1.
           PERFORM CAMBIAR-DIRECCION-1.
           DISPLAY "DIRECCIÓN 2 ACTUAL: ", DIRECCION-2.
           PERFORM CAMBIAR-APODERADO.
           DISPLAY "TELÉFONO ACTUAL:    ", TELEFONO-EST.
           PERFORM CAMBIAR-TELEFONO.
           DISPLAY "RESTRICCIÓN ACTUAL: ", PRIVACIDAD-EST,
                   "  (N = NINGUNA, D = SIN DIRECTORIO,"
                   " R = SOLO AL DISTRITO)".
           PERFORM CAMBIAR-PRIVACIDAD.
           REWRITE INFO-ESTUDIANTE.
           MOVE "STUDMAST" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "CONTACT-MAINT" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           DISPLAY "CONTACTO ACTUALIZADO".

      ******************************************************************
      * Modo lista: los estudiantes de COMPLETA con falta de contacto,
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
           IF NOT COMPL-FALTA-CONTACTO
               GO TO ATENDER-FILA-LISTA-FIN
           END-IF.
           MOVE COMPL-ID-ESTUDIANTE TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "ID ", COMPL-ID-ESTUDIANTE,
                           " YA NO ESTÁ EN EL MAESTRO"
                   GO TO ATENDER-FILA-LISTA-FIN
           END-READ.
           IF NOM-APODERADO NOT = SPACES
               GO TO ATENDER-FILA-LISTA-FIN
           END-IF.
           DISPLAY "ESTUDIANTE: ", ID-ESTUDIANTE, " ", NOM-ESTUDIANTE,
                   "  FALTA: APODERADO".
           PERFORM EDITAR-CONTACTO.
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
               MOVE ENTRADA-CAMPO TO AUDIT-VALOR-DESPUES
               PERFORM GRABAR-AUDITORIA
               MOVE ENTRADA-CAMPO TO DIRECCION-1
               PERFORM REVISAR-DE-NUEVO-DIRECCION
           END-IF.

       CAMBIAR-DIRECCION-2.
               MOVE ENTRADA-CAMPO TO AUDIT-VALOR-DESPUES
               PERFORM GRABAR-AUDITORIA
               MOVE ENTRADA-CAMPO TO DIRECCION-2
               PERFORM REVISAR-DE-NUEVO-DIRECCION
           END-IF.

      ******************************************************************
      * Una dirección re-tecleada vuelve a "sin revisar": la próxima
      * corrida de ADDRESS-STANDARD la normaliza y toma de nuevo el
      * código postal, que con la mudanza deja de valer.
      ******************************************************************
       REVISAR-DE-NUEVO-DIRECCION.
           MOVE SPACES TO COD-POSTAL-EST.
           MOVE SPACE TO MARCA-DIRECCION-EST.

       CAMBIAR-APODERADO.
           DISPLAY "NUEVO APODERADO (ENTER = SIN CAMBIO): ".
           ACCEPT ENTRADA-CAMPO.
               MOVE ENTRADA-CAMPO TO TELEFONO-EST
           END-IF.

      ******************************************************************
      * La restricción de divulgación la pide la familia por escrito;
      * un código que no sea N, D o R se rechaza sin tocar el campo.
      ******************************************************************
       CAMBIAR-PRIVACIDAD.
           DISPLAY "NUEVA RESTRICCIÓN N/D/R (ENTER = SIN CAMBIO): ".
           ACCEPT ENTRADA-CAMPO.
           MOVE FUNCTION UPPER-CASE(ENTRADA-CAMPO) TO ENTRADA-CAMPO.
           IF ENTRADA-CAMPO NOT = SPACES
               IF ENTRADA-CAMPO(2:) NOT = SPACES
                  OR (ENTRADA-CAMPO(1:1) NOT = "N"
                      AND ENTRADA-CAMPO(1:1) NOT = "D"
                      AND ENTRADA-CAMPO(1:1) NOT = "R")
                   DISPLAY "CÓDIGO DE RESTRICCIÓN NO VÁLIDO - SIN"
                           " CAMBIO"
               ELSE
                   MOVE "CONTACT-MAINT" TO AUDIT-PROGRAMA
                   MOVE "PRIVACIDAD-EST" TO AUDIT-CAMPO
                   MOVE PRIVACIDAD-EST TO AUDIT-VALOR-ANTES
                   MOVE ENTRADA-CAMPO(1:1) TO AUDIT-VALOR-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   MOVE ENTRADA-CAMPO(1:1) TO PRIVACIDAD-EST
               END-IF
           END-IF.

           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
