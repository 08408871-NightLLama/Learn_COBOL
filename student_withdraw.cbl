      *             auditoría, y se avisa en pantalla para que la
      *             oficina lo inscriba por COBOL53.  Sin archivo
      *             WAITLIST la baja sale como antes.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  REG-DIARIO-MAESTRO crece a X(296) con COD-POSTAL-EST
      *             y MARCA-DIRECCION-EST del registro maestro.
      * 2026-10-15  La baja avisa en pantalla y en el registro de
      *             excepciones cuántos textos o equipos del pañol
      *             tiene el estudiante sin devolver en ITEMLOAN (ver
      *             PRSCHK.CPY).
      * 2026-10-15  La baja devuelve al conteo de inscriptos ENRLCNT los
      *             asientos de las materias del estudiante, y la
      *             reactivación los vuelve a tomar (ver
      *             CNTCHK-PROC.CPY), para que el control de cupo de
      *             COBOL53 y ENROLL-LOAD vea el lugar libre sin releer
      *             STUDMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-WITHDRAW.
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

           SELECT CONTEO-INSCRIPTOS ASSIGN TO "ENRLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNI-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-CONTEO-INSCRIPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  PRESTAMOS.
           COPY PRESTAMO.

       FD  CONTEO-INSCRIPTOS.
           COPY INSCCNT.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
           COPY FILECHK.
           COPY IDCHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY PRSCHK.
           COPY CNTCHK.

       PROCEDURE DIVISION.
       INICIO.
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           MOVE "STUDENT-WITHDRAW" TO CNTCHK-PROGRAMA.
           MOVE "S" TO SW-CNTCHK-TERMINAL.
           PERFORM ABRIR-CONTEO-INSCRIPTOS
                   THRU ABRIR-CONTEO-INSCRIPTOS-FIN.
           MOVE "S" TO OPCION.
           PERFORM PROCESAR-UN-ESTUDIANTE UNTIL OPCION = "N".
           CLOSE STUDENT-MASTER.
           PERFORM CERRAR-CONTEO-INSCRIPTOS.
           STOP RUN.

       PROCESAR-UN-ESTUDIANTE.
               INTO AUDIT-VALOR-DESPUES
           END-STRING.
           PERFORM GRABAR-AUDITORIA.
           PERFORM TOMAR-MATERIAS-ANTES.
           MOVE "R" TO ESTADO-ESTUDIANTE.
           MOVE MOTIVO-ENTRADA TO MOTIVO-RETIRO.
           MOVE FECHA-EFECTIVA TO FECHA-RETIRO.
           REWRITE INFO-ESTUDIANTE.
           PERFORM VERIFICAR-ESCRITURA-MAESTRO.
           MOVE "STUDENT-WITHDRAW" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM TOMAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.
           DISPLAY "ESTUDIANTE RETIRADO".
           PERFORM AVISAR-PRESTAMOS-PENDIENTES.
           PERFORM LIBERAR-ASIENTOS THRU LIBERAR-ASIENTOS-FIN.
       DAR-DE-BAJA-FIN.
           EXIT.

      ******************************************************************
      * El que se va con textos o equipos del pañol queda avisado en
      * pantalla y en el registro de excepciones para el reclamo; la
      * baja no se frena.
      ******************************************************************
       AVISAR-PRESTAMOS-PENDIENTES.
           MOVE ID-ESTUDIANTE TO PRSCHK-ID-ESTUDIANTE.
           PERFORM CONTAR-PRESTAMOS-PENDIENTES.
           IF PRSCHK-CANTIDAD > 0
               DISPLAY "ATENCIÓN: TIENE ", PRSCHK-CANTIDAD,
                       " ARTÍCULOS DEL PAÑOL SIN DEVOLVER (",
                       PRSCHK-COBRADOS, " YA COBRADOS) - RECLAMAR"
               MOVE "STUDENT-WITHDRAW" TO EXCLOG-PROGRAMA
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

      ******************************************************************
      * Cada materia del registro retirado libera un asiento: se marca
      * OFRECIDO al primer pendiente de la lista de espera de ese
           END-STRING.
           MOVE "A" TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           PERFORM TOMAR-MATERIAS-ANTES.
           MOVE "A" TO ESTADO-ESTUDIANTE.
           MOVE SPACES TO MOTIVO-RETIRO.
           MOVE 0 TO FECHA-RETIRO.
           REWRITE INFO-ESTUDIANTE.
           PERFORM VERIFICAR-ESCRITURA-MAESTRO.
           MOVE "STUDENT-WITHDRAW" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM TOMAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.
           DISPLAY "ESTUDIANTE REACTIVADO".
       REACTIVAR-FIN.
           EXIT.
           COPY AUDIT-PROC.
           COPY IDCHK-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
           COPY PRSCHK-PROC.
           COPY CNTCHK-PROC.
