      *             desborde PENDOVFL y la reescritura completa de la
      *             cola que este encabezado describía - y el
      *             supervisor ya no está atado al orden del archivo.
      * 2026-10-14  La cola recibe también las notas armadas por la
      *             libreta de calificaciones (GRADEBOOK-ROLLUP, una
      *             entrada por estudiante con la tabla completa);
      *             llegan con operador LIBRETA si la corrida no tuvo
      *             sesión firmada.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  REG-DIARIO-MAESTRO crece a X(296) con COD-POSTAL-EST
      *             y MARCA-DIRECCION-EST del registro maestro.
      * 2026-10-15  La aprobación deja además su línea
      *             CAMBIO-APROBADO en AUDITLOG con el estudiante y el
      *             operador que encoló el cambio, como ya lo hacía el
      *             rechazo: quien aprueba queda en la misma línea y
      *             SEGREGATION-CHECK denuncia al que aprobó su propio
      *             cambio.
      * 2026-10-15  Un cambio aprobado que agrega, saca o cambia de
      *             sección materias del estudiante mueve el conteo de
      *             inscriptos ENRLCNT (ver CNTCHK-PROC.CPY) al
      *             aplicarse, igual que el alta de COBOL53.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-APPROVAL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT CONTEO-INSCRIPTOS ASSIGN TO "ENRLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNI-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-CONTEO-INSCRIPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIOS-PENDIENTES.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  CONTEO-INSCRIPTOS.
           COPY INSCCNT.

       WORKING-STORAGE SECTION.
       01  FS-CAMBIOS-PEND PIC XX.
           88  FS-PEND-OK          VALUE "00".
           COPY ROLCHK.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY CNTCHK.

       PROCEDURE DIVISION.
       INICIO.
               STOP RUN
           END-IF.
           OPEN I-O STUDENT-MASTER.
           MOVE "CHANGE-APPROVAL" TO CNTCHK-PROGRAMA.
           MOVE "S" TO SW-CNTCHK-TERMINAL.
           PERFORM ABRIR-CONTEO-INSCRIPTOS
                   THRU ABRIR-CONTEO-INSCRIPTOS-FIN.
           PERFORM LEER-CAMBIO-PENDIENTE.
           PERFORM REVISAR-UN-CAMBIO UNTIL FIN-COLA.
           CLOSE STUDENT-MASTER.
           PERFORM CERRAR-CONTEO-INSCRIPTOS.
           CLOSE CAMBIOS-PENDIENTES.
           DISPLAY "CAMBIOS REVISADOS: ", CANT-REVISADOS,
                   "  QUEDAN EN COLA: ", CANT-PENDIENTES.
           MOVE PROM-ANTES-ED TO AUDIT-VALOR-ANTES.
           MOVE PROM-DESPUES-ED TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           PERFORM TOMAR-MATERIAS-ANTES.
           MOVE PCH-NOM-DESPUES TO NOM-ESTUDIANTE.
           MOVE PCH-NUM-MATERIAS TO NUM-MATERIAS.
           PERFORM APLICAR-UNA-MATERIA
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "CHANGE-APPROVAL" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM TOMAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.
           MOVE "CAMBIO-APROBADO" TO AUDIT-CAMPO.
           MOVE PCH-ID-ESTUDIANTE TO AUDIT-VALOR-ANTES.
           MOVE PCH-OPERADOR TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           DISPLAY "CAMBIO APLICADO AL MAESTRO".

       APLICAR-UNA-MATERIA.

           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY ROLCHK-PROC.
           COPY FILECHK-PROC.
           COPY CNTCHK-PROC.
