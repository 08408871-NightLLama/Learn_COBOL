      * caer con aviso.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  La fusión mueve el conteo de inscriptos ENRLCNT
      *             (ver CNTCHK-PROC.CPY): el sobreviviente toma asiento
      *             en las materias que recibe del duplicado y el
      *             borrado del duplicado devuelve los suyos, así la
      *             materia no queda contada dos veces.
      * 2026-10-15  Los registros de trabajo del sobreviviente y del
      *             duplicado llevan COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST; REG-DIARIO-MAESTRO crece a
      *             X(296).
      * 2026-10-15  La reescritura del sobreviviente y el borrado del
      *             duplicado dejan su imagen en el diario STUDJRNL
      *             (ver STUDJRNL.CPY), para la recuperación hacia
      *             adelante de MASTER-RECOVER.
      * 2026-10-15  La restricción de divulgación (PRIVACIDAD-EST) del
      *             duplicado pasa al sobreviviente cuando éste no
      *             tiene ninguna, con su entrada de auditoría.
      * 2026-09-02  El programa exige ahora rol de supervisor o
      *             administrador (ROLCHK sobre la sesión de COBOL47);
      *             el intento rechazado queda en el registro de
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
       FD  STUDENT-MASTER.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  CONTEO-INSCRIPTOS.
           COPY INSCCNT.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
           05  SOB-TELEFONO       PIC X(12).
           05  SOB-MARCA-CAMBIO   PIC X.
           05  SOB-CAMPUS         PIC XX.
           05  SOB-PRIVACIDAD     PIC X.
           05  SOB-COD-POSTAL     PIC X(8).
           05  SOB-MARCA-DIRECCION PIC X.
       01  REG-DUPLICADO.
           05  DUP-ID             PIC 9(6).
           05  DUP-NOM            PIC X(20).
           05  DUP-TELEFONO       PIC X(12).
           05  DUP-MARCA-CAMBIO   PIC X.
           05  DUP-CAMPUS         PIC XX.
           05  DUP-PRIVACIDAD     PIC X.
           05  DUP-COD-POSTAL     PIC X(8).
           05  DUP-MARCA-DIRECCION PIC X.
       01  IDX-DUP PIC 9.
       01  IDX-SOB PIC 9.
       01  SW-COD-YA-PRESENTE PIC A.
           COPY ROLCHK.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY IDCHK.
           COPY CNTCHK.

       PROCEDURE DIVISION.
       INICIO.
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           MOVE "STUDENT-MERGE" TO CNTCHK-PROGRAMA.
           MOVE "S" TO SW-CNTCHK-TERMINAL.
           PERFORM ABRIR-CONTEO-INSCRIPTOS
                   THRU ABRIR-CONTEO-INSCRIPTOS-FIN.
           PERFORM COMBINAR-MATERIAS.
           PERFORM RECALCULAR-PROMEDIO.
           PERFORM GRABAR-FUSION.
           CLOSE STUDENT-MASTER.
           PERFORM CERRAR-CONTEO-INSCRIPTOS.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
                   STOP RUN
           END-READ.
           MOVE INFO-ESTUDIANTE TO REG-SOBREVIVIENTE.
           PERFORM TOMAR-MATERIAS-ANTES.
           MOVE ID-DUPLICADO TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
               END-READ
           END-IF.

      ******************************************************************
      * La restricción de divulgación que la familia pidió sobre el
      * duplicado no se pierde con él: si el sobreviviente no tiene
      * ninguna, hereda la del duplicado.
      ******************************************************************
       CONSERVAR-PRIVACIDAD.
           IF (SOB-PRIVACIDAD = "N" OR SOB-PRIVACIDAD = SPACE)
              AND DUP-PRIVACIDAD NOT = "N"
              AND DUP-PRIVACIDAD NOT = SPACE
               MOVE "STUDENT-MERGE" TO AUDIT-PROGRAMA
               MOVE "PRIVACIDAD-EST" TO AUDIT-CAMPO
               MOVE SOB-PRIVACIDAD TO AUDIT-VALOR-ANTES
               MOVE DUP-PRIVACIDAD TO AUDIT-VALOR-DESPUES
               PERFORM GRABAR-AUDITORIA
               MOVE DUP-PRIVACIDAD TO SOB-PRIVACIDAD
           END-IF.

       GRABAR-FUSION.
           PERFORM CONSERVAR-PRIVACIDAD.
           MOVE "C" TO SOB-MARCA-CAMBIO.
           MOVE REG-SOBREVIVIENTE TO INFO-ESTUDIANTE.
           REWRITE INFO-ESTUDIANTE.
           MOVE ID-SOBREVIVIENTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "STUDENT-MERGE" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM TOMAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.
           MOVE REG-DUPLICADO TO INFO-ESTUDIANTE.
           DELETE STUDENT-MASTER
               INVALID KEY
                   CONTINUE
           MOVE ID-DUPLICADO TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "B" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM TOMAR-MATERIAS-ANTES.
           PERFORM VACIAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.
           MOVE "STUDENT-MERGE" TO AUDIT-PROGRAMA.
           MOVE "REGISTRO-FUSIONADO" TO AUDIT-CAMPO.
           MOVE ID-DUPLICADO TO AUDIT-VALOR-ANTES.
           COPY AUDIT-PROC.
           COPY IDCHK-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY ROLCHK-PROC.
           COPY FILECHK-PROC.
           COPY CNTCHK-PROC.
