      *             clean retry-or-cancel prompt, and a record held by
      *             the other terminal (status 99) on BUSCAR-ESTUDIANTE
      *             gets a retry message instead of a hang.
      * 2026-10-14  VALIDAR-SEC-FORMULARIO rechaza ahora una sección
      *             cuyo SEC-PERIODO choca con el de otra sección ya
      *             tecleada en el registro del estudiante: el alumno
      *             ya no queda en dos listas de SECTION-ROSTER a la
      *             misma hora.  El horario impreso de cada estudiante
      *             sale de STUDENT-SCHEDULE.
      * 2026-10-15  SAVE-INFO-ESTUDIANTE crece a X(242) con
      *             PRIVACIDAD-EST; el alta la deja en blanco (sin
      *             restricción) - se carga con CONTACT-MAINT.
      * 2026-10-15  Cada alta grabada en STUDENT-MASTER deja además su
      *             imagen posterior en el diario STUDJRNL (ver
      *             STUDJRNL.CPY), para la recuperación hacia adelante
      *             de MASTER-RECOVER.
      * 2026-10-15  SAVE-INFO-ESTUDIANTE crece a X(251) y
      *             REG-DIARIO-MAESTRO a X(296) con COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST; el alta los deja en blanco
      *             (dirección sin revisar) hasta la corrida de
      *             ADDRESS-STANDARD.
      * 2026-10-15  El control de cupo ya no relee STUDMAST entero por
      *             cada fila: lee los inscriptos de la materia en el
      *             conteo mantenido ENRLCNT (ver INSCCNT.CPY y
      *             CNTCHK-PROC.CPY). Al confirmar un alta cada fila
      *             toma su asiento en el conteo bajo bloqueo y se
      *             vuelve a controlar el cupo, así dos terminales no
      *             se quedan con el mismo último asiento; el recuento
      *             nocturno ENROLL-COUNT-RECON corrige cualquier
      *             diferencia.
      * 2026-10-15  El choque de período del formulario no cuenta las
      *             filas retiradas (nota R): ni la fila retirada choca
      *             con las anteriores ni las anteriores retiradas
      *             chocan con la nueva sección.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       01  CONTADOR PIC 99 VALUE 1.
       01  OPCION PIC A.
           88  FIN-DUP VALUE "S".
       01  DIFERENCIAS-NOMBRE PIC 99.
       01  POS-NOMBRE PIC 99.
       01  SAVE-INFO-ESTUDIANTE PIC X(251).
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
           88  FS-NO-EXISTE        VALUE "35".
           88  FS-WL-NO-EXISTE     VALUE "35".
       01  CANT-INSCRIPTOS PIC 9(4).
       01  CUPO-MATERIA PIC 9(3).
       01  SW-ASIENTOS-OK PIC A.
           88  ASIENTOS-OK VALUE "S".
       01  FILA-SIN-CUPO PIC 9.
       01  SW-YA-LA-TENIA PIC A.
           88  YA-LA-TENIA VALUE "S".
       01  IDX-CUPO PIC 9.
       01  PERIODO-FILA PIC 99.
       01  IDX-CONFLICTO PIC 9.
       01  FILA-EN-CONFLICTO PIC 9.
       01  ID-EN-CURSO PIC 9(6).
       01  OPCION-ESPERA PIC A.
       01  TERMINO-DEL-PROCESO PIC X(6).
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY CNTCHK.

       SCREEN SECTION.
       01  PANTALLA-ESTUDIANTE.
           PERFORM ABRIR-SECCIONES.
           PERFORM ABRIR-TERM-HIST.
           PERFORM ABRIR-CAMPUS.
           MOVE "APRENDIENDO COBOL53" TO CNTCHK-PROGRAMA.
           MOVE "S" TO SW-CNTCHK-TERMINAL.
           PERFORM ABRIR-CONTEO-INSCRIPTOS
                   THRU ABRIR-CONTEO-INSCRIPTOS-FIN.
           PERFORM CARGAR-LIMITES-DICT.
           PERFORM LEER-CHECKPOINT.
           MOVE SPACES TO TERMINO-DEL-PROCESO.
           IF TERMHIST-DISPONIBLE
               CLOSE TERM-HIST
           END-IF.
           PERFORM CERRAR-CONTEO-INSCRIPTOS.
           STOP RUN.

       ABRIR-STUDENT-MASTER.
               MOVE SPACES TO MOTIVO-RETENCION
               MOVE 0 TO HOGAR-EST
               MOVE "C" TO MARCA-CAMBIO-EST
               MOVE SPACE TO PRIVACIDAD-EST
               MOVE SPACES TO COD-POSTAL-EST
               MOVE SPACE TO MARCA-DIRECCION-EST
               PERFORM PEDIR-DEMOGRAFIA
               MOVE "N" TO SW-CAMPUS-OK
               PERFORM PEDIR-CAMPUS UNTIL CAMPUS-OK
               MOVE ID-ESTUDIANTE TO FCHK-CLAVE
               MOVE FS-STUDENT-MASTER TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
               MOVE "APRENDIENDO COBOL53" TO DIARIO-PROGRAMA
               MOVE "A" TO DIARIO-OPERACION
               PERFORM GRABAR-DIARIO-MAESTRO
           END-IF.

      ******************************************************************
               ACCEPT OPCION-REINTENTO
               IF FUNCTION UPPER-CASE(OPCION-REINTENTO) = "S"
                   MOVE "S" TO SW-FORM-CONFIRMADO
                   IF NOT EST-EXISTE
                       PERFORM TOMAR-ASIENTOS-FORMULARIO
                               THRU TOMAR-ASIENTOS-FORM-FIN
                   END-IF
               ELSE
                   MOVE "REVISE Y CONFIRME" TO FRM-MENSAJE
               END-IF
           END-IF.

      ******************************************************************
      * Al confirmar un alta cada fila toma su asiento en el conteo
      * ENRLCNT y recién después se relee la suma de la materia: si
      * otra terminal se llevó el último asiento entre la validación
      * y la confirmación, la suma pasa el cupo, el asiento se
      * devuelve junto con los de las filas anteriores y el
      * formulario vuelve con el mensaje.  Así dos terminales no
      * pueden quedarse con el mismo último asiento.  Las
      * actualizaciones de estudiantes existentes mueven el conteo al
      * aprobarse en CHANGE-APPROVAL.
      ******************************************************************
       TOMAR-ASIENTOS-FORMULARIO.
           IF NOT CNTCHK-DISPONIBLE
               GO TO TOMAR-ASIENTOS-FORM-FIN
           END-IF.
           MOVE "S" TO SW-ASIENTOS-OK.
           PERFORM TOMAR-ASIENTO-FILA THRU TOMAR-ASIENTO-FILA-FIN
                   VARYING IDX-FORM FROM 1 BY 1
                   UNTIL IDX-FORM > NUM-MATERIAS
                      OR NOT ASIENTOS-OK.
           IF ASIENTOS-OK
               GO TO TOMAR-ASIENTOS-FORM-FIN
           END-IF.
           COMPUTE FILA-SIN-CUPO = IDX-FORM - 1.
           MOVE -1 TO CNTCHK-DELTA.
           PERFORM LIBERAR-ASIENTO-FILA
                   VARYING IDX-FORM FROM 1 BY 1
                   UNTIL IDX-FORM NOT < FILA-SIN-CUPO.
           MOVE "N" TO SW-FORM-CONFIRMADO.
           MOVE SPACES TO FRM-MENSAJE.
           STRING "CUPO COMPLETO EN " DELIMITED BY SIZE
               FRM-COD(FILA-SIN-CUPO) DELIMITED BY SIZE
               " AL GRABAR - QUITE O CORRIJA LA FILA"
               DELIMITED BY SIZE
               INTO FRM-MENSAJE
           END-STRING.
       TOMAR-ASIENTOS-FORM-FIN.
           EXIT.

       TOMAR-ASIENTO-FILA.
           PERFORM CARGAR-ASIENTO-FILA.
           MOVE +1 TO CNTCHK-DELTA.
           PERFORM AJUSTAR-CONTEO-INSCRIPTOS.
           IF NOT CATALOGO-DISPONIBLE
               GO TO TOMAR-ASIENTO-FILA-FIN
           END-IF.
           MOVE FRM-COD(IDX-FORM) TO CAT-COD-MATERIA.
           READ CURSO-CATALOGO
               INVALID KEY
                   MOVE 0 TO CAT-CUPO
           END-READ.
           IF CAT-CUPO = 0
               GO TO TOMAR-ASIENTO-FILA-FIN
           END-IF.
           PERFORM SUMAR-CONTEO-MATERIA.
           IF CNTCHK-TOTAL-MATERIA NOT > CAT-CUPO
               GO TO TOMAR-ASIENTO-FILA-FIN
           END-IF.
           MOVE -1 TO CNTCHK-DELTA.
           PERFORM AJUSTAR-CONTEO-INSCRIPTOS.
           MOVE "N" TO SW-ASIENTOS-OK.
       TOMAR-ASIENTO-FILA-FIN.
           EXIT.

       LIBERAR-ASIENTO-FILA.
           PERFORM CARGAR-ASIENTO-FILA.
           PERFORM AJUSTAR-CONTEO-INSCRIPTOS.

       CARGAR-ASIENTO-FILA.
           MOVE FRM-COD(IDX-FORM) TO CNTCHK-COD-MATERIA.
           IF FRM-SEC(IDX-FORM) = SPACES
               MOVE 0 TO CNTCHK-SECCION
           ELSE
               MOVE FRM-SEC(IDX-FORM) TO CNTCHK-SECCION
           END-IF.

       VALIDAR-FORMULARIO.
           MOVE "S" TO SW-FORM-VALIDO.
           MOVE SPACES TO FRM-MENSAJE.
           EXIT.

      ******************************************************************
      * Control de cupo: si la materia trae CAT-CUPO y los inscriptos
      * del conteo ENRLCNT (todas sus secciones, ver CNTCHK-PROC.CPY)
      * ya lo alcanzan, la fila no se acepta y el estudiante puede
      * anotarse en la lista de espera WAITLIST.  Una materia que el
      * registro ya tenía no se vuelve a contar.  Sin conteo
      * disponible la fila pasa sin control, con el aviso de la
      * apertura.  El asiento se toma recién al confirmar
      * (TOMAR-ASIENTOS-FORMULARIO).
      ******************************************************************
       VERIFICAR-CUPO-FORMULARIO.
           IF CAT-CUPO = 0 OR NOT CNTCHK-DISPONIBLE
               GO TO VERIFICAR-CUPO-FORM-FIN
           END-IF.
           IF EST-EXISTE
           END-IF.
           MOVE CAT-CUPO TO CUPO-MATERIA.
           MOVE ID-ESTUDIANTE TO ID-EN-CURSO.
           MOVE FRM-COD(IDX-FORM) TO CNTCHK-COD-MATERIA.
           PERFORM SUMAR-CONTEO-MATERIA.
           MOVE CNTCHK-TOTAL-MATERIA TO CANT-INSCRIPTOS.
           IF CANT-INSCRIPTOS < CUPO-MATERIA
               GO TO VERIFICAR-CUPO-FORM-FIN
           END-IF.
               MOVE "S" TO SW-YA-LA-TENIA
           END-IF.

       ANOTAR-EN-ESPERA.
           OPEN I-O LISTA-ESPERA.
           IF FS-WL-NO-EXISTE
                       MOVE "N" TO SW-FORM-VALIDO
                   END-IF
           END-READ.
           IF NOT FORM-VALIDO
               GO TO VALIDAR-SEC-FORMULARIO-FIN
           END-IF.
           IF FRM-NOTA(IDX-FORM) = "R"
               GO TO VALIDAR-SEC-FORMULARIO-FIN
           END-IF.
           MOVE SEC-PERIODO TO PERIODO-FILA.
           MOVE 0 TO FILA-EN-CONFLICTO.
           PERFORM COMPARAR-PERIODO-FILA
                   VARYING IDX-CONFLICTO FROM 1 BY 1
                   UNTIL IDX-CONFLICTO NOT < IDX-FORM
                      OR FILA-EN-CONFLICTO > 0.
           IF FILA-EN-CONFLICTO > 0
               MOVE SPACES TO FRM-MENSAJE
               STRING "CHOQUE DE PERÍODO " DELIMITED BY SIZE
                   PERIODO-FILA DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FRM-COD(IDX-FORM) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FRM-SEC(IDX-FORM) DELIMITED BY SIZE
                   " CON " DELIMITED BY SIZE
                   FRM-COD(FILA-EN-CONFLICTO) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FRM-SEC(FILA-EN-CONFLICTO) DELIMITED BY SIZE
                   INTO FRM-MENSAJE
               END-STRING
               MOVE "N" TO SW-FORM-VALIDO
           END-IF.
       VALIDAR-SEC-FORMULARIO-FIN.
           EXIT.

      ******************************************************************
      * Choque de períodos: las filas anteriores del formulario ya
      * pasaron su validación, así que basta con comparar la sección
      * recién leída contra la sección de cada una de ellas.  Dos
      * secciones activas en el mismo SEC-PERIODO no se aceptan en el
      * mismo registro - el estudiante no puede estar en dos aulas a
      * la vez.  Una fila sin sección no tiene período y no choca, y
      * una fila retirada (nota "R") ya no ocupa el período: ni choca
      * ni se compara.
      ******************************************************************
       COMPARAR-PERIODO-FILA.
           IF FRM-SEC(IDX-CONFLICTO) NOT = SPACES
              AND FRM-SEC(IDX-CONFLICTO) IS NUMERIC
              AND FRM-NOTA(IDX-CONFLICTO) NOT = "R"
               MOVE FRM-COD(IDX-CONFLICTO) TO SEC-COD-MATERIA
               MOVE FRM-SEC(IDX-CONFLICTO) TO SEC-NUMERO
               READ SECCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEC-ACTIVA AND SEC-PERIODO = PERIODO-FILA
                           MOVE IDX-CONFLICTO TO FILA-EN-CONFLICTO
                       END-IF
               END-READ
           END-IF.

       VALIDAR-COD-FORMULARIO.
           MOVE FRM-COD(IDX-FORM) TO CAT-COD-MATERIA.
           READ CURSO-CATALOGO
           COPY AUDIT-PROC.
           COPY IDCHK-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
           COPY CNTCHK-PROC.
