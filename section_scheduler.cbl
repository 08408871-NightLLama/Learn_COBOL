      ******************************************************************
      * Asignación de secciones en lote para el término siguiente, a
      * partir de las solicitudes de la preinscripción (CRSREQ, ver
      * SOLICIT.CPY).  Las solicitudes pendientes del término se
      * ordenan por prioridad - nivel (GRADO-NIVEL) más alto primero,
      * y dentro del nivel por ID y por el orden de preferencia del
      * estudiante - y a cada una se le busca sección:
      *   - la materia activa en el catálogo, no asignada ya al
      *     estudiante en otra fila y no aprobada antes;
      *   - el prerequisito (CAT-PREREQUISITO) aprobado en TERMHIST
      *     o en la tabla del término en curso (nota 60+ o exenta),
      *     el mismo criterio que COBOL53; sin TERMHIST pasa con aviso;
      *   - lugar en el cupo de la materia (CAT-CUPO, 0 = sin tope)
      *     contando lo ya asignado en el término;
      *   - una sección activa de SECCMAST con asientos libres (los
      *     del aula de AULAMAST; sin aula, el CAT-CUPO repartido
      *     entre las secciones activas de la materia) y cuyo
      *     SEC-PERIODO no choque con otra sección ya asignada al
      *     estudiante.  Entre las que sirven se toma la menos llena.
      * Si la pedida no se puede, se prueba la alternativa.  Un
      * estudiante no pasa de las 6 materias de TABLA-MATERIAS.
      * La solicitud no cumplida queda EN ESPERA con su motivo, y la
      * que falló por cupo, choque de período o falta de sección va
      * además a WAITLIST por la materia pedida.  La corrida
      * preliminar (P) no graba nada; la definitiva (D) graba CRSREQ
      * y WAITLIST.  Las secciones quedan en CRSREQ hasta TERM-ROLL,
      * que las carga en el término nuevo.  Se puede volver a correr
      * por las solicitudes cargadas después: lo ya asignado cuenta
      * en los cupos y en los períodos del estudiante.
      * Por SCHEDRPT salen las solicitudes no cumplidas y la
      * ocupación de cada sección.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-SCHEDULER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO "CRSREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-CLAVE
               FILE STATUS IS FS-SOLICITUDES.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT TERM-HIST ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-CLAVE
               FILE STATUS IS FS-TERM-HIST.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT AULAS ASSIGN TO "AULAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUL-CODIGO
               FILE STATUS IS FS-AULAS.

           SELECT LISTA-ESPERA ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-CLAVE
               FILE STATUS IS FS-LISTA-ESPERA.

           SELECT LISTADO ASSIGN TO "SCHEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT SORT-WORK ASSIGN TO "SRTWKSOL".

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES.
           COPY SOLICIT.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  TERM-HIST.
           COPY TERMHIST.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  SECCIONES.
           COPY SECCION.

       FD  AULAS.
           COPY AULA.

       FD  LISTA-ESPERA.
           COPY WAITLIST.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-NIVEL             PIC 99.
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-ORDEN             PIC 9.

       WORKING-STORAGE SECTION.
       01  FS-SOLICITUDES PIC XX.
           88  FS-SOL-OK           VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-TERM-HIST PIC XX.
           88  FS-TH-OK            VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK           VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK           VALUE "00".
       01  FS-AULAS PIC XX.
           88  FS-AUL-OK           VALUE "00".
       01  FS-LISTA-ESPERA PIC XX.
           88  FS-WL-OK            VALUE "00".
           88  FS-WL-NO-EXISTE     VALUE "35".
           88  FS-WL-DUPLICADA     VALUE "22".
       01  FS-LISTADO PIC XX.
       01  OPCION-CORRIDA PIC A.
           88  CORRIDA-PRELIMINAR VALUE "P".
           88  CORRIDA-DEFINITIVA VALUE "D".
       01  TERMINO-ASIGNAR PIC X(6).
       01  SW-TERMHIST-DISPONIBLE PIC A VALUE "N".
           88  TERMHIST-DISPONIBLE VALUE "S".
       01  SW-AULAS-DISPONIBLE PIC A VALUE "N".
           88  AULAS-DISPONIBLE VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A.
           88  FIN-SORT VALUE "S".
       01  SW-FIN-HISTORIA PIC A.
           88  FIN-HISTORIA VALUE "S".
       01  SW-HAY-ESTUDIANTE PIC A.
           88  HAY-ESTUDIANTE VALUE "S".
       01  SW-EST-VALIDO PIC A.
           88  EST-VALIDO VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  SW-ASIGNADA PIC A.
           88  ASIGNADA VALUE "S".
       01  SW-POR-ALTERNATIVA PIC A.
           88  POR-ALTERNATIVA VALUE "S".
       01  SW-HAY-SIN-CHOQUE PIC A.
           88  HAY-SIN-CHOQUE VALUE "S".
       01  SW-APROBADA PIC A.
           88  APROBADA VALUE "S".
       01  SW-ESPERA-GRABADA PIC A.
           88  ESPERA-GRABADA VALUE "S".
       01  SW-PARTE PIC A.
           88  PARTE-SOLICITUDES VALUE "S".
           88  PARTE-OCUPACION VALUE "O".
      ******************************************************************
      * Secciones activas con su capacidad (0 = sin tope) y lo
      * asignado en el término, y por materia el CAT-CUPO y lo
      * asignado entre todas sus secciones.
      ******************************************************************
       01  TABLA-SECCIONES.
           05  CANT-SECCIONES          PIC 9(3) VALUE 0.
           05  TS-FILA OCCURS 500 TIMES.
               10  TS-MATERIA          PIC X(4).
               10  TS-NUMERO           PIC 99.
               10  TS-PERIODO          PIC 99.
               10  TS-CAPACIDAD        PIC 9(3).
               10  TS-CON-AULA         PIC A.
               10  TS-ASIGNADOS        PIC 9(3).
       01  TABLA-MATERIAS-CUPO.
           05  CANT-MATERIAS           PIC 9(3) VALUE 0.
           05  TM-FILA OCCURS 300 TIMES.
               10  TM-CODIGO           PIC X(4).
               10  TM-CUPO             PIC 9(3).
               10  TM-SECCIONES        PIC 99.
               10  TM-ASIGNADOS        PIC 9(4).
      ******************************************************************
      * Estudiante en curso: materias y períodos ya asignados en el
      * término, y materias aprobadas (historia y término en curso).
      ******************************************************************
       01  DATOS-ESTUDIANTE.
           05  CANT-EST-ASIG           PIC 9.
           05  EA-FILA OCCURS 6 TIMES.
               10  EA-MATERIA          PIC X(4).
               10  EA-PERIODO          PIC 99.
           05  CANT-APROBADAS          PIC 9(3).
           05  AP-MATERIA OCCURS 100 TIMES PIC X(4).
       01  ID-EN-CURSO PIC 9(6).
       01  NOM-EN-CURSO PIC X(20).
       01  NIVEL-EN-CURSO PIC 99.
       01  IDX-SECCION PIC 9(3).
       01  IDX-MATERIA-CUPO PIC 9(3).
       01  IDX-EA PIC 9.
       01  IDX-AP PIC 9(3).
       01  IDX-FILA PIC 9.
       01  POS-SECCION PIC 9(3).
       01  POS-MATERIA PIC 9(3).
       01  CODIGO-BUSCADO PIC X(4).
       01  CODIGO-INTENTO PIC X(4).
       01  SECCION-BUSCADA PIC 99.
       01  PERIODO-BUSCADO PIC 99.
       01  ESTADO-BUSCADO PIC X.
       01  NOTA-BUSCADA PIC 999.
       01  MOTIVO-INTENTO PIC XX.
       01  MOTIVO-PRINCIPAL PIC XX.
       01  MENOR-ASIGNADOS PIC 9(3).
       01  TOT-PROCESADAS PIC 9(5) VALUE 0.
       01  TOT-ASIGNADAS PIC 9(5) VALUE 0.
       01  TOT-ALTERNATIVAS PIC 9(5) VALUE 0.
       01  TOT-NO-CUMPLIDAS PIC 9(5) VALUE 0.
       01  TOT-EN-ESPERA PIC 9(5) VALUE 0.
       01  PORC-LLENO PIC 9(3)V9.
       01  PORC-ED PIC ZZ9.9.
       01  CANT3-ED PIC ZZ9.
       01  CANT-ED PIC ZZ,ZZ9.
       01  MOTIVO-TEXTO PIC X(26).
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ASIGNACIÓN DE SECCIONES DESDE LA PREINSCRIPCIÓN".
           MOVE SPACES TO TERMINO-ASIGNAR.
           PERFORM PEDIR-TERMINO UNTIL TERMINO-ASIGNAR NOT = SPACES.
           MOVE SPACE TO OPCION-CORRIDA.
           PERFORM PEDIR-MODO
                   UNTIL CORRIDA-PRELIMINAR OR CORRIDA-DEFINITIVA.
           IF CORRIDA-DEFINITIVA
               OPEN I-O SOLICITUDES
           ELSE
               OPEN INPUT SOLICITUDES
           END-IF.
           IF NOT FS-SOL-OK
               DISPLAY "NO HAY SOLICITUDES CRSREQ"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               CLOSE SOLICITUDES
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF NOT FS-CAT-OK
               DISPLAY "NO HAY CATÁLOGO CRSCATLG"
               CLOSE SOLICITUDES
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT SECCIONES.
           IF NOT FS-SEC-OK
               DISPLAY "NO HAY ARCHIVO DE SECCIONES SECCMAST"
               CLOSE SOLICITUDES
               CLOSE STUDENT-MASTER
               CLOSE CURSO-CATALOGO
               STOP RUN
           END-IF.
           OPEN INPUT TERM-HIST.
           IF FS-TH-OK
               MOVE "S" TO SW-TERMHIST-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN HISTORIAL TERMHIST - LOS"
                       " PREREQUISITOS NO SERAN VERIFICADOS"
           END-IF.
           OPEN INPUT AULAS.
           IF FS-AUL-OK
               MOVE "S" TO SW-AULAS-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE AULAS AULAMAST -"
                       " LAS SECCIONES SE LLENAN HASTA EL CUPO"
           END-IF.
           IF CORRIDA-DEFINITIVA
               PERFORM ABRIR-LISTA-ESPERA
           END-IF.
           PERFORM CARGAR-SECCIONES.
           CLOSE SECCIONES.
           IF AULAS-DISPONIBLE
               CLOSE AULAS
           END-IF.
           PERFORM REPARTIR-CUPO-SIN-AULA
                   VARYING IDX-SECCION FROM 1 BY 1
                   UNTIL IDX-SECCION > CANT-SECCIONES.
           PERFORM CONTAR-YA-ASIGNADAS.
           MOVE SPACES TO RPTHDR-TITULO.
           STRING "ASIGNACIÓN DE SECCIONES " DELIMITED BY SIZE
               TERMINO-ASIGNAR DELIMITED BY SIZE
               INTO RPTHDR-TITULO
           END-STRING.
           IF CORRIDA-PRELIMINAR
               MOVE " - PRUEBA" TO RPTHDR-TITULO(32:9)
           END-IF.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE "S" TO SW-PARTE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "SOLICITUDES NO CUMPLIDAS" TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.
           SORT SORT-WORK
               ON DESCENDING KEY SORT-NIVEL
               ON ASCENDING KEY SORT-ID-ESTUDIANTE SORT-ORDEN
               INPUT PROCEDURE IS SOLTAR-SOLICITUDES
               OUTPUT PROCEDURE IS ASIGNAR-SOLICITUDES.
           IF TOT-NO-CUMPLIDAS = 0
               MOVE SPACES TO LINEA-SALIDA
               MOVE "TODAS LAS SOLICITUDES FUERON ASIGNADAS"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           MOVE "O" TO SW-PARTE.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "OCUPACIÓN POR SECCIÓN" TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 3 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.
           PERFORM IMPRIMIR-OCUPACION
                   VARYING IDX-SECCION FROM 1 BY 1
                   UNTIL IDX-SECCION > CANT-SECCIONES.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE SOLICITUDES.
           CLOSE STUDENT-MASTER.
           CLOSE CURSO-CATALOGO.
           IF TERMHIST-DISPONIBLE
               CLOSE TERM-HIST
           END-IF.
           IF CORRIDA-DEFINITIVA
               CLOSE LISTA-ESPERA
           END-IF.
           CLOSE LISTADO.
           DISPLAY "SOLICITUDES: ", TOT-PROCESADAS,
                   "  ASIGNADAS: ", TOT-ASIGNADAS,
                   "  NO CUMPLIDAS: ", TOT-NO-CUMPLIDAS.
           STOP RUN.

       PEDIR-TERMINO.
           DISPLAY "TÉRMINO A ASIGNAR (EJ. 2027-1): ".
           ACCEPT TERMINO-ASIGNAR.
           MOVE FUNCTION UPPER-CASE(TERMINO-ASIGNAR)
               TO TERMINO-ASIGNAR.

       PEDIR-MODO.
           DISPLAY "CORRIDA (P)RELIMINAR O (D)EFINITIVA: ".
           ACCEPT OPCION-CORRIDA.
           MOVE FUNCTION UPPER-CASE(OPCION-CORRIDA) TO OPCION-CORRIDA.

       ABRIR-LISTA-ESPERA.
           OPEN I-O LISTA-ESPERA.
           IF FS-WL-NO-EXISTE
               OPEN OUTPUT LISTA-ESPERA
               CLOSE LISTA-ESPERA
               OPEN I-O LISTA-ESPERA
           END-IF.

      ******************************************************************
      * Secciones activas de materias activas.  La capacidad es la
      * del aula; sin aula (o sin AULAMAST) queda en cero hasta el
      * reparto del cupo.
      ******************************************************************
       CARGAR-SECCIONES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-SECCION.
           PERFORM GUARDAR-SECCION THRU GUARDAR-SECCION-FIN
                   UNTIL FIN-ARCHIVO.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-SECCION.
           IF NOT SEC-ACTIVA
               GO TO GUARDAR-SECCION-SIGUIENTE
           END-IF.
           MOVE SEC-COD-MATERIA TO CAT-COD-MATERIA.
           READ CURSO-CATALOGO
               INVALID KEY
                   GO TO GUARDAR-SECCION-SIGUIENTE
           END-READ.
           IF NOT CAT-ACTIVA
               GO TO GUARDAR-SECCION-SIGUIENTE
           END-IF.
           IF CANT-SECCIONES NOT < 500
               DISPLAY "TABLA DE SECCIONES LLENA - SE IGNORA ",
                       SEC-COD-MATERIA, "-", SEC-NUMERO
               GO TO GUARDAR-SECCION-SIGUIENTE
           END-IF.
           MOVE SEC-COD-MATERIA TO CODIGO-BUSCADO.
           PERFORM BUSCAR-MATERIA-CUPO.
           IF POS-MATERIA = 0
               IF CANT-MATERIAS NOT < 300
                   DISPLAY "TABLA DE MATERIAS LLENA - SE IGNORA ",
                           SEC-COD-MATERIA
                   GO TO GUARDAR-SECCION-SIGUIENTE
               END-IF
               ADD 1 TO CANT-MATERIAS
               MOVE CANT-MATERIAS TO POS-MATERIA
               MOVE SEC-COD-MATERIA TO TM-CODIGO(POS-MATERIA)
               MOVE CAT-CUPO TO TM-CUPO(POS-MATERIA)
               MOVE 0 TO TM-SECCIONES(POS-MATERIA)
               MOVE 0 TO TM-ASIGNADOS(POS-MATERIA)
           END-IF.
           ADD 1 TO TM-SECCIONES(POS-MATERIA).
           ADD 1 TO CANT-SECCIONES.
           MOVE SEC-COD-MATERIA TO TS-MATERIA(CANT-SECCIONES).
           MOVE SEC-NUMERO TO TS-NUMERO(CANT-SECCIONES).
           MOVE SEC-PERIODO TO TS-PERIODO(CANT-SECCIONES).
           MOVE 0 TO TS-CAPACIDAD(CANT-SECCIONES).
           MOVE "N" TO TS-CON-AULA(CANT-SECCIONES).
           MOVE 0 TO TS-ASIGNADOS(CANT-SECCIONES).
           IF AULAS-DISPONIBLE AND SEC-AULA NOT = SPACES
               MOVE SEC-AULA TO AUL-CODIGO
               READ AULAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AUL-ASIENTOS TO TS-CAPACIDAD(CANT-SECCIONES)
                       MOVE "S" TO TS-CON-AULA(CANT-SECCIONES)
               END-READ
           END-IF.
       GUARDAR-SECCION-SIGUIENTE.
           PERFORM LEER-SECCION.
       GUARDAR-SECCION-FIN.
           EXIT.

      ******************************************************************
      * La sección sin aula toma su parte del CAT-CUPO de la materia,
      * redondeada hacia arriba; con la materia sin cupo, sin tope.
      ******************************************************************
       REPARTIR-CUPO-SIN-AULA.
           IF TS-CON-AULA(IDX-SECCION) NOT = "S"
               MOVE TS-MATERIA(IDX-SECCION) TO CODIGO-BUSCADO
               PERFORM BUSCAR-MATERIA-CUPO
               IF TM-CUPO(POS-MATERIA) > 0
                   COMPUTE TS-CAPACIDAD(IDX-SECCION) =
                       (TM-CUPO(POS-MATERIA)
                        + TM-SECCIONES(POS-MATERIA) - 1)
                       / TM-SECCIONES(POS-MATERIA)
               END-IF
           END-IF.

      ******************************************************************
      * Lo asignado por una corrida anterior ocupa su lugar.
      ******************************************************************
       CONTAR-YA-ASIGNADAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE TERMINO-ASIGNAR TO SOL-TERMINO.
           MOVE 0 TO SOL-ID-ESTUDIANTE.
           MOVE 0 TO SOL-ORDEN.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SOLICITUD
           END-IF.
           PERFORM CONTAR-UNA-ASIGNADA UNTIL FIN-ARCHIVO.

       LEER-SOLICITUD.
           READ SOLICITUDES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO
               IF SOL-TERMINO NOT = TERMINO-ASIGNAR
                   MOVE "S" TO SW-FIN-ARCHIVO
               END-IF
           END-IF.

       CONTAR-UNA-ASIGNADA.
           IF SOL-ASIGNADA OR SOL-CARGADA
               MOVE SOL-MATERIA-ASIG TO CODIGO-BUSCADO
               MOVE SOL-SECCION-ASIG TO SECCION-BUSCADA
               PERFORM OCUPAR-ASIENTO
           END-IF.
           PERFORM LEER-SOLICITUD.

       OCUPAR-ASIENTO.
           PERFORM BUSCAR-MATERIA-CUPO.
           IF POS-MATERIA > 0
               ADD 1 TO TM-ASIGNADOS(POS-MATERIA)
           END-IF.
           MOVE 0 TO POS-SECCION.
           PERFORM COMPARAR-SECCION
                   VARYING IDX-SECCION FROM 1 BY 1
                   UNTIL IDX-SECCION > CANT-SECCIONES
                      OR POS-SECCION > 0.
           IF POS-SECCION > 0
               ADD 1 TO TS-ASIGNADOS(POS-SECCION)
           END-IF.

       COMPARAR-SECCION.
           IF TS-MATERIA(IDX-SECCION) = CODIGO-BUSCADO
                   AND TS-NUMERO(IDX-SECCION) = SECCION-BUSCADA
               MOVE IDX-SECCION TO POS-SECCION
           END-IF.

      ******************************************************************
      * Selección: las solicitudes pendientes del término, con el
      * nivel del estudiante para la prioridad (0 si no está en el
      * maestro; la asignación la deja EN ESPERA con motivo IN).
      ******************************************************************
       SOLTAR-SOLICITUDES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE TERMINO-ASIGNAR TO SOL-TERMINO.
           MOVE 0 TO SOL-ID-ESTUDIANTE.
           MOVE 0 TO SOL-ORDEN.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SOLICITUD
           END-IF.
           PERFORM SOLTAR-UNA-SOLICITUD UNTIL FIN-ARCHIVO.

       SOLTAR-UNA-SOLICITUD.
           IF SOL-PENDIENTE
               MOVE SOL-ID-ESTUDIANTE TO ID-ESTUDIANTE
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE 0 TO GRADO-NIVEL
               END-READ
               MOVE GRADO-NIVEL TO SORT-NIVEL
               MOVE SOL-ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE
               MOVE SOL-ORDEN TO SORT-ORDEN
               RELEASE SORT-REC
           END-IF.
           PERFORM LEER-SOLICITUD.

      ******************************************************************
      * Asignación en orden de prioridad, con corte por estudiante
      * para armar sus materias, períodos y aprobadas.
      ******************************************************************
       ASIGNAR-SOLICITUDES.
           MOVE "N" TO SW-FIN-SORT.
           MOVE "N" TO SW-HAY-ESTUDIANTE.
           PERFORM DEVOLVER-SOLICITUD UNTIL FIN-SORT.

       DEVOLVER-SOLICITUD.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF NOT HAY-ESTUDIANTE
                      OR SORT-ID-ESTUDIANTE NOT = ID-EN-CURSO
                       PERFORM INICIAR-ESTUDIANTE
                           THRU INICIAR-ESTUDIANTE-FIN
                   END-IF
                   PERFORM ASIGNAR-UNA-SOLICITUD
                       THRU ASIGNAR-UNA-SOLICITUD-FIN
           END-RETURN.

       INICIAR-ESTUDIANTE.
           MOVE "S" TO SW-HAY-ESTUDIANTE.
           MOVE SORT-ID-ESTUDIANTE TO ID-EN-CURSO.
           MOVE SORT-NIVEL TO NIVEL-EN-CURSO.
           MOVE 0 TO CANT-EST-ASIG.
           MOVE 0 TO CANT-APROBADAS.
           MOVE "N" TO SW-EST-VALIDO.
           MOVE SPACES TO NOM-EN-CURSO.
           MOVE ID-EN-CURSO TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "(NO ESTÁ EN STUDMAST)" TO NOM-EN-CURSO
               NOT INVALID KEY
                   MOVE NOM-ESTUDIANTE TO NOM-EN-CURSO
                   IF EST-ACTIVO
                       MOVE "S" TO SW-EST-VALIDO
                   END-IF
           END-READ.
           IF NOT EST-VALIDO
               GO TO INICIAR-ESTUDIANTE-FIN
           END-IF.
           PERFORM CARGAR-APROBADA-ACTUAL
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS OR IDX-FILA > 6.
           IF TERMHIST-DISPONIBLE
               PERFORM CARGAR-HISTORIA-ESTUDIANTE
           END-IF.
           PERFORM CARGAR-YA-ASIGNADAS-EST.
       INICIAR-ESTUDIANTE-FIN.
           EXIT.

       CARGAR-APROBADA-ACTUAL.
           IF COD-MATERIA(IDX-FILA) NOT = SPACES
               MOVE ESTADO-MATERIA(IDX-FILA) TO ESTADO-BUSCADO
               MOVE NOTA-MATERIA(IDX-FILA) TO NOTA-BUSCADA
               MOVE COD-MATERIA(IDX-FILA) TO CODIGO-BUSCADO
               PERFORM AGREGAR-SI-APROBADA
           END-IF.

       CARGAR-HISTORIA-ESTUDIANTE.
           MOVE "N" TO SW-FIN-HISTORIA.
           MOVE ID-EN-CURSO TO TH-ID-ESTUDIANTE.
           MOVE LOW-VALUES TO TH-TERMINO.
           START TERM-HIST KEY IS NOT LESS THAN TH-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-HISTORIA
           END-START.
           IF NOT FIN-HISTORIA
               PERFORM LEER-TERMINO-HISTORIA
           END-IF.
           PERFORM CARGAR-TERMINO-HISTORIA UNTIL FIN-HISTORIA.

       LEER-TERMINO-HISTORIA.
           READ TERM-HIST NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-HISTORIA
           END-READ.
           IF NOT FIN-HISTORIA
               IF TH-ID-ESTUDIANTE NOT = ID-EN-CURSO
                   MOVE "S" TO SW-FIN-HISTORIA
               END-IF
           END-IF.

       CARGAR-TERMINO-HISTORIA.
           PERFORM CARGAR-MATERIA-HISTORIA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > TH-NUM-MATERIAS OR IDX-FILA > 6.
           PERFORM LEER-TERMINO-HISTORIA.

       CARGAR-MATERIA-HISTORIA.
           IF TH-COD-MATERIA(IDX-FILA) NOT = SPACES
               MOVE TH-ESTADO-MATERIA(IDX-FILA) TO ESTADO-BUSCADO
               MOVE TH-NOTA-MATERIA(IDX-FILA) TO NOTA-BUSCADA
               MOVE TH-COD-MATERIA(IDX-FILA) TO CODIGO-BUSCADO
               PERFORM AGREGAR-SI-APROBADA
           END-IF.

      ******************************************************************
      * Aprobada: exenta, o normal con nota 60 o más.
      ******************************************************************
       AGREGAR-SI-APROBADA.
           MOVE "N" TO SW-APROBADA.
           IF ESTADO-BUSCADO = "E"
               MOVE "S" TO SW-APROBADA
           END-IF.
           IF (ESTADO-BUSCADO = "N" OR ESTADO-BUSCADO = SPACE)
                   AND NOTA-BUSCADA NOT < 60
               MOVE "S" TO SW-APROBADA
           END-IF.
           IF APROBADA AND CANT-APROBADAS < 100
               ADD 1 TO CANT-APROBADAS
               MOVE CODIGO-BUSCADO TO AP-MATERIA(CANT-APROBADAS)
           END-IF.

       CARGAR-YA-ASIGNADAS-EST.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE TERMINO-ASIGNAR TO SOL-TERMINO.
           MOVE ID-EN-CURSO TO SOL-ID-ESTUDIANTE.
           MOVE 0 TO SOL-ORDEN.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-SOLICITUD
           END-IF.
           PERFORM CARGAR-UNA-YA-ASIGNADA UNTIL FIN-ARCHIVO.

       CARGAR-UNA-YA-ASIGNADA.
           IF SOL-ID-ESTUDIANTE NOT = ID-EN-CURSO
               MOVE "S" TO SW-FIN-ARCHIVO
           ELSE
               IF (SOL-ASIGNADA OR SOL-CARGADA) AND CANT-EST-ASIG < 6
                   ADD 1 TO CANT-EST-ASIG
                   MOVE SOL-MATERIA-ASIG TO EA-MATERIA(CANT-EST-ASIG)
                   MOVE SOL-PERIODO-ASIG TO EA-PERIODO(CANT-EST-ASIG)
               END-IF
               PERFORM LEER-SOLICITUD
           END-IF.

      ******************************************************************
      * Una solicitud: la pedida y, si no se puede, la alternativa.
      * El motivo que queda es el de la pedida.
      ******************************************************************
       ASIGNAR-UNA-SOLICITUD.
           ADD 1 TO TOT-PROCESADAS.
           MOVE TERMINO-ASIGNAR TO SOL-TERMINO.
           MOVE SORT-ID-ESTUDIANTE TO SOL-ID-ESTUDIANTE.
           MOVE SORT-ORDEN TO SOL-ORDEN.
           READ SOLICITUDES
               INVALID KEY
                   GO TO ASIGNAR-UNA-SOLICITUD-FIN
           END-READ.
           MOVE "N" TO SW-ASIGNADA.
           MOVE "N" TO SW-POR-ALTERNATIVA.
           EVALUATE TRUE
               WHEN NOT EST-VALIDO
                   MOVE "IN" TO MOTIVO-PRINCIPAL
               WHEN CANT-EST-ASIG NOT < 6
                   MOVE "TL" TO MOTIVO-PRINCIPAL
               WHEN OTHER
                   MOVE SOL-COD-MATERIA TO CODIGO-INTENTO
                   PERFORM INTENTAR-MATERIA THRU INTENTAR-MATERIA-FIN
                   MOVE MOTIVO-INTENTO TO MOTIVO-PRINCIPAL
                   IF NOT ASIGNADA AND SOL-ALTERNATIVA NOT = SPACES
                       MOVE SOL-ALTERNATIVA TO CODIGO-INTENTO
                       PERFORM INTENTAR-MATERIA
                           THRU INTENTAR-MATERIA-FIN
                       IF ASIGNADA
                           MOVE "S" TO SW-POR-ALTERNATIVA
                       END-IF
                   END-IF
           END-EVALUATE.
           IF ASIGNADA
               PERFORM REGISTRAR-ASIGNACION
           ELSE
               PERFORM REGISTRAR-NO-CUMPLIDA
           END-IF.
           IF CORRIDA-DEFINITIVA
               REWRITE REG-SOLICITUD
               MOVE "CRSREQ" TO FCHK-ARCHIVO
               MOVE SOL-CLAVE TO FCHK-CLAVE
               MOVE FS-SOLICITUDES TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
           END-IF.
       ASIGNAR-UNA-SOLICITUD-FIN.
           EXIT.

      ******************************************************************
      * Deja ASIGNADA con la sección de POS-SECCION, o el motivo en
      * MOTIVO-INTENTO.
      ******************************************************************
       INTENTAR-MATERIA.
           MOVE "N" TO SW-ASIGNADA.
           MOVE CODIGO-INTENTO TO CAT-COD-MATERIA.
           READ CURSO-CATALOGO
               INVALID KEY
                   MOVE "NC" TO MOTIVO-INTENTO
                   GO TO INTENTAR-MATERIA-FIN
           END-READ.
           IF NOT CAT-ACTIVA
               MOVE "NC" TO MOTIVO-INTENTO
               GO TO INTENTAR-MATERIA-FIN
           END-IF.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-YA-ASIGNADA
                   VARYING IDX-EA FROM 1 BY 1
                   UNTIL IDX-EA > CANT-EST-ASIG OR HALLADO.
           IF HALLADO
               MOVE "DU" TO MOTIVO-INTENTO
               GO TO INTENTAR-MATERIA-FIN
           END-IF.
           MOVE CODIGO-INTENTO TO CODIGO-BUSCADO.
           PERFORM BUSCAR-APROBADA.
           IF HALLADO
               MOVE "AP" TO MOTIVO-INTENTO
               GO TO INTENTAR-MATERIA-FIN
           END-IF.
           IF CAT-PREREQUISITO NOT = SPACES AND TERMHIST-DISPONIBLE
               MOVE CAT-PREREQUISITO TO CODIGO-BUSCADO
               PERFORM BUSCAR-APROBADA
               IF NOT HALLADO
                   MOVE "PR" TO MOTIVO-INTENTO
                   GO TO INTENTAR-MATERIA-FIN
               END-IF
           END-IF.
           MOVE CODIGO-INTENTO TO CODIGO-BUSCADO.
           PERFORM BUSCAR-MATERIA-CUPO.
           IF POS-MATERIA = 0
               MOVE "SS" TO MOTIVO-INTENTO
               GO TO INTENTAR-MATERIA-FIN
           END-IF.
           IF TM-CUPO(POS-MATERIA) > 0
                   AND TM-ASIGNADOS(POS-MATERIA)
                       NOT < TM-CUPO(POS-MATERIA)
               MOVE "CU" TO MOTIVO-INTENTO
               GO TO INTENTAR-MATERIA-FIN
           END-IF.
           MOVE 0 TO POS-SECCION.
           MOVE 999 TO MENOR-ASIGNADOS.
           MOVE "N" TO SW-HAY-SIN-CHOQUE.
           PERFORM EVALUAR-SECCION THRU EVALUAR-SECCION-FIN
                   VARYING IDX-SECCION FROM 1 BY 1
                   UNTIL IDX-SECCION > CANT-SECCIONES.
           IF POS-SECCION > 0
               MOVE "S" TO SW-ASIGNADA
               MOVE SPACES TO MOTIVO-INTENTO
           ELSE
               IF HAY-SIN-CHOQUE
                   MOVE "CU" TO MOTIVO-INTENTO
               ELSE
                   MOVE "CH" TO MOTIVO-INTENTO
               END-IF
           END-IF.
       INTENTAR-MATERIA-FIN.
           EXIT.

       BUSCAR-YA-ASIGNADA.
           IF EA-MATERIA(IDX-EA) = CODIGO-INTENTO
               MOVE "S" TO SW-HALLADO
           END-IF.

       BUSCAR-APROBADA.
           MOVE "N" TO SW-HALLADO.
           PERFORM COMPARAR-APROBADA
                   VARYING IDX-AP FROM 1 BY 1
                   UNTIL IDX-AP > CANT-APROBADAS OR HALLADO.

       COMPARAR-APROBADA.
           IF AP-MATERIA(IDX-AP) = CODIGO-BUSCADO
               MOVE "S" TO SW-HALLADO
           END-IF.

      ******************************************************************
      * Una sección sirve si su período no choca con lo ya asignado
      * y tiene asientos; de las que sirven, la menos llena.
      ******************************************************************
       EVALUAR-SECCION.
           IF TS-MATERIA(IDX-SECCION) NOT = CODIGO-INTENTO
               GO TO EVALUAR-SECCION-FIN
           END-IF.
           MOVE TS-PERIODO(IDX-SECCION) TO PERIODO-BUSCADO.
           MOVE "N" TO SW-HALLADO.
           IF PERIODO-BUSCADO > 0
               PERFORM BUSCAR-PERIODO-OCUPADO
                       VARYING IDX-EA FROM 1 BY 1
                       UNTIL IDX-EA > CANT-EST-ASIG OR HALLADO
           END-IF.
           IF HALLADO
               GO TO EVALUAR-SECCION-FIN
           END-IF.
           MOVE "S" TO SW-HAY-SIN-CHOQUE.
           IF TS-CAPACIDAD(IDX-SECCION) > 0
                   AND TS-ASIGNADOS(IDX-SECCION)
                       NOT < TS-CAPACIDAD(IDX-SECCION)
               GO TO EVALUAR-SECCION-FIN
           END-IF.
           IF TS-ASIGNADOS(IDX-SECCION) < MENOR-ASIGNADOS
               MOVE TS-ASIGNADOS(IDX-SECCION) TO MENOR-ASIGNADOS
               MOVE IDX-SECCION TO POS-SECCION
           END-IF.
       EVALUAR-SECCION-FIN.
           EXIT.

       BUSCAR-PERIODO-OCUPADO.
           IF EA-PERIODO(IDX-EA) = PERIODO-BUSCADO
               MOVE "S" TO SW-HALLADO
           END-IF.

       REGISTRAR-ASIGNACION.
           ADD 1 TO TOT-ASIGNADAS.
           IF POR-ALTERNATIVA
               ADD 1 TO TOT-ALTERNATIVAS
           END-IF.
           ADD 1 TO TS-ASIGNADOS(POS-SECCION).
           ADD 1 TO TM-ASIGNADOS(POS-MATERIA).
           ADD 1 TO CANT-EST-ASIG.
           MOVE CODIGO-INTENTO TO EA-MATERIA(CANT-EST-ASIG).
           MOVE TS-PERIODO(POS-SECCION) TO EA-PERIODO(CANT-EST-ASIG).
           MOVE "A" TO SOL-ESTADO.
           MOVE CODIGO-INTENTO TO SOL-MATERIA-ASIG.
           MOVE TS-NUMERO(POS-SECCION) TO SOL-SECCION-ASIG.
           MOVE TS-PERIODO(POS-SECCION) TO SOL-PERIODO-ASIG.
           MOVE SPACES TO SOL-MOTIVO.

      ******************************************************************
      * No cumplida.  A la lista de espera sólo va lo que un asiento
      * liberado resolvería: cupo, choque de período o sin sección.
      ******************************************************************
       REGISTRAR-NO-CUMPLIDA.
           ADD 1 TO TOT-NO-CUMPLIDAS.
           MOVE "E" TO SOL-ESTADO.
           MOVE SPACES TO SOL-MATERIA-ASIG.
           MOVE 0 TO SOL-SECCION-ASIG.
           MOVE 0 TO SOL-PERIODO-ASIG.
           MOVE MOTIVO-PRINCIPAL TO SOL-MOTIVO.
           MOVE SPACES TO LINEA-SALIDA.
           IF MOTIVO-PRINCIPAL = "CU" OR MOTIVO-PRINCIPAL = "CH"
              OR MOTIVO-PRINCIPAL = "SS"
               ADD 1 TO TOT-EN-ESPERA
               MOVE "EN ESPERA" TO LINEA-SALIDA(91:9)
               IF CORRIDA-DEFINITIVA
                   PERFORM ANOTAR-EN-ESPERA
               END-IF
           END-IF.
           PERFORM DESCRIBIR-MOTIVO.
           MOVE SOL-ID-ESTUDIANTE TO LINEA-SALIDA(1:6).
           MOVE NOM-EN-CURSO TO LINEA-SALIDA(8:20).
           MOVE NIVEL-EN-CURSO TO LINEA-SALIDA(29:2).
           MOVE SOL-ORDEN TO LINEA-SALIDA(33:1).
           MOVE SOL-COD-MATERIA TO LINEA-SALIDA(36:4).
           MOVE SOL-ALTERNATIVA TO LINEA-SALIDA(42:4).
           MOVE SOL-MOTIVO TO LINEA-SALIDA(48:2).
           MOVE MOTIVO-TEXTO TO LINEA-SALIDA(52:26).
           PERFORM ESCRIBIR-LINEA.

       DESCRIBIR-MOTIVO.
           EVALUATE SOL-MOTIVO
               WHEN "NC"
                   MOVE "NO CATALOGADA O INACTIVA" TO MOTIVO-TEXTO
               WHEN "PR"
                   MOVE "PREREQUISITO NO APROBADO" TO MOTIVO-TEXTO
               WHEN "AP"
                   MOVE "YA APROBADA" TO MOTIVO-TEXTO
               WHEN "DU"
                   MOVE "YA ASIGNADA EN OTRA FILA" TO MOTIVO-TEXTO
               WHEN "CU"
                   MOVE "CUPO COMPLETO" TO MOTIVO-TEXTO
               WHEN "CH"
                   MOVE "CHOQUE DE PERÍODO" TO MOTIVO-TEXTO
               WHEN "SS"
                   MOVE "SIN SECCIÓN ACTIVA" TO MOTIVO-TEXTO
               WHEN "TL"
                   MOVE "YA TIENE 6 MATERIAS" TO MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "ESTUDIANTE NO ACTIVO" TO MOTIVO-TEXTO
           END-EVALUATE.

      ******************************************************************
      * Clave de WAITLIST materia + fecha + hora: dentro del lote la
      * hora se corre de a uno hasta que la clave queda libre, para
      * que el orden de llegada sea el de la prioridad de la corrida.
      ******************************************************************
       ANOTAR-EN-ESPERA.
           MOVE SOL-COD-MATERIA TO WL-COD-MATERIA.
           ACCEPT WL-FECHA FROM DATE YYYYMMDD.
           ACCEPT WL-HORA FROM TIME.
           MOVE SOL-ID-ESTUDIANTE TO WL-ID-ESTUDIANTE.
           MOVE NOM-EN-CURSO TO WL-NOM-ESTUDIANTE.
           MOVE "P" TO WL-ESTADO.
           MOVE "N" TO SW-ESPERA-GRABADA.
           PERFORM INTENTAR-GRABAR-ESPERA UNTIL ESPERA-GRABADA.
           MOVE "WAITLIST" TO FCHK-ARCHIVO.
           MOVE WL-ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-LISTA-ESPERA TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       INTENTAR-GRABAR-ESPERA.
           WRITE REG-LISTA-ESPERA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF FS-WL-DUPLICADA
               ADD 1 TO WL-HORA
           ELSE
               MOVE "S" TO SW-ESPERA-GRABADA
           END-IF.

      ******************************************************************
      * Ocupación: asignados sobre la capacidad de la sección.
      ******************************************************************
       IMPRIMIR-OCUPACION.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TS-MATERIA(IDX-SECCION) TO LINEA-SALIDA(1:4).
           MOVE TS-NUMERO(IDX-SECCION) TO LINEA-SALIDA(7:2).
           MOVE TS-PERIODO(IDX-SECCION) TO LINEA-SALIDA(12:2).
           MOVE TS-ASIGNADOS(IDX-SECCION) TO CANT3-ED.
           MOVE CANT3-ED TO LINEA-SALIDA(23:3).
           IF TS-CAPACIDAD(IDX-SECCION) = 0
               MOVE "SIN TOPE" TO LINEA-SALIDA(30:8)
           ELSE
               MOVE TS-CAPACIDAD(IDX-SECCION) TO CANT3-ED
               MOVE CANT3-ED TO LINEA-SALIDA(16:3)
               COMPUTE PORC-LLENO ROUNDED =
                   TS-ASIGNADOS(IDX-SECCION) * 100
                   / TS-CAPACIDAD(IDX-SECCION)
               MOVE PORC-LLENO TO PORC-ED
               MOVE PORC-ED TO LINEA-SALIDA(30:5)
               MOVE "%" TO LINEA-SALIDA(35:1)
           END-IF.
           IF TS-CON-AULA(IDX-SECCION) NOT = "S"
               MOVE "SIN AULA - CUPO REPARTIDO" TO LINEA-SALIDA(40:25)
           END-IF.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "SOLICITUDES PROCESADAS" TO LINEA-SALIDA(1:22).
           MOVE TOT-PROCESADAS TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(32:6).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "ASIGNADAS" TO LINEA-SALIDA(1:9).
           MOVE TOT-ASIGNADAS TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(32:6).
           MOVE "POR ALTERNATIVA" TO LINEA-SALIDA(41:15).
           MOVE TOT-ALTERNATIVAS TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(57:6).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "NO CUMPLIDAS" TO LINEA-SALIDA(1:12).
           MOVE TOT-NO-CUMPLIDAS TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(32:6).
           MOVE "EN ESPERA" TO LINEA-SALIDA(41:9).
           MOVE TOT-EN-ESPERA TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(57:6).
           PERFORM ESCRIBIR-LINEA.
           IF CORRIDA-PRELIMINAR
               MOVE SPACES TO LINEA-SALIDA
               MOVE "CORRIDA PRELIMINAR - NO SE GRABÓ CRSREQ NI"
                   TO LINEA-SALIDA
               MOVE " WAITLIST" TO LINEA-SALIDA(44:9)
               PERFORM ESCRIBIR-LINEA
           END-IF.

       BUSCAR-MATERIA-CUPO.
           MOVE 0 TO POS-MATERIA.
           PERFORM COMPARAR-MATERIA-CUPO
                   VARYING IDX-MATERIA-CUPO FROM 1 BY 1
                   UNTIL IDX-MATERIA-CUPO > CANT-MATERIAS
                      OR POS-MATERIA > 0.

       COMPARAR-MATERIA-CUPO.
           IF TM-CODIGO(IDX-MATERIA-CUPO) = CODIGO-BUSCADO
               MOVE IDX-MATERIA-CUPO TO POS-MATERIA
           END-IF.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           IF PARTE-SOLICITUDES
               MOVE "ID" TO LINEA-SALIDA(1:2)
               MOVE "ESTUDIANTE" TO LINEA-SALIDA(8:10)
               MOVE "NV" TO LINEA-SALIDA(29:2)
               MOVE "O" TO LINEA-SALIDA(33:1)
               MOVE "PIDE" TO LINEA-SALIDA(36:4)
               MOVE "ALT" TO LINEA-SALIDA(42:3)
               MOVE "MOTIVO" TO LINEA-SALIDA(48:6)
           ELSE
               MOVE "MAT" TO LINEA-SALIDA(1:3)
               MOVE "SEC" TO LINEA-SALIDA(6:3)
               MOVE "PER" TO LINEA-SALIDA(11:3)
               MOVE "CAP" TO LINEA-SALIDA(16:3)
               MOVE "ASIG" TO LINEA-SALIDA(22:4)
               MOVE "LLENO" TO LINEA-SALIDA(30:5)
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
               PERFORM IMPRIMIR-TITULOS
           END-IF.

           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
