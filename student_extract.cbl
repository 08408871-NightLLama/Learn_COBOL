      ******************************************************************
      * Extracto nocturno de estudiantes: recorre el STUDENT-MASTER
      * una sola vez y graba en STUDEXT (ver STUDEXT.CPY) una fila
      * por materia inscripta de cada estudiante, ya cruzada con el
      * nombre y los créditos del catálogo CRSCATLG, el docente,
      * período y aula de la sección SECCMAST, el nombre del docente
      * del maestro TCHMAST y el nombre del campus del control
      * CAMPUSCT.  Antes cada reporte (CLASS-SUMMARY, SUBJECT-SUMMARY,
      * SECTION-ROSTER, ROSTER-SORT, ATTENDANCE-REPORT) leía el
      * maestro entero por su cuenta y reabría los archivos de
      * referencia en cada búsqueda; ahora todos leen este extracto,
      * y los reportes de una misma noche reflejan la misma foto.
      *
      * Las filas salen ordenadas por materia, sección, nombre e ID
      * (el orden de las listas de clase), entre una cabecera y un
      * pie con la fecha y hora de la foto y las cantidades de
      * estudiantes y de filas, que EXTCHK-PROC.CPY verifica del lado
      * de los reportes.  Un archivo de referencia que falta no
      * detiene el extracto: el nombre queda con el código, como
      * hacían los reportes.  Las cantidades de leídos del maestro y
      * de filas grabadas van al control RUNCTL para el cuadre de
      * RUN-BALANCE contra el respaldo BACKUP53.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS.

           SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT SORT-WORK ASSIGN TO "SRTWKEXT".

           SELECT CONTROL-CORRIDA ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CORRIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  SECCIONES.
           COPY SECCION.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  EXTRACTO-ESTUDIANTES.
           COPY STUDEXT.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CLAVE-SECCION     PIC X(6).
           05  SORT-NOM-ESTUDIANTE    PIC X(20).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-ORDEN             PIC 9.
           05  FILLER                 PIC X(135).

       FD  CONTROL-CORRIDA.
       01  REG-CONTROL-CORRIDA PIC X(42).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  SW-SECCIONES-DISPONIBLE PIC A VALUE "N".
           88  SECCIONES-DISPONIBLE VALUE "S".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-CAMPUS PIC XX.
           88  FS-CAM-OK VALUE "00".
       01  SW-CAMPUS-DISPONIBLE PIC A VALUE "N".
           88  CAMPUS-DISPONIBLE VALUE "S".
       01  FS-EXTRACTO PIC XX.
           88  FS-EXT-OK VALUE "00".
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  IDX-FILA PIC 9.
       01  CANT-LEIDOS PIC 9(7) VALUE 0.
       01  CANT-SOLTADAS PIC 9(7) VALUE 0.
       01  CANT-GRABADAS PIC 9(7) VALUE 0.
       01  FECHA-FOTO PIC 9(8).
       01  HORA-FOTO PIC 9(8).
       01  CAMPUS-EN-MEMORIA PIC XX VALUE HIGH-VALUES.
       01  NOMBRE-CAMPUS-MEMORIA PIC X(30).
           COPY RUNCTL.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRACTO-ESTUDIANTES.
           IF NOT FS-EXT-OK
               DISPLAY "NO SE PUDO CREAR EL EXTRACTO STUDEXT - "
                       "ESTADO: ", FS-EXTRACTO
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ABRIR-REFERENCIAS.
           ACCEPT FECHA-FOTO FROM DATE YYYYMMDD.
           ACCEPT HORA-FOTO FROM TIME.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CLAVE-SECCION
                                SORT-NOM-ESTUDIANTE
                                SORT-ID-ESTUDIANTE
                                SORT-ORDEN
               INPUT PROCEDURE IS SOLTAR-FILAS-ESTUDIANTES
               OUTPUT PROCEDURE IS GRABAR-EXTRACTO.
           CLOSE STUDENT-MASTER.
           CLOSE EXTRACTO-ESTUDIANTES.
           PERFORM CERRAR-REFERENCIAS.
           MOVE "STUDEXT" TO RUNCTL-PASO.
           MOVE "STUDMAST" TO RUNCTL-ARCHIVO.
           MOVE "L" TO RUNCTL-TIPO.
           MOVE CANT-LEIDOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           MOVE "STUDEXT" TO RUNCTL-ARCHIVO.
           MOVE "E" TO RUNCTL-TIPO.
           MOVE CANT-GRABADAS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           DISPLAY "ESTUDIANTES LEÍDOS: ", CANT-LEIDOS,
                   "  FILAS GRABADAS EN STUDEXT: ", CANT-GRABADAS.
           GOBACK.

      ******************************************************************
      * Los archivos de referencia son opcionales: el que falta deja
      * el código en lugar del nombre, igual que en los reportes.
      ******************************************************************
       ABRIR-REFERENCIAS.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CATÁLOGO CRSCATLG - LAS "
                       "MATERIAS SALEN POR CÓDIGO"
           END-IF.
           OPEN INPUT SECCIONES.
           IF FS-SEC-OK
               MOVE "S" TO SW-SECCIONES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN SECCIONES SECCMAST - LAS "
                       "FILAS SALEN SIN DOCENTE"
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN INPUT CAMPUS-CONTROL.
           IF FS-CAM-OK
               MOVE "S" TO SW-CAMPUS-DISPONIBLE
           END-IF.

       CERRAR-REFERENCIAS.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           IF SECCIONES-DISPONIBLE
               CLOSE SECCIONES
           END-IF.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           IF CAMPUS-DISPONIBLE
               CLOSE CAMPUS-CONTROL
           END-IF.

       SOLTAR-FILAS-ESTUDIANTES.
           PERFORM LEER-ESTUDIANTE.
           PERFORM SOLTAR-UN-ESTUDIANTE UNTIL FIN-MAESTRO.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO CANT-LEIDOS
           END-READ.

      ******************************************************************
      * Los datos del estudiante se cargan una vez y se repiten en
      * cada una de sus filas; sin materias, sale una sola fila con
      * la materia en blanco y EXT-ORDEN en cero.
      ******************************************************************
       SOLTAR-UN-ESTUDIANTE.
           MOVE SPACES TO EXT-DETALLE.
           MOVE NOM-ESTUDIANTE TO EXT-NOM-ESTUDIANTE.
           MOVE ID-ESTUDIANTE TO EXT-ID-ESTUDIANTE.
           MOVE NUM-MATERIAS TO EXT-NUM-MATERIAS.
           MOVE PROMEDIO TO EXT-PROMEDIO.
           MOVE TERMINO-ACTUAL TO EXT-TERMINO.
           MOVE ESTADO-ESTUDIANTE TO EXT-ESTADO-ESTUDIANTE.
           MOVE FECHA-RETIRO TO EXT-FECHA-RETIRO.
           MOVE GRADO-NIVEL TO EXT-GRADO-NIVEL.
           MOVE CAMPUS-EST TO EXT-CAMPUS.
           PERFORM BUSCAR-NOMBRE-CAMPUS.
           IF NUM-MATERIAS = 0
               MOVE 0 TO EXT-ORDEN
               MOVE 0 TO EXT-SECCION
               MOVE 0 TO EXT-NOTA-MATERIA
               MOVE 0 TO EXT-CREDITOS
               MOVE 0 TO EXT-PERIODO-SECCION
               PERFORM SOLTAR-FILA
           ELSE
               PERFORM SOLTAR-UNA-MATERIA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       SOLTAR-UNA-MATERIA.
           MOVE IDX-FILA TO EXT-ORDEN.
           MOVE COD-MATERIA(IDX-FILA) TO EXT-COD-MATERIA.
           MOVE SECCION-MATERIA(IDX-FILA) TO EXT-SECCION.
           MOVE NOTA-MATERIA(IDX-FILA) TO EXT-NOTA-MATERIA.
           MOVE ESTADO-MATERIA(IDX-FILA) TO EXT-ESTADO-MATERIA.
           PERFORM BUSCAR-DATOS-MATERIA.
           PERFORM BUSCAR-DATOS-SECCION.
           PERFORM SOLTAR-FILA.

       SOLTAR-FILA.
           MOVE EXT-DETALLE TO SORT-REC.
           RELEASE SORT-REC.
           ADD 1 TO CANT-SOLTADAS.

       BUSCAR-DATOS-MATERIA.
           MOVE SPACES TO EXT-NOM-MATERIA.
           MOVE EXT-COD-MATERIA TO EXT-NOM-MATERIA.
           MOVE 0 TO EXT-CREDITOS.
           IF CATALOGO-DISPONIBLE
               MOVE EXT-COD-MATERIA TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-NOM-MATERIA TO EXT-NOM-MATERIA
                       MOVE CAT-CREDITOS TO EXT-CREDITOS
               END-READ
           END-IF.

      ******************************************************************
      * Sección cero (materia sin sección asignada) no tiene docente
      * ni aula.
      ******************************************************************
       BUSCAR-DATOS-SECCION.
           MOVE SPACES TO EXT-DOC-ID.
           MOVE SPACES TO EXT-NOM-DOCENTE.
           MOVE SPACES TO EXT-AULA.
           MOVE 0 TO EXT-PERIODO-SECCION.
           IF SECCIONES-DISPONIBLE AND EXT-SECCION NOT = 0
               MOVE EXT-CLAVE-SECCION TO SEC-CLAVE
               READ SECCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-DOC-ID TO EXT-DOC-ID
                       MOVE SEC-DOC-ID TO EXT-NOM-DOCENTE
                       MOVE SEC-PERIODO TO EXT-PERIODO-SECCION
                       MOVE SEC-AULA TO EXT-AULA
                       PERFORM BUSCAR-NOMBRE-DOCENTE
               END-READ
           END-IF.

       BUSCAR-NOMBRE-DOCENTE.
           IF DOCENTES-DISPONIBLE
               MOVE SEC-DOC-ID TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DOC-NOMBRE TO EXT-NOM-DOCENTE
               END-READ
           END-IF.

      ******************************************************************
      * El maestro está en orden de ID y casi todos los estudiantes
      * son del mismo campus: se relee CAMPUSCT solo cuando el código
      * cambia respecto del estudiante anterior.
      ******************************************************************
       BUSCAR-NOMBRE-CAMPUS.
           IF CAMPUS-EST NOT = CAMPUS-EN-MEMORIA
               MOVE CAMPUS-EST TO CAMPUS-EN-MEMORIA
               MOVE SPACES TO NOMBRE-CAMPUS-MEMORIA
               IF CAMPUS-DISPONIBLE
                   MOVE CAMPUS-EST TO CAM-CODIGO
                   READ CAMPUS-CONTROL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAM-NOMBRE TO NOMBRE-CAMPUS-MEMORIA
                   END-READ
               END-IF
           END-IF.
           MOVE NOMBRE-CAMPUS-MEMORIA TO EXT-NOM-CAMPUS.

      ******************************************************************
      * Cabecera con la foto y las cantidades soltadas al sort, las
      * filas ordenadas, y el pie con las cantidades efectivamente
      * grabadas - si no coinciden con la cabecera el extracto quedó
      * corto y los reportes lo avisan.
      ******************************************************************
       GRABAR-EXTRACTO.
           MOVE SPACES TO REG-EXTRACTO-ESTUDIANTE.
           MOVE "H" TO EXT-TIPO.
           MOVE FECHA-FOTO TO EXT-CTL-FECHA.
           MOVE HORA-FOTO TO EXT-CTL-HORA.
           MOVE CANT-LEIDOS TO EXT-CTL-ESTUDIANTES.
           MOVE CANT-SOLTADAS TO EXT-CTL-FILAS.
           WRITE REG-EXTRACTO-ESTUDIANTE.
           PERFORM DEVOLVER-FILA UNTIL FIN-SORT.
           MOVE SPACES TO REG-EXTRACTO-ESTUDIANTE.
           MOVE "T" TO EXT-TIPO.
           MOVE FECHA-FOTO TO EXT-CTL-FECHA.
           MOVE HORA-FOTO TO EXT-CTL-HORA.
           MOVE CANT-LEIDOS TO EXT-CTL-ESTUDIANTES.
           MOVE CANT-GRABADAS TO EXT-CTL-FILAS.
           WRITE REG-EXTRACTO-ESTUDIANTE.

       DEVOLVER-FILA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   MOVE "D" TO EXT-TIPO
                   MOVE SORT-REC TO EXT-DETALLE
                   WRITE REG-EXTRACTO-ESTUDIANTE
                   ADD 1 TO CANT-GRABADAS
           END-RETURN.

           COPY RUNCTL-PROC.
