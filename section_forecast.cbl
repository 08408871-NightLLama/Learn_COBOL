      ******************************************************************
      * Proyección de la demanda de cada materia para el término
      * siguiente, para decidir en la reunión de horarios cuántas
      * secciones abrir o cerrar por materia y por campus.  La base
      * de la demanda depende de la materia:
      *   - con CAT-PREREQUISITO: los estudiantes activos que ya
      *     aprobaron el prerequisito en TERMHIST o lo están aprobando
      *     en la tabla actual (nota 60+ o exenta) y todavía no
      *     aprobaron ni cursan la materia, por la tasa histórica de
      *     toma: de los que aprobaron el prerequisito en TERMHIST,
      *     la parte que cursó después la materia (sin historia,
      *     100%);
      *   - sin prerequisito: la población que el término siguiente
      *     estará en el nivel donde se cursa la materia (el
      *     GRADO-NIVEL con más inscriptos hoy), por la parte de ese
      *     nivel que la cursa hoy.  Si el término siguiente abre año
      *     (con promoción), la población del nivel es la del nivel
      *     anterior que no quedó retenida más la retenida del mismo
      *     nivel; el primer nivel se supone igual al de hoy.
      * A la base por la tasa se suma la lista de espera pendiente
      * (WL-PENDIENTE) de la materia.  La capacidad es la de las
      * secciones activas de SECCMAST, ubicadas en su campus por el
      * aula (AULAMAST), con los asientos del aula de cada una.  El
      * CAT-CUPO del catálogo es el tope de la materia entre todas
      * sus secciones: la demanda total que lo supera sale avisada
      * debajo de la materia.  Por DEMPROY sale
      * una línea por materia y campus con la base, la tasa, la
      * espera, la demanda, las secciones y la capacidad, y la
      * recomendación: ABRIR o CERRAR n secciones, o MANTENER.  Una
      * sección activa sin aula no tiene campus y se informa aparte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT TERM-HIST ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-CLAVE
               FILE STATUS IS FS-TERM-HIST.

           SELECT LISTA-ESPERA ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-CLAVE
               FILE STATUS IS FS-LISTA-ESPERA.

           SELECT AULAS ASSIGN TO "AULAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUL-CODIGO
               FILE STATUS IS FS-AULAS.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT LISTADO ASSIGN TO "DEMPROY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  TERM-HIST.
           COPY TERMHIST.

       FD  LISTA-ESPERA.
           COPY WAITLIST.

       FD  AULAS.
           COPY AULA.

       FD  SECCIONES.
           COPY SECCION.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-TERM-HIST PIC XX.
           88  FS-TH-OK VALUE "00".
       01  FS-LISTA-ESPERA PIC XX.
           88  FS-WL-OK VALUE "00".
       01  FS-AULAS PIC XX.
           88  FS-AUL-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-TERMHIST-DISPONIBLE PIC A VALUE "N".
           88  TERMHIST-DISPONIBLE VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-HISTORIA PIC A.
           88  FIN-HISTORIA VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  SW-PROMOCION PIC A.
           88  CON-PROMOCION VALUE "S".
           88  PROMOCION-VALIDA VALUE "S" "N".
       01  TERMINO-PROYECTADO PIC X(6).
      ******************************************************************
      * Materias activas del catálogo.  Por materia: la historia del
      * prerequisito (TC-HAB-HIST aprobaron el prerequisito,
      * TC-TOMO-HIST de ellos cursaron la materia), los inscriptos de
      * hoy por nivel, la tasa de toma calculada y, por campus
      * (mismo índice que TABLA-CAMPUS), la base de elegibles, la
      * lista de espera y las secciones activas con su capacidad.
      ******************************************************************
       01  TABLA-CURSOS.
           05  CANT-CURSOS             PIC 9(3) VALUE 0.
           05  TC-FILA OCCURS 300 TIMES.
               10  TC-CODIGO           PIC X(4).
               10  TC-NOMBRE           PIC X(30).
               10  TC-PREREQ           PIC X(4).
               10  TC-CUPO             PIC 9(3).
               10  TC-HAB-HIST         PIC 9(5).
               10  TC-TOMO-HIST        PIC 9(5).
               10  TC-TASA             PIC 9V9999.
               10  TC-NIVEL-BASE       PIC 99.
               10  TC-SIN-AULA         PIC 99.
               10  TC-SECCIONES-TOTAL  PIC 9(3).
               10  TC-CAPACIDAD-TOTAL  PIC 9(5).
               10  TC-INSCRITOS-NIVEL OCCURS 15 TIMES PIC 9(4).
               10  TC-CELDA OCCURS 20 TIMES.
                   15  TCC-BASE        PIC 9(5).
                   15  TCC-ESPERA      PIC 9(4).
                   15  TCC-SECCIONES   PIC 99.
                   15  TCC-CAPACIDAD   PIC 9(5).
      ******************************************************************
      * Campus que aparecen en el maestro o en las aulas, con los
      * activos y los retenidos de hoy por nivel.  El campus en
      * blanco junta a los estudiantes sin campus cargado.
      ******************************************************************
       01  TABLA-CAMPUS.
           05  CANT-CAMPUS             PIC 99 VALUE 0.
           05  TK-FILA OCCURS 20 TIMES.
               10  TK-CODIGO           PIC XX.
               10  TK-ACTIVOS OCCURS 15 TIMES PIC 9(5).
               10  TK-RETENIDOS OCCURS 15 TIMES PIC 9(5).
       01  TOTALES-NIVEL.
           05  TN-ACTIVOS OCCURS 15 TIMES PIC 9(6).
       01  TABLA-AULAS.
           05  CANT-AULAS              PIC 9(3) VALUE 0.
           05  TA-FILA OCCURS 500 TIMES.
               10  TA-CODIGO           PIC X(6).
               10  TA-CAMPUS           PIC XX.
               10  TA-ASIENTOS         PIC 9(3).
      ******************************************************************
      * Materias del estudiante en curso: aprobadas o cursadas en la
      * historia (HIST) y en la tabla actual (ACT), "S" o "N".
      ******************************************************************
       01  TABLA-MATERIAS-EST.
           05  CANT-ME                 PIC 9(3).
           05  ME-FILA OCCURS 100 TIMES.
               10  ME-CODIGO           PIC X(4).
               10  ME-APROBADA-HIST    PIC A.
               10  ME-CURSADA-HIST     PIC A.
               10  ME-APROBADA-ACT     PIC A.
               10  ME-CURSADA-ACT      PIC A.
       01  IDX-CURSO PIC 9(3).
       01  IDX-CAMPUS PIC 99.
       01  IDX-NIVEL PIC 99.
       01  IDX-ME PIC 9(3).
       01  IDX-AULA PIC 9(3).
       01  IDX-FILA PIC 9.
       01  POS-CURSO PIC 9(3).
       01  POS-CAMPUS PIC 99.
       01  POS-ME PIC 9(3).
       01  POS-PREREQ PIC 9(3).
       01  NIVEL-EST PIC 99.
       01  CODIGO-BUSCADO PIC X(4).
       01  CAMPUS-BUSCADO PIC XX.
       01  ESTADO-BUSCADO PIC X.
       01  NOTA-BUSCADA PIC 999.
       01  SW-APROBADA PIC A.
           88  APROBADA VALUE "S".
       01  MAX-INSCRITOS PIC 9(4).
       01  BASE-DEMANDA PIC 9(5).
       01  DEMANDA PIC 9(5).
       01  DEMANDA-MATERIA PIC 9(6).
       01  TAMANO-SECCION PIC 9(3).
       01  SECCIONES-NECESARIAS PIC 9(3).
       01  DIFERENCIA PIC S9(3).
       01  DIFERENCIA-ABS PIC 9(3).
       01  TASA-PORC PIC 999V9.
       01  TOT-ABRIR PIC 9(5) VALUE 0.
       01  TOT-CERRAR PIC 9(5) VALUE 0.
       01  TOT-SIN-CUPO PIC 9(5) VALUE 0.
       01  TOT-LINEAS PIC 9(5) VALUE 0.
       01  CANT-ED PIC ZZZZZ9.
       01  CANT3-ED PIC ZZ9.
       01  ESPERA-ED PIC ZZZZ9.
       01  TASA-ED PIC ZZ9.9.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROYECCIÓN DE DEMANDA Y SECCIONES POR MATERIA".
           MOVE SPACES TO TERMINO-PROYECTADO.
           PERFORM PEDIR-TERMINO UNTIL TERMINO-PROYECTADO NOT = SPACES.
           MOVE SPACE TO SW-PROMOCION.
           PERFORM PEDIR-PROMOCION UNTIL PROMOCION-VALIDA.
           OPEN INPUT CURSO-CATALOGO.
           IF NOT FS-CAT-OK
               DISPLAY "NO HAY CATÁLOGO CRSCATLG"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               CLOSE CURSO-CATALOGO
               STOP RUN
           END-IF.
           OPEN INPUT TERM-HIST.
           IF FS-TH-OK
               MOVE "S" TO SW-TERMHIST-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN HISTORIAL TERMHIST - SE"
                       " SUPONE TOMA DEL 100% TRAS EL PREREQUISITO"
           END-IF.
           INITIALIZE TABLA-CAMPUS.
           INITIALIZE TOTALES-NIVEL.
           PERFORM CARGAR-CATALOGO.
           CLOSE CURSO-CATALOGO.
           PERFORM CARGAR-AULAS.
           PERFORM RECORRER-ESTUDIANTES.
           PERFORM RECORRER-ESPERA.
           PERFORM RECORRER-SECCIONES.
           PERFORM CALCULAR-TASA
                   VARYING IDX-CURSO FROM 1 BY 1
                   UNTIL IDX-CURSO > CANT-CURSOS.
           MOVE SPACES TO RPTHDR-TITULO.
           STRING "PROYECCIÓN SECCIONES - TÉRMINO "
                   DELIMITED BY SIZE
               TERMINO-PROYECTADO DELIMITED BY SIZE
               INTO RPTHDR-TITULO
           END-STRING.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM IMPRIMIR-CURSO
                   VARYING IDX-CURSO FROM 1 BY 1
                   UNTIL IDX-CURSO > CANT-CURSOS.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE STUDENT-MASTER.
           IF TERMHIST-DISPONIBLE
               CLOSE TERM-HIST
           END-IF.
           CLOSE LISTADO.
           DISPLAY "SECCIONES A ABRIR: ", TOT-ABRIR,
                   "  A CERRAR: ", TOT-CERRAR.
           STOP RUN.

       PEDIR-TERMINO.
           DISPLAY "TÉRMINO A PROYECTAR (EJ. 2027-1): ".
           ACCEPT TERMINO-PROYECTADO.
           MOVE FUNCTION UPPER-CASE(TERMINO-PROYECTADO)
               TO TERMINO-PROYECTADO.

       PEDIR-PROMOCION.
           DISPLAY "¿EL TÉRMINO ABRE AÑO NUEVO, CON PROMOCIÓN DE"
                   " NIVEL? (S/N): ".
           ACCEPT SW-PROMOCION.
           MOVE FUNCTION UPPER-CASE(SW-PROMOCION) TO SW-PROMOCION.

       CARGAR-CATALOGO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-CATALOGO.
           PERFORM GUARDAR-CURSO UNTIL FIN-ARCHIVO.

       LEER-CATALOGO.
           READ CURSO-CATALOGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-CURSO.
           IF CAT-ACTIVA
               IF CANT-CURSOS < 300
                   ADD 1 TO CANT-CURSOS
                   INITIALIZE TC-FILA(CANT-CURSOS)
                   MOVE CAT-COD-MATERIA TO TC-CODIGO(CANT-CURSOS)
                   MOVE CAT-NOM-MATERIA TO TC-NOMBRE(CANT-CURSOS)
                   MOVE CAT-PREREQUISITO TO TC-PREREQ(CANT-CURSOS)
                   MOVE CAT-CUPO TO TC-CUPO(CANT-CURSOS)
               ELSE
                   DISPLAY "TABLA DE MATERIAS LLENA - SE IGNORA ",
                           CAT-COD-MATERIA
               END-IF
           END-IF.
           PERFORM LEER-CATALOGO.

       CARGAR-AULAS.
           OPEN INPUT AULAS.
           IF NOT FS-AUL-OK
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE AULAS AULAMAST -"
                       " LAS SECCIONES NO SE UBICAN POR CAMPUS"
           ELSE
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-AULA
               PERFORM GUARDAR-AULA UNTIL FIN-ARCHIVO
               CLOSE AULAS
           END-IF.

       LEER-AULA.
           READ AULAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-AULA.
           IF AUL-ACTIVA
               IF CANT-AULAS < 500
                   ADD 1 TO CANT-AULAS
                   MOVE AUL-CODIGO TO TA-CODIGO(CANT-AULAS)
                   MOVE AUL-CAMPUS TO TA-CAMPUS(CANT-AULAS)
                   MOVE AUL-ASIENTOS TO TA-ASIENTOS(CANT-AULAS)
               ELSE
                   DISPLAY "TABLA DE AULAS LLENA - SE IGNORA ",
                           AUL-CODIGO
               END-IF
           END-IF.
           PERFORM LEER-AULA.

      ******************************************************************
      * Un recorrido del maestro: a cada estudiante, activo o no, se
      * le arma la tabla de materias de su historia y de su tabla
      * actual; de ahí salen la historia de toma de cada materia con
      * prerequisito y, si está activo, su conteo por campus y nivel
      * y su aporte a la base de elegibles.
      ******************************************************************
       RECORRER-ESTUDIANTES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ESTUDIANTE.
           PERFORM PROCESAR-ESTUDIANTE UNTIL FIN-ARCHIVO.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       PROCESAR-ESTUDIANTE.
           MOVE 0 TO CANT-ME.
           IF TERMHIST-DISPONIBLE
               PERFORM CARGAR-HISTORIA-ESTUDIANTE
           END-IF.
           PERFORM CARGAR-MATERIA-ACTUAL
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS OR IDX-FILA > 6.
           MOVE 0 TO POS-CAMPUS.
           IF EST-ACTIVO
               MOVE CAMPUS-EST TO CAMPUS-BUSCADO
               PERFORM UBICAR-CAMPUS
               MOVE GRADO-NIVEL TO NIVEL-EST
               IF NIVEL-EST > 0 AND NIVEL-EST NOT > 15
                   PERFORM CONTAR-ACTIVO-NIVEL
               END-IF
           END-IF.
           PERFORM EVALUAR-PREREQUISITO THRU EVALUAR-PREREQUISITO-FIN
                   VARYING IDX-CURSO FROM 1 BY 1
                   UNTIL IDX-CURSO > CANT-CURSOS.
           PERFORM LEER-ESTUDIANTE.

       CARGAR-HISTORIA-ESTUDIANTE.
           MOVE "N" TO SW-FIN-HISTORIA.
           MOVE ID-ESTUDIANTE TO TH-ID-ESTUDIANTE.
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
               IF TH-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                   MOVE "S" TO SW-FIN-HISTORIA
               END-IF
           END-IF.

       CARGAR-TERMINO-HISTORIA.
           PERFORM CARGAR-MATERIA-HISTORIA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > TH-NUM-MATERIAS OR IDX-FILA > 6.
           PERFORM LEER-TERMINO-HISTORIA.

      ******************************************************************
      * La materia retirada no cuenta como cursada; aprobada es la
      * exenta o la normal con nota 60 o más, igual que el control
      * de prerequisito de ENROLL-LOAD.
      ******************************************************************
       CARGAR-MATERIA-HISTORIA.
           IF TH-COD-MATERIA(IDX-FILA) NOT = SPACES
                   AND TH-ESTADO-MATERIA(IDX-FILA) NOT = "R"
               MOVE TH-COD-MATERIA(IDX-FILA) TO CODIGO-BUSCADO
               PERFORM UBICAR-MATERIA-EST
               IF POS-ME > 0
                   MOVE "S" TO ME-CURSADA-HIST(POS-ME)
                   MOVE TH-ESTADO-MATERIA(IDX-FILA) TO ESTADO-BUSCADO
                   MOVE TH-NOTA-MATERIA(IDX-FILA) TO NOTA-BUSCADA
                   PERFORM VERIFICAR-APROBADA
                   IF APROBADA
                       MOVE "S" TO ME-APROBADA-HIST(POS-ME)
                   END-IF
               END-IF
           END-IF.

       CARGAR-MATERIA-ACTUAL.
           IF COD-MATERIA(IDX-FILA) NOT = SPACES
                   AND NOT MATERIA-RETIRADA(IDX-FILA)
               MOVE COD-MATERIA(IDX-FILA) TO CODIGO-BUSCADO
               PERFORM UBICAR-MATERIA-EST
               IF POS-ME > 0
                   MOVE "S" TO ME-CURSADA-ACT(POS-ME)
                   MOVE ESTADO-MATERIA(IDX-FILA) TO ESTADO-BUSCADO
                   MOVE NOTA-MATERIA(IDX-FILA) TO NOTA-BUSCADA
                   PERFORM VERIFICAR-APROBADA
                   IF APROBADA
                       MOVE "S" TO ME-APROBADA-ACT(POS-ME)
                   END-IF
               END-IF
               IF EST-ACTIVO
                       AND GRADO-NIVEL > 0 AND GRADO-NIVEL NOT > 15
                   PERFORM BUSCAR-CURSO
                   IF POS-CURSO > 0
                       ADD 1 TO TC-INSCRITOS-NIVEL(POS-CURSO,
                                                   GRADO-NIVEL)
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-APROBADA.
           MOVE "N" TO SW-APROBADA.
           IF ESTADO-BUSCADO = "E"
               MOVE "S" TO SW-APROBADA
           END-IF.
           IF (ESTADO-BUSCADO = "N" OR ESTADO-BUSCADO = SPACE)
                   AND NOTA-BUSCADA NOT < 60
               MOVE "S" TO SW-APROBADA
           END-IF.

       CONTAR-ACTIVO-NIVEL.
           ADD 1 TO TN-ACTIVOS(NIVEL-EST).
           IF POS-CAMPUS > 0
               ADD 1 TO TK-ACTIVOS(POS-CAMPUS, NIVEL-EST)
               IF MOTIVO-RETENCION NOT = SPACES
                   ADD 1 TO TK-RETENIDOS(POS-CAMPUS, NIVEL-EST)
               END-IF
           END-IF.

      ******************************************************************
      * Sólo para materias con prerequisito.  Historia: si aprobó el
      * prerequisito, ¿cursó la materia?  Base: activo, con el
      * prerequisito aprobado (antes o ahora) y la materia ni
      * aprobada ni en curso.
      ******************************************************************
       EVALUAR-PREREQUISITO.
           IF TC-PREREQ(IDX-CURSO) = SPACES
               GO TO EVALUAR-PREREQUISITO-FIN
           END-IF.
           MOVE TC-PREREQ(IDX-CURSO) TO CODIGO-BUSCADO.
           PERFORM BUSCAR-MATERIA-EST.
           IF POS-ME = 0
               GO TO EVALUAR-PREREQUISITO-FIN
           END-IF.
           MOVE POS-ME TO POS-PREREQ.
           MOVE TC-CODIGO(IDX-CURSO) TO CODIGO-BUSCADO.
           PERFORM BUSCAR-MATERIA-EST.
           IF ME-APROBADA-HIST(POS-PREREQ) = "S"
               ADD 1 TO TC-HAB-HIST(IDX-CURSO)
               IF POS-ME > 0
                   IF ME-CURSADA-HIST(POS-ME) = "S"
                           OR ME-CURSADA-ACT(POS-ME) = "S"
                       ADD 1 TO TC-TOMO-HIST(IDX-CURSO)
                   END-IF
               END-IF
           END-IF.
           IF POS-CAMPUS = 0
               GO TO EVALUAR-PREREQUISITO-FIN
           END-IF.
           IF ME-APROBADA-HIST(POS-PREREQ) NOT = "S"
                   AND ME-APROBADA-ACT(POS-PREREQ) NOT = "S"
               GO TO EVALUAR-PREREQUISITO-FIN
           END-IF.
           IF POS-ME > 0
               IF ME-APROBADA-HIST(POS-ME) = "S"
                       OR ME-CURSADA-ACT(POS-ME) = "S"
                   GO TO EVALUAR-PREREQUISITO-FIN
               END-IF
           END-IF.
           ADD 1 TO TCC-BASE(IDX-CURSO, POS-CAMPUS).
       EVALUAR-PREREQUISITO-FIN.
           EXIT.

      ******************************************************************
      * Lista de espera: cada pendiente suma en el campus del
      * estudiante según el maestro.
      ******************************************************************
       RECORRER-ESPERA.
           OPEN INPUT LISTA-ESPERA.
           IF FS-WL-OK
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-ESPERA
               PERFORM CONTAR-ESPERA UNTIL FIN-ARCHIVO
               CLOSE LISTA-ESPERA
           END-IF.

       LEER-ESPERA.
           READ LISTA-ESPERA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CONTAR-ESPERA.
           IF WL-PENDIENTE
               MOVE WL-COD-MATERIA TO CODIGO-BUSCADO
               PERFORM BUSCAR-CURSO
               IF POS-CURSO > 0
                   MOVE WL-ID-ESTUDIANTE TO ID-ESTUDIANTE
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE SPACES TO CAMPUS-EST
                   END-READ
                   MOVE CAMPUS-EST TO CAMPUS-BUSCADO
                   PERFORM UBICAR-CAMPUS
                   IF POS-CAMPUS > 0
                       ADD 1 TO TCC-ESPERA(POS-CURSO, POS-CAMPUS)
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-ESPERA.

      ******************************************************************
      * Secciones activas: el campus y los asientos salen del aula.
      ******************************************************************
       RECORRER-SECCIONES.
           OPEN INPUT SECCIONES.
           IF NOT FS-SEC-OK
               DISPLAY "ADVERTENCIA: SIN ARCHIVO DE SECCIONES SECCMAST"
                       " - CAPACIDAD ACTUAL EN CERO"
           ELSE
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-SECCION
               PERFORM CONTAR-SECCION THRU CONTAR-SECCION-FIN
                       UNTIL FIN-ARCHIVO
               CLOSE SECCIONES
           END-IF.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CONTAR-SECCION.
           IF NOT SEC-ACTIVA
               GO TO CONTAR-SECCION-SIGUIENTE
           END-IF.
           MOVE SEC-COD-MATERIA TO CODIGO-BUSCADO.
           PERFORM BUSCAR-CURSO.
           IF POS-CURSO = 0
               GO TO CONTAR-SECCION-SIGUIENTE
           END-IF.
           MOVE "N" TO SW-HALLADO.
           IF SEC-AULA NOT = SPACES
               PERFORM BUSCAR-AULA
                       VARYING IDX-AULA FROM 1 BY 1
                       UNTIL IDX-AULA > CANT-AULAS OR HALLADO
           END-IF.
           IF NOT HALLADO
               ADD 1 TO TC-SIN-AULA(POS-CURSO)
               GO TO CONTAR-SECCION-SIGUIENTE
           END-IF.
           SUBTRACT 1 FROM IDX-AULA.
           MOVE TA-CAMPUS(IDX-AULA) TO CAMPUS-BUSCADO.
           PERFORM UBICAR-CAMPUS.
           IF POS-CAMPUS = 0
               GO TO CONTAR-SECCION-SIGUIENTE
           END-IF.
           ADD 1 TO TCC-SECCIONES(POS-CURSO, POS-CAMPUS).
           ADD TA-ASIENTOS(IDX-AULA)
               TO TCC-CAPACIDAD(POS-CURSO, POS-CAMPUS).
           ADD 1 TO TC-SECCIONES-TOTAL(POS-CURSO).
           ADD TA-ASIENTOS(IDX-AULA) TO TC-CAPACIDAD-TOTAL(POS-CURSO).
       CONTAR-SECCION-SIGUIENTE.
           PERFORM LEER-SECCION.
       CONTAR-SECCION-FIN.
           EXIT.

       BUSCAR-AULA.
           IF TA-CODIGO(IDX-AULA) = SEC-AULA
               MOVE "S" TO SW-HALLADO
           END-IF.

      ******************************************************************
      * Tasa de toma.  Con prerequisito, la histórica (sin historia
      * del prerequisito, 100%).  Sin prerequisito, la del nivel con
      * más inscriptos hoy; la materia sin inscriptos no tiene base
      * y su demanda es sólo la lista de espera.
      ******************************************************************
       CALCULAR-TASA.
           IF TC-PREREQ(IDX-CURSO) NOT = SPACES
               IF TC-HAB-HIST(IDX-CURSO) = 0
                   MOVE 1 TO TC-TASA(IDX-CURSO)
               ELSE
                   COMPUTE TC-TASA(IDX-CURSO) ROUNDED =
                       TC-TOMO-HIST(IDX-CURSO) / TC-HAB-HIST(IDX-CURSO)
               END-IF
           ELSE
               MOVE 0 TO MAX-INSCRITOS
               MOVE 0 TO TC-NIVEL-BASE(IDX-CURSO)
               PERFORM BUSCAR-NIVEL-BASE
                       VARYING IDX-NIVEL FROM 1 BY 1
                       UNTIL IDX-NIVEL > 15
               IF TC-NIVEL-BASE(IDX-CURSO) = 0
                   MOVE 0 TO TC-TASA(IDX-CURSO)
               ELSE
                   MOVE TC-NIVEL-BASE(IDX-CURSO) TO IDX-NIVEL
                   COMPUTE TC-TASA(IDX-CURSO) ROUNDED =
                       MAX-INSCRITOS / TN-ACTIVOS(IDX-NIVEL)
               END-IF
           END-IF.

       BUSCAR-NIVEL-BASE.
           IF TC-INSCRITOS-NIVEL(IDX-CURSO, IDX-NIVEL) > MAX-INSCRITOS
               MOVE TC-INSCRITOS-NIVEL(IDX-CURSO, IDX-NIVEL)
                   TO MAX-INSCRITOS
               MOVE IDX-NIVEL TO TC-NIVEL-BASE(IDX-CURSO)
           END-IF.

      ******************************************************************
      * Una línea por campus con demanda o con secciones abiertas.
      ******************************************************************
       IMPRIMIR-CURSO.
           MOVE 0 TO DEMANDA-MATERIA.
           PERFORM IMPRIMIR-CELDA THRU IMPRIMIR-CELDA-FIN
                   VARYING IDX-CAMPUS FROM 1 BY 1
                   UNTIL IDX-CAMPUS > CANT-CAMPUS.
           IF TC-CUPO(IDX-CURSO) > 0
                   AND DEMANDA-MATERIA > TC-CUPO(IDX-CURSO)
               MOVE SPACES TO LINEA-SALIDA
               MOVE TC-CODIGO(IDX-CURSO) TO LINEA-SALIDA(1:4)
               MOVE DEMANDA-MATERIA TO CANT-ED
               MOVE TC-CUPO(IDX-CURSO) TO CANT3-ED
               STRING "DEMANDA TOTAL " DELIMITED BY SIZE
                   CANT-ED DELIMITED BY SIZE
                   " SUPERA EL CUPO DE LA MATERIA (CAT-CUPO "
                       DELIMITED BY SIZE
                   CANT3-ED DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LINEA-SALIDA(6:)
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.
           IF TC-SIN-AULA(IDX-CURSO) > 0
               MOVE SPACES TO LINEA-SALIDA
               MOVE TC-CODIGO(IDX-CURSO) TO LINEA-SALIDA(1:4)
               MOVE TC-SIN-AULA(IDX-CURSO) TO CANT3-ED
               STRING CANT3-ED DELIMITED BY SIZE
                   " SECCIONES ACTIVAS SIN AULA EN AULAMAST - NO"
                       DELIMITED BY SIZE
                   " CUENTAN EN LA CAPACIDAD" DELIMITED BY SIZE
                   INTO LINEA-SALIDA(6:)
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-CELDA.
           PERFORM CALCULAR-BASE-CELDA.
           COMPUTE DEMANDA ROUNDED =
               BASE-DEMANDA * TC-TASA(IDX-CURSO)
               + TCC-ESPERA(IDX-CURSO, IDX-CAMPUS).
           IF DEMANDA = 0 AND TCC-SECCIONES(IDX-CURSO, IDX-CAMPUS) = 0
               GO TO IMPRIMIR-CELDA-FIN
           END-IF.
           ADD 1 TO TOT-LINEAS.
           ADD DEMANDA TO DEMANDA-MATERIA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TC-CODIGO(IDX-CURSO) TO LINEA-SALIDA(1:4).
           MOVE TC-NOMBRE(IDX-CURSO) TO LINEA-SALIDA(6:20).
           IF TK-CODIGO(IDX-CAMPUS) = SPACES
               MOVE "--" TO LINEA-SALIDA(27:2)
           ELSE
               MOVE TK-CODIGO(IDX-CAMPUS) TO LINEA-SALIDA(27:2)
           END-IF.
           IF TC-PREREQ(IDX-CURSO) NOT = SPACES
               MOVE TC-PREREQ(IDX-CURSO) TO LINEA-SALIDA(31:4)
           ELSE
               IF TC-NIVEL-BASE(IDX-CURSO) > 0
                   MOVE "NV" TO LINEA-SALIDA(31:2)
                   MOVE TC-NIVEL-BASE(IDX-CURSO) TO LINEA-SALIDA(33:2)
               END-IF
           END-IF.
           MOVE BASE-DEMANDA TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(36:6).
           COMPUTE TASA-PORC ROUNDED = TC-TASA(IDX-CURSO) * 100.
           MOVE TASA-PORC TO TASA-ED.
           MOVE TASA-ED TO LINEA-SALIDA(43:5).
           MOVE "%" TO LINEA-SALIDA(48:1).
           MOVE TCC-ESPERA(IDX-CURSO, IDX-CAMPUS) TO ESPERA-ED.
           MOVE ESPERA-ED TO LINEA-SALIDA(50:5).
           MOVE DEMANDA TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(56:6).
           MOVE TCC-SECCIONES(IDX-CURSO, IDX-CAMPUS) TO CANT3-ED.
           MOVE CANT3-ED TO LINEA-SALIDA(63:3).
           MOVE TCC-CAPACIDAD(IDX-CURSO, IDX-CAMPUS) TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(67:6).
           PERFORM RECOMENDAR-SECCIONES THRU RECOMENDAR-SECCIONES-FIN.
           PERFORM ESCRIBIR-LINEA.
       IMPRIMIR-CELDA-FIN.
           EXIT.

      ******************************************************************
      * Base de la celda: los elegibles contados para la materia con
      * prerequisito; para la otra, la población proyectada del
      * campus en el nivel base.
      ******************************************************************
       CALCULAR-BASE-CELDA.
           IF TC-PREREQ(IDX-CURSO) NOT = SPACES
               MOVE TCC-BASE(IDX-CURSO, IDX-CAMPUS) TO BASE-DEMANDA
           ELSE
               MOVE 0 TO BASE-DEMANDA
               MOVE TC-NIVEL-BASE(IDX-CURSO) TO IDX-NIVEL
               IF IDX-NIVEL > 0
                   IF CON-PROMOCION AND IDX-NIVEL > 1
                       COMPUTE BASE-DEMANDA =
                           TK-ACTIVOS(IDX-CAMPUS, IDX-NIVEL - 1)
                           - TK-RETENIDOS(IDX-CAMPUS, IDX-NIVEL - 1)
                           + TK-RETENIDOS(IDX-CAMPUS, IDX-NIVEL)
                   ELSE
                       MOVE TK-ACTIVOS(IDX-CAMPUS, IDX-NIVEL)
                           TO BASE-DEMANDA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Secciones necesarias = demanda / asientos por sección,
      * redondeado hacia arriba.  Los asientos por sección son el
      * promedio de las aulas de las secciones abiertas en el campus,
      * o de la materia en todos los campus si en éste no tiene
      * ninguna; sin ninguna sección con aula no hay cuenta.
      ******************************************************************
       RECOMENDAR-SECCIONES.
           MOVE 0 TO TAMANO-SECCION.
           IF TCC-SECCIONES(IDX-CURSO, IDX-CAMPUS) > 0
               COMPUTE TAMANO-SECCION =
                   TCC-CAPACIDAD(IDX-CURSO, IDX-CAMPUS)
                   / TCC-SECCIONES(IDX-CURSO, IDX-CAMPUS)
           ELSE
               IF TC-SECCIONES-TOTAL(IDX-CURSO) > 0
                   COMPUTE TAMANO-SECCION =
                       TC-CAPACIDAD-TOTAL(IDX-CURSO)
                       / TC-SECCIONES-TOTAL(IDX-CURSO)
               END-IF
           END-IF.
           IF TAMANO-SECCION = 0
               ADD 1 TO TOT-SIN-CUPO
               MOVE "SIN AULA DE REFERENCIA" TO LINEA-SALIDA(79:22)
               GO TO RECOMENDAR-SECCIONES-FIN
           END-IF.
           COMPUTE SECCIONES-NECESARIAS =
               (DEMANDA + TAMANO-SECCION - 1) / TAMANO-SECCION.
           MOVE SECCIONES-NECESARIAS TO CANT3-ED.
           MOVE CANT3-ED TO LINEA-SALIDA(74:3).
           COMPUTE DIFERENCIA = SECCIONES-NECESARIAS
               - TCC-SECCIONES(IDX-CURSO, IDX-CAMPUS).
           EVALUATE TRUE
               WHEN DIFERENCIA > 0
                   MOVE DIFERENCIA TO DIFERENCIA-ABS
                   ADD DIFERENCIA-ABS TO TOT-ABRIR
                   MOVE DIFERENCIA-ABS TO CANT3-ED
                   STRING "ABRIR " DELIMITED BY SIZE
                       CANT3-ED DELIMITED BY SIZE
                       INTO LINEA-SALIDA(79:)
                   END-STRING
               WHEN DIFERENCIA < 0
                   COMPUTE DIFERENCIA-ABS = 0 - DIFERENCIA
                   ADD DIFERENCIA-ABS TO TOT-CERRAR
                   MOVE DIFERENCIA-ABS TO CANT3-ED
                   STRING "CERRAR " DELIMITED BY SIZE
                       CANT3-ED DELIMITED BY SIZE
                       INTO LINEA-SALIDA(79:)
                   END-STRING
               WHEN OTHER
                   MOVE "MANTENER" TO LINEA-SALIDA(79:8)
           END-EVALUATE.
       RECOMENDAR-SECCIONES-FIN.
           EXIT.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SECCIONES A ABRIR: " DELIMITED BY SIZE
               TOT-ABRIR DELIMITED BY SIZE
               "   A CERRAR: " DELIMITED BY SIZE
               TOT-CERRAR DELIMITED BY SIZE
               "   SIN AULA DE REFERENCIA: " DELIMITED BY SIZE
               TOT-SIN-CUPO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           IF CON-PROMOCION
               MOVE "POBLACIÓN POR NIVEL PROYECTADA CON PROMOCIÓN"
                   TO LINEA-SALIDA
           ELSE
               MOVE "POBLACIÓN POR NIVEL SIN PROMOCIÓN (MISMO AÑO)"
                   TO LINEA-SALIDA
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           IF TOT-LINEAS = 0
               MOVE "SIN DEMANDA NI SECCIONES ABIERTAS"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

      ******************************************************************
      * Búsquedas en las tablas.  UBICAR- agrega la fila si no está
      * (cero si la tabla está llena); BUSCAR- sólo busca.
      ******************************************************************
       BUSCAR-CURSO.
           MOVE 0 TO POS-CURSO.
           MOVE "N" TO SW-HALLADO.
           PERFORM COMPARAR-CURSO
                   VARYING IDX-CURSO FROM 1 BY 1
                   UNTIL IDX-CURSO > CANT-CURSOS OR HALLADO.

       COMPARAR-CURSO.
           IF TC-CODIGO(IDX-CURSO) = CODIGO-BUSCADO
               MOVE "S" TO SW-HALLADO
               MOVE IDX-CURSO TO POS-CURSO
           END-IF.

       UBICAR-CAMPUS.
           MOVE 0 TO POS-CAMPUS.
           MOVE "N" TO SW-HALLADO.
           PERFORM COMPARAR-CAMPUS
                   VARYING IDX-CAMPUS FROM 1 BY 1
                   UNTIL IDX-CAMPUS > CANT-CAMPUS OR HALLADO.
           IF NOT HALLADO
               IF CANT-CAMPUS < 20
                   ADD 1 TO CANT-CAMPUS
                   MOVE CAMPUS-BUSCADO TO TK-CODIGO(CANT-CAMPUS)
                   MOVE CANT-CAMPUS TO POS-CAMPUS
               ELSE
                   DISPLAY "TABLA DE CAMPUS LLENA - SE IGNORA ",
                           CAMPUS-BUSCADO
               END-IF
           END-IF.

       COMPARAR-CAMPUS.
           IF TK-CODIGO(IDX-CAMPUS) = CAMPUS-BUSCADO
               MOVE "S" TO SW-HALLADO
               MOVE IDX-CAMPUS TO POS-CAMPUS
           END-IF.

       BUSCAR-MATERIA-EST.
           MOVE 0 TO POS-ME.
           MOVE "N" TO SW-HALLADO.
           PERFORM COMPARAR-MATERIA-EST
                   VARYING IDX-ME FROM 1 BY 1
                   UNTIL IDX-ME > CANT-ME OR HALLADO.

       UBICAR-MATERIA-EST.
           PERFORM BUSCAR-MATERIA-EST.
           IF NOT HALLADO AND CANT-ME < 100
               ADD 1 TO CANT-ME
               MOVE CODIGO-BUSCADO TO ME-CODIGO(CANT-ME)
               MOVE "N" TO ME-APROBADA-HIST(CANT-ME)
               MOVE "N" TO ME-CURSADA-HIST(CANT-ME)
               MOVE "N" TO ME-APROBADA-ACT(CANT-ME)
               MOVE "N" TO ME-CURSADA-ACT(CANT-ME)
               MOVE CANT-ME TO POS-ME
           END-IF.

       COMPARAR-MATERIA-EST.
           IF ME-CODIGO(IDX-ME) = CODIGO-BUSCADO
               MOVE "S" TO SW-HALLADO
               MOVE IDX-ME TO POS-ME
           END-IF.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "MAT" TO LINEA-SALIDA(1:3).
           MOVE "MATERIA" TO LINEA-SALIDA(6:7).
           MOVE "CA" TO LINEA-SALIDA(27:2).
           MOVE "BASE" TO LINEA-SALIDA(31:4).
           MOVE "ELEGIB" TO LINEA-SALIDA(36:6).
           MOVE "TASA" TO LINEA-SALIDA(44:4).
           MOVE "ESPERA" TO LINEA-SALIDA(49:6).
           MOVE "DEMAND" TO LINEA-SALIDA(56:6).
           MOVE "SEC" TO LINEA-SALIDA(63:3).
           MOVE "CAPAC" TO LINEA-SALIDA(68:5).
           MOVE "NEC" TO LINEA-SALIDA(74:3).
           MOVE "RECOMENDACIÓN" TO LINEA-SALIDA(79:14).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
