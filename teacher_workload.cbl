      ******************************************************************
      * Carga docente por término: por cada docente activo de TCHMAST
      * (DOC-ACTIVO), las secciones activas de SECCMAST que dicta, los
      * períodos de clase que ocupa, los estudiantes que tiene (de la
      * SECCION-MATERIA de cada fila del STUDENT-MASTER, cada
      * estudiante contado una vez por docente), las horas crédito de
      * sus secciones (CAT-CREDITOS del catálogo CRSCATLG) y cuántos
      * de sus estudiantes están hoy en REPROBADO.  Debajo de cada
      * docente sale el detalle de sus secciones con la cantidad de
      * inscriptos.  Se marcan los docentes por encima del tope de
      * secciones o de estudiantes, y al final se listan los docentes
      * activos sin ninguna sección - la foto que el director armaba a
      * mano con las listas de SECTION-ROSTER.
      * Tarjetas de SYSIN: el filtro de campus, igual que
      * CLASS-SUMMARY ("*" o blanco = todos; con campus solo cuentan
      * los estudiantes de ese campus y las secciones que los tienen),
      * el tope de secciones (blanco = 6) y el tope de estudiantes
      * (blanco = 150).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-WORKLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

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

           SELECT LISTADO ASSIGN TO "DOCLOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCENTES.
           COPY DOCENTE.

       FD  SECCIONES.
           COPY SECCION.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
       01  ENTRADA-TOPE PIC X(4).
       01  TOPE-SECCIONES PIC 99 VALUE 6.
       01  TOPE-ESTUDIANTES PIC 9(4) VALUE 150.
      * Docentes activos, en orden de legajo, con sus acumuladores.
       01  TABLA-DOCENTES.
           05  CANT-DOCENTES          PIC 9(3) VALUE 0.
           05  DOCENTE-CARGA OCCURS 300 TIMES.
               10  TD-ID              PIC X(6).
               10  TD-NOMBRE          PIC X(30).
               10  TD-SECCIONES       PIC 99.
               10  TD-CREDITOS        PIC 9(3).
               10  TD-ESTUDIANTES     PIC 9(4).
               10  TD-REPROBADOS      PIC 9(4).
               10  TD-PERIODOS        PIC X(12).
               10  TD-PERIODO-OCUPADO REDEFINES TD-PERIODOS
                                      PIC X OCCURS 12 TIMES.
      * Secciones activas, con el docente (posición en la tabla de
      * docentes; cero si el legajo no está activo) y los inscriptos.
       01  TABLA-SECCIONES.
           05  CANT-SECCIONES         PIC 9(3) VALUE 0.
           05  SECCION-CARGA OCCURS 600 TIMES.
               10  TS-COD-MATERIA     PIC X(4).
               10  TS-NUMERO          PIC 99.
               10  TS-PERIODO         PIC 99.
               10  TS-CREDITOS        PIC 99.
               10  TS-IDX-DOCENTE     PIC 9(3).
               10  TS-INSCRIPTOS      PIC 9(4).
      * Docentes ya contados para el estudiante en curso.
       01  DOCENTES-DEL-ESTUDIANTE.
           05  CANT-DOC-EST           PIC 9.
           05  DOC-EST-IDX OCCURS 6 TIMES PIC 9(3).
       01  IDX-DOC PIC 9(3).
       01  IDX-SEC PIC 9(3).
       01  IDX-FILA PIC 9.
       01  IDX-VISTO PIC 9.
       01  IDX-PER PIC 99.
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  SW-SOBRE-TOPE PIC A.
           88  SOBRE-TOPE VALUE "S".
       01  CANT-PERIODOS PIC 99.
       01  CANT-LISTADOS PIC 9(3) VALUE 0.
       01  CANT-SOBRE-TOPE PIC 9(3) VALUE 0.
       01  CANT-SIN-SECCION PIC 9(3) VALUE 0.
       01  CANT-SEC-OMITIDAS PIC 9(3) VALUE 0.
       01  LINEA-SALIDA PIC X(80).
       01  LINEA-DOCENTE.
           05  LD-ID                  PIC X(6).
           05  FILLER                 PIC X VALUE SPACE.
           05  LD-NOMBRE              PIC X(24).
           05  LD-SECCIONES           PIC Z9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LD-PERIODOS            PIC Z9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LD-ESTUDIANTES         PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LD-CREDITOS            PIC ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  LD-REPROBADOS          PIC ZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  LD-MARCA-SECCIONES     PIC X(5).
           05  FILLER                 PIC X VALUE SPACE.
           05  LD-MARCA-ESTUDIANTES   PIC X(5).
       01  LINEA-DETALLE-SECCION.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  LS-COD-MATERIA         PIC X(4).
           05  FILLER                 PIC X VALUE "-".
           05  LS-NUMERO              PIC 99.
           05  FILLER                 PIC X(11) VALUE "  PERÍODO ".
           05  LS-PERIODO             PIC 99.
           05  FILLER                 PIC X(13) VALUE "  INSCRIPTOS ".
           05  LS-INSCRIPTOS          PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE "  CRÉDITOS ".
           05  LS-CREDITOS            PIC ZZ9.
           COPY NUMCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "CARGA DOCENTE POR SECCIÓN" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           PERFORM LEER-TARJETAS.
           OPEN INPUT DOCENTES.
           IF NOT FS-DOC-OK
               DISPLAY "NO HAY MAESTRO DE DOCENTES TCHMAST"
               STOP RUN
           END-IF.
           OPEN INPUT SECCIONES.
           IF NOT FS-SEC-OK
               DISPLAY "NO HAY ARCHIVO DE SECCIONES SECCMAST"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CATALOGO DE MATERIAS - LAS"
                       " HORAS CRÉDITO SALEN EN CERO"
           END-IF.
           PERFORM CARGAR-DOCENTES.
           PERFORM CARGAR-SECCIONES.
           PERFORM CONTAR-ESTUDIANTES.
           PERFORM ACUMULAR-SECCIONES
                   VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > CANT-SECCIONES.
           OPEN OUTPUT LISTADO.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-DOCENTE
                   VARYING IDX-DOC FROM 1 BY 1
                   UNTIL IDX-DOC > CANT-DOCENTES.
           PERFORM IMPRIMIR-SIN-SECCION.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE LISTADO.
           CLOSE DOCENTES.
           CLOSE SECCIONES.
           CLOSE STUDENT-MASTER.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           STOP RUN.

       LEER-TARJETAS.
           DISPLAY "CAMPUS A LISTAR (ENTER O * = TODOS): ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO NOT = SPACES
              AND CAMPUS-PEDIDO NOT = "*"
               MOVE "S" TO SW-FILTRA-CAMPUS
               DISPLAY "CARGA LIMITADA AL CAMPUS ", CAMPUS-PEDIDO
           END-IF.
           DISPLAY "TOPE DE SECCIONES POR DOCENTE (ENTER = 6): ".
           ACCEPT ENTRADA-TOPE.
           IF ENTRADA-TOPE NOT = SPACES
               MOVE ENTRADA-TOPE TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO TOPE-SECCIONES
               ELSE
                   DISPLAY "SE USA EL TOPE DE 6 SECCIONES"
               END-IF
           END-IF.
           DISPLAY "TOPE DE ESTUDIANTES POR DOCENTE (ENTER = 150): ".
           ACCEPT ENTRADA-TOPE.
           IF ENTRADA-TOPE NOT = SPACES
               MOVE ENTRADA-TOPE TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO TOPE-ESTUDIANTES
               ELSE
                   DISPLAY "SE USA EL TOPE DE 150 ESTUDIANTES"
               END-IF
           END-IF.

       CARGAR-DOCENTES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-DOCENTE.
           PERFORM GUARDAR-DOCENTE UNTIL FIN-ARCHIVO.

       LEER-DOCENTE.
           READ DOCENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-DOCENTE.
           IF DOC-ACTIVO
               IF CANT-DOCENTES < 300
                   ADD 1 TO CANT-DOCENTES
                   MOVE DOC-ID TO TD-ID(CANT-DOCENTES)
                   MOVE DOC-NOMBRE TO TD-NOMBRE(CANT-DOCENTES)
                   MOVE 0 TO TD-SECCIONES(CANT-DOCENTES)
                   MOVE 0 TO TD-CREDITOS(CANT-DOCENTES)
                   MOVE 0 TO TD-ESTUDIANTES(CANT-DOCENTES)
                   MOVE 0 TO TD-REPROBADOS(CANT-DOCENTES)
                   MOVE SPACES TO TD-PERIODOS(CANT-DOCENTES)
               ELSE
                   DISPLAY "TABLA DE DOCENTES LLENA - SE OMITE ",
                           DOC-ID
               END-IF
           END-IF.
           PERFORM LEER-DOCENTE.

       CARGAR-SECCIONES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-SECCION.
           PERFORM GUARDAR-SECCION UNTIL FIN-ARCHIVO.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-SECCION.
           IF SEC-ACTIVA
               IF CANT-SECCIONES < 600
                   ADD 1 TO CANT-SECCIONES
                   MOVE SEC-COD-MATERIA
                       TO TS-COD-MATERIA(CANT-SECCIONES)
                   MOVE SEC-NUMERO TO TS-NUMERO(CANT-SECCIONES)
                   MOVE SEC-PERIODO TO TS-PERIODO(CANT-SECCIONES)
                   MOVE 0 TO TS-INSCRIPTOS(CANT-SECCIONES)
                   PERFORM BUSCAR-CREDITOS-SECCION
                   MOVE 0 TO TS-IDX-DOCENTE(CANT-SECCIONES)
                   PERFORM BUSCAR-DOCENTE-SECCION
                           VARYING IDX-DOC FROM 1 BY 1
                           UNTIL IDX-DOC > CANT-DOCENTES
                              OR TS-IDX-DOCENTE(CANT-SECCIONES) > 0
               ELSE
                   ADD 1 TO CANT-SEC-OMITIDAS
               END-IF
           END-IF.
           PERFORM LEER-SECCION.

       BUSCAR-CREDITOS-SECCION.
           MOVE 0 TO TS-CREDITOS(CANT-SECCIONES).
           IF CATALOGO-DISPONIBLE
               MOVE SEC-COD-MATERIA TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-CREDITOS TO TS-CREDITOS(CANT-SECCIONES)
               END-READ
           END-IF.

       BUSCAR-DOCENTE-SECCION.
           IF TD-ID(IDX-DOC) = SEC-DOC-ID
               MOVE IDX-DOC TO TS-IDX-DOCENTE(CANT-SECCIONES)
           END-IF.

      ******************************************************************
      * Un solo recorrido del maestro: cada fila con sección suma un
      * inscripto a su sección, y cada estudiante suma una vez a cada
      * docente distinto que lo tiene (y a sus reprobados, si está en
      * REPROBADO).
      ******************************************************************
       CONTAR-ESTUDIANTES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ESTUDIANTE.
           PERFORM CONTAR-UN-ESTUDIANTE UNTIL FIN-ARCHIVO.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CONTAR-UN-ESTUDIANTE.
           IF EST-ACTIVO
              AND (NOT FILTRA-CAMPUS OR CAMPUS-EST = CAMPUS-PEDIDO)
               MOVE 0 TO CANT-DOC-EST
               PERFORM CONTAR-UNA-FILA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       CONTAR-UNA-FILA.
           IF SECCION-MATERIA(IDX-FILA) > 0
               MOVE "N" TO SW-HALLADO
               PERFORM BUSCAR-SECCION-FILA
                       VARYING IDX-SEC FROM 1 BY 1
                       UNTIL IDX-SEC > CANT-SECCIONES
                          OR HALLADO
               IF HALLADO
                   SUBTRACT 1 FROM IDX-SEC
                   ADD 1 TO TS-INSCRIPTOS(IDX-SEC)
                   IF TS-IDX-DOCENTE(IDX-SEC) > 0
                       PERFORM CONTAR-DOCENTE-ESTUDIANTE
                   END-IF
               END-IF
           END-IF.

       BUSCAR-SECCION-FILA.
           IF TS-COD-MATERIA(IDX-SEC) = COD-MATERIA(IDX-FILA)
              AND TS-NUMERO(IDX-SEC) = SECCION-MATERIA(IDX-FILA)
               MOVE "S" TO SW-HALLADO
           END-IF.

       CONTAR-DOCENTE-ESTUDIANTE.
           MOVE TS-IDX-DOCENTE(IDX-SEC) TO IDX-DOC.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-DOCENTE-VISTO
                   VARYING IDX-VISTO FROM 1 BY 1
                   UNTIL IDX-VISTO > CANT-DOC-EST
                      OR HALLADO.
           IF NOT HALLADO
               ADD 1 TO CANT-DOC-EST
               MOVE IDX-DOC TO DOC-EST-IDX(CANT-DOC-EST)
               ADD 1 TO TD-ESTUDIANTES(IDX-DOC)
               IF REPROBADO
                   ADD 1 TO TD-REPROBADOS(IDX-DOC)
               END-IF
           END-IF.

       BUSCAR-DOCENTE-VISTO.
           IF DOC-EST-IDX(IDX-VISTO) = IDX-DOC
               MOVE "S" TO SW-HALLADO
           END-IF.

      ******************************************************************
      * Con filtro de campus, una sección cuenta para su docente solo
      * si tiene inscriptos de ese campus.
      ******************************************************************
       ACUMULAR-SECCIONES.
           IF TS-IDX-DOCENTE(IDX-SEC) > 0
              AND (NOT FILTRA-CAMPUS OR TS-INSCRIPTOS(IDX-SEC) > 0)
               MOVE TS-IDX-DOCENTE(IDX-SEC) TO IDX-DOC
               ADD 1 TO TD-SECCIONES(IDX-DOC)
               ADD TS-CREDITOS(IDX-SEC) TO TD-CREDITOS(IDX-DOC)
               IF TS-PERIODO(IDX-SEC) > 0
                  AND TS-PERIODO(IDX-SEC) NOT > 12
                   MOVE "X" TO TD-PERIODO-OCUPADO(IDX-DOC,
                                                  TS-PERIODO(IDX-SEC))
               END-IF
           END-IF.

       IMPRIMIR-ENCABEZADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOPES: " DELIMITED BY SIZE
               TOPE-SECCIONES DELIMITED BY SIZE
               " SECCIONES, " DELIMITED BY SIZE
               TOPE-ESTUDIANTES DELIMITED BY SIZE
               " ESTUDIANTES" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           IF FILTRA-CAMPUS
               MOVE "CAMPUS" TO LINEA-SALIDA(50:6)
               MOVE CAMPUS-PEDIDO TO LINEA-SALIDA(57:2)
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE "LEGAJO DOCENTE                 SECC  PER  ALUM  CRED"
               TO LINEA-SALIDA.
           MOVE "  REPR  TOPES" TO LINEA-SALIDA(55:13).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 5 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-DOCENTE.
           IF TD-SECCIONES(IDX-DOC) > 0
               ADD 1 TO CANT-LISTADOS
               MOVE 0 TO CANT-PERIODOS
               PERFORM CONTAR-PERIODO
                       VARYING IDX-PER FROM 1 BY 1
                       UNTIL IDX-PER > 12
               MOVE TD-ID(IDX-DOC) TO LD-ID
               MOVE TD-NOMBRE(IDX-DOC) TO LD-NOMBRE
               MOVE TD-SECCIONES(IDX-DOC) TO LD-SECCIONES
               MOVE CANT-PERIODOS TO LD-PERIODOS
               MOVE TD-ESTUDIANTES(IDX-DOC) TO LD-ESTUDIANTES
               MOVE TD-CREDITOS(IDX-DOC) TO LD-CREDITOS
               MOVE TD-REPROBADOS(IDX-DOC) TO LD-REPROBADOS
               MOVE SPACES TO LD-MARCA-SECCIONES
               MOVE SPACES TO LD-MARCA-ESTUDIANTES
               MOVE "N" TO SW-SOBRE-TOPE
               IF TD-SECCIONES(IDX-DOC) > TOPE-SECCIONES
                   MOVE "*SECC" TO LD-MARCA-SECCIONES
                   MOVE "S" TO SW-SOBRE-TOPE
               END-IF
               IF TD-ESTUDIANTES(IDX-DOC) > TOPE-ESTUDIANTES
                   MOVE "*ALUM" TO LD-MARCA-ESTUDIANTES
                   MOVE "S" TO SW-SOBRE-TOPE
               END-IF
               IF SOBRE-TOPE
                   ADD 1 TO CANT-SOBRE-TOPE
               END-IF
               PERFORM VERIFICAR-SALTO-Y-ENCABEZADO
               WRITE LINEA-LISTADO FROM LINEA-DOCENTE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
               PERFORM IMPRIMIR-SECCION-DOCENTE
                       VARYING IDX-SEC FROM 1 BY 1
                       UNTIL IDX-SEC > CANT-SECCIONES
           END-IF.

       CONTAR-PERIODO.
           IF TD-PERIODO-OCUPADO(IDX-DOC, IDX-PER) = "X"
               ADD 1 TO CANT-PERIODOS
           END-IF.

       IMPRIMIR-SECCION-DOCENTE.
           IF TS-IDX-DOCENTE(IDX-SEC) = IDX-DOC
              AND (NOT FILTRA-CAMPUS OR TS-INSCRIPTOS(IDX-SEC) > 0)
               MOVE TS-COD-MATERIA(IDX-SEC) TO LS-COD-MATERIA
               MOVE TS-NUMERO(IDX-SEC) TO LS-NUMERO
               MOVE TS-PERIODO(IDX-SEC) TO LS-PERIODO
               MOVE TS-INSCRIPTOS(IDX-SEC) TO LS-INSCRIPTOS
               MOVE TS-CREDITOS(IDX-SEC) TO LS-CREDITOS
               PERFORM VERIFICAR-SALTO-Y-ENCABEZADO
               WRITE LINEA-LISTADO FROM LINEA-DETALLE-SECCION
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

      ******************************************************************
      * Docentes activos sin ninguna sección activa asignada (en
      * cualquier campus - el maestro de docentes no lleva campus).
      ******************************************************************
       IMPRIMIR-SIN-SECCION.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE "DOCENTES ACTIVOS SIN SECCIONES:" TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 3 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-UNO-SIN-SECCION
                   VARYING IDX-DOC FROM 1 BY 1
                   UNTIL IDX-DOC > CANT-DOCENTES.

       IMPRIMIR-UNO-SIN-SECCION.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-SECCION-DEL-DOCENTE
                   VARYING IDX-SEC FROM 1 BY 1
                   UNTIL IDX-SEC > CANT-SECCIONES
                      OR HALLADO.
           IF NOT HALLADO
               ADD 1 TO CANT-SIN-SECCION
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                   TD-ID(IDX-DOC) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TD-NOMBRE(IDX-DOC) DELIMITED BY SIZE
                   "  *SIN SECCIONES" DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM VERIFICAR-SALTO-Y-ENCABEZADO
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       BUSCAR-SECCION-DEL-DOCENTE.
           IF TS-IDX-DOCENTE(IDX-SEC) = IDX-DOC
               MOVE "S" TO SW-HALLADO
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "DOCENTES LISTADOS: " DELIMITED BY SIZE
               CANT-LISTADOS DELIMITED BY SIZE
               "  SOBRE TOPE: " DELIMITED BY SIZE
               CANT-SOBRE-TOPE DELIMITED BY SIZE
               "  SIN SECCIONES: " DELIMITED BY SIZE
               CANT-SIN-SECCION DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 3 LINES.
           DISPLAY LINEA-SALIDA.
           IF CANT-SEC-OMITIDAS > 0
               DISPLAY "SECCIONES FUERA DE LA TABLA (MÁS DE 600): ",
                       CANT-SEC-OMITIDAS
           END-IF.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
