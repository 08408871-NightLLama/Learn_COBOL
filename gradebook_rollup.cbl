      ******************************************************************
      * Corrida de la libreta de calificaciones para un término: arma
      * la nota de cada materia a partir de las tareas de la sección
      * (GBTAREA, ver LIBTAREA.CPY) y los puntajes de cada estudiante
      * (GBNOTAS, ver LIBNOTA.CPY), cargados con GRADEBOOK-MAINT.
      * Cada tarea corregida aporta su porcentaje (puntaje sobre el
      * máximo) multiplicado por su peso; la nota es la suma dividida
      * por la suma de los pesos de las tareas que entraron.  Una
      * tarea no entregada cuenta cero; una justificada, una anulada o
      * una todavía sin corregir no entran.
      * Primera pasada: por cada sección activa de SECCMAST con tareas
      * en el término, una página en GBLISTA con las tareas de la
      * sección y, por cada estudiante, todos sus puntajes y la nota
      * resultante - lo que se le muestra al apoderado que pregunta de
      * dónde salió el 72.
      * Segunda pasada: por cada estudiante activo del término cuya
      * nota de libreta difiere de la NOTA-MATERIA del STUDENT-MASTER,
      * una sola entrada en PENDCHG con toda la tabla de materias y el
      * promedio recalculado ponderado por créditos, igual que las
      * correcciones de APPEAL-REVIEW, para que CHANGE-APPROVAL la
      * aplique con su rastro de auditoría.  Las materias incompletas,
      * retiradas o exentas, y las filas sin sección, no se tocan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEBOOK-ROLLUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT LIBRETA-TAREAS ASSIGN TO "GBTAREA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LBT-CLAVE
               FILE STATUS IS FS-LIBRETA-TAREAS.

           SELECT LIBRETA-NOTAS ASSIGN TO "GBNOTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LBN-CLAVE
               FILE STATUS IS FS-LIBRETA-NOTAS.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT CAMBIOS-PENDIENTES ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCH-CLAVE
               FILE STATUS IS FS-CAMBIOS-PEND.

           SELECT LISTADO ASSIGN TO "GBLISTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SECCIONES.
           COPY SECCION.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  LIBRETA-TAREAS.
           COPY LIBTAREA.

       FD  LIBRETA-NOTAS.
           COPY LIBNOTA.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  CAMBIOS-PENDIENTES.
           COPY PENDCHG.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-LIBRETA-TAREAS PIC XX.
           88  FS-LBT-OK VALUE "00".
       01  FS-LIBRETA-NOTAS PIC XX.
           88  FS-LBN-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-CAMBIOS-PEND PIC XX.
       01  FS-LISTADO PIC XX.
       01  SW-FIN-SECCIONES PIC A VALUE "N".
           88  FIN-SECCIONES VALUE "S".
       01  SW-FIN-MAESTRO PIC A.
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-TAREAS PIC A.
           88  FIN-TAREAS VALUE "S".
       01  SW-CON-NOTA PIC A.
           88  CON-NOTA VALUE "S".
       01  SW-NOTA-CAMBIADA PIC A.
           88  NOTA-CAMBIADA VALUE "S".
       01  TERMINO-LIBRETA PIC X(6).
       01  COD-EN-CALCULO PIC X(4).
       01  SECCION-EN-CALCULO PIC 99.
       01  NOMBRE-MATERIA PIC X(30).
       01  NOMBRE-DOCENTE PIC X(30).
       01  IDX-FILA PIC 9.
       01  IDX-PEND PIC 9.
       01  IDX-TAREA PIC 99.
       01  IDX-CASILLA PIC 9.
      * Tareas activas de la sección en cálculo, con la marca que el
      * estudiante en curso obtuvo en cada una (puntaje, NE o JUS).
       01  TABLA-TAREAS.
           05  CANT-TAREAS            PIC 99.
           05  TAREA-SECCION OCCURS 99 TIMES.
               10  TS-NUMERO          PIC 99.
               10  TS-CATEGORIA       PIC X.
               10  TS-PESO            PIC 9(3).
               10  TS-MAXIMO          PIC 9(3).
               10  TS-DESCRIPCION     PIC X(30).
               10  TS-MARCA           PIC X(3).
       01  PUNTAJE-EDITADO PIC ZZ9.
       01  SUMA-PONDERADA PIC 9(7)V99.
       01  SUMA-PESOS PIC 9(5).
       01  NOTA-LIBRETA PIC 999.
       01  NOTA-LIBRETA-ED PIC ZZ9.
       01  PROMEDIO-ANTES PIC 999V99.
       01  TOTAL-PONDERADO PIC 9(6).
       01  TOTAL-CREDITOS PIC 9(3).
       01  CREDITOS-MATERIA PIC 99.
       01  SECCION-EDITADA PIC 99.
       01  CANT-EN-SECCION PIC 9(4).
       01  CANT-EN-SECCION-ED PIC ZZZ9.
       01  CANT-SECCIONES PIC 9(4) VALUE 0.
       01  CANT-SIN-TAREAS PIC 9(4) VALUE 0.
       01  CANT-ENCOLADOS PIC 9(5) VALUE 0.
       01  CANT-MATERIAS-CAMBIADAS PIC 9(5) VALUE 0.
       01  LINEA-SALIDA PIC X(80).
       01  LINEA-PUNTAJES.
           05  FILLER                 PIC X(6).
           05  LP-CASILLA OCCURS 8 TIMES.
               10  LP-NUMERO          PIC 99.
               10  LP-SEPARADOR       PIC X.
               10  LP-MARCA           PIC X(3).
               10  FILLER             PIC XX.
           05  FILLER                 PIC X(10).
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "LIBRETA DE CALIFICACIONES POR SECCIÓN"
               TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO TERMINO-LIBRETA.
           PERFORM PEDIR-TERMINO UNTIL TERMINO-LIBRETA NOT = SPACES.
           OPEN INPUT SECCIONES.
           IF NOT FS-SEC-OK
               DISPLAY "NO HAY ARCHIVO DE SECCIONES SECCMAST"
               STOP RUN
           END-IF.
           OPEN INPUT LIBRETA-TAREAS.
           IF NOT FS-LBT-OK
               DISPLAY "NO HAY ARCHIVO DE TAREAS GBTAREA"
               STOP RUN
           END-IF.
           OPEN INPUT LIBRETA-NOTAS.
           IF NOT FS-LBN-OK
               DISPLAY "NO HAY ARCHIVO DE PUNTAJES GBNOTAS"
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
               DISPLAY "ADVERTENCIA: SIN CATALOGO DE MATERIAS - EL"
                       " PROMEDIO PONDERA UN CRÉDITO POR MATERIA"
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM LEER-SECCION.
           PERFORM IMPRIMIR-UNA-SECCION UNTIL FIN-SECCIONES.
           CLOSE LISTADO.
           PERFORM ABRIR-CAMBIOS-PENDIENTES.
           PERFORM ENCOLAR-NOTAS-LIBRETA.
           CLOSE CAMBIOS-PENDIENTES.
           CLOSE SECCIONES.
           CLOSE LIBRETA-TAREAS.
           CLOSE LIBRETA-NOTAS.
           CLOSE STUDENT-MASTER.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           DISPLAY "SECCIONES CON LIBRETA IMPRESAS: ", CANT-SECCIONES.
           DISPLAY "SECCIONES ACTIVAS SIN TAREAS:   ", CANT-SIN-TAREAS.
           DISPLAY "MATERIAS CON NOTA CAMBIADA:     ",
                   CANT-MATERIAS-CAMBIADAS.
           DISPLAY "ESTUDIANTES ENCOLADOS EN PENDCHG: ", CANT-ENCOLADOS.
           STOP RUN.

       PEDIR-TERMINO.
           DISPLAY "TÉRMINO DE LA LIBRETA (EJ. 2026-1): ".
           ACCEPT TERMINO-LIBRETA.
           IF TERMINO-LIBRETA = SPACES
               DISPLAY "EL TÉRMINO NO PUEDE QUEDAR EN BLANCO"
           END-IF.

       ABRIR-CAMBIOS-PENDIENTES.
           OPEN I-O CAMBIOS-PENDIENTES.
           IF FS-CAMBIOS-PEND = "35"
               OPEN OUTPUT CAMBIOS-PENDIENTES
               CLOSE CAMBIOS-PENDIENTES
               OPEN I-O CAMBIOS-PENDIENTES
           END-IF.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SECCIONES
           END-READ.

       IMPRIMIR-UNA-SECCION.
           IF SEC-ACTIVA
               MOVE SEC-COD-MATERIA TO COD-EN-CALCULO
               MOVE SEC-NUMERO TO SECCION-EN-CALCULO
               PERFORM CARGAR-TAREAS-SECCION
               IF CANT-TAREAS > 0
                   PERFORM IMPRIMIR-PAGINA-SECCION
               ELSE
                   ADD 1 TO CANT-SIN-TAREAS
               END-IF
           END-IF.
           PERFORM LEER-SECCION.

      ******************************************************************
      * Carga en TABLA-TAREAS las tareas activas del término para la
      * materia y sección en COD-EN-CALCULO / SECCION-EN-CALCULO.
      ******************************************************************
       CARGAR-TAREAS-SECCION.
           MOVE 0 TO CANT-TAREAS.
           MOVE "N" TO SW-FIN-TAREAS.
           MOVE TERMINO-LIBRETA TO LBT-TERMINO.
           MOVE COD-EN-CALCULO TO LBT-COD-MATERIA.
           MOVE SECCION-EN-CALCULO TO LBT-SECCION.
           MOVE 0 TO LBT-NUMERO.
           START LIBRETA-TAREAS KEY IS NOT LESS THAN LBT-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-TAREAS
           END-START.
           PERFORM CARGAR-UNA-TAREA UNTIL FIN-TAREAS.

       CARGAR-UNA-TAREA.
           READ LIBRETA-TAREAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-TAREAS
               NOT AT END
                   IF LBT-TERMINO NOT = TERMINO-LIBRETA
                      OR LBT-COD-MATERIA NOT = COD-EN-CALCULO
                      OR LBT-SECCION NOT = SECCION-EN-CALCULO
                       MOVE "S" TO SW-FIN-TAREAS
                   ELSE
                       IF LBT-ACTIVA
                           ADD 1 TO CANT-TAREAS
                           MOVE LBT-NUMERO TO TS-NUMERO(CANT-TAREAS)
                           MOVE LBT-CATEGORIA
                               TO TS-CATEGORIA(CANT-TAREAS)
                           MOVE LBT-PESO TO TS-PESO(CANT-TAREAS)
                           MOVE LBT-PUNTAJE-MAXIMO
                               TO TS-MAXIMO(CANT-TAREAS)
                           MOVE LBT-DESCRIPCION
                               TO TS-DESCRIPCION(CANT-TAREAS)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Nota de libreta del estudiante en curso sobre las tareas de
      * TABLA-TAREAS.  Deja NOTA-LIBRETA y SW-CON-NOTA en "S" si entró
      * al menos una tarea, y la marca de cada tarea en TS-MARCA.
      ******************************************************************
       CALCULAR-NOTA-LIBRETA.
           MOVE 0 TO SUMA-PONDERADA.
           MOVE 0 TO SUMA-PESOS.
           MOVE 0 TO NOTA-LIBRETA.
           MOVE "N" TO SW-CON-NOTA.
           PERFORM SUMAR-UNA-TAREA
                   VARYING IDX-TAREA FROM 1 BY 1
                   UNTIL IDX-TAREA > CANT-TAREAS.
           IF SUMA-PESOS > 0
               COMPUTE NOTA-LIBRETA ROUNDED =
                       SUMA-PONDERADA / SUMA-PESOS
               MOVE "S" TO SW-CON-NOTA
           END-IF.

       SUMAR-UNA-TAREA.
           MOVE "---" TO TS-MARCA(IDX-TAREA).
           MOVE TERMINO-LIBRETA TO LBN-TERMINO.
           MOVE COD-EN-CALCULO TO LBN-COD-MATERIA.
           MOVE SECCION-EN-CALCULO TO LBN-SECCION.
           MOVE ID-ESTUDIANTE TO LBN-ID-ESTUDIANTE.
           MOVE TS-NUMERO(IDX-TAREA) TO LBN-NUMERO.
           READ LIBRETA-NOTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LBN-EXENTA
                           MOVE "JUS" TO TS-MARCA(IDX-TAREA)
                       WHEN LBN-FALTA
                           MOVE "NE " TO TS-MARCA(IDX-TAREA)
                           ADD TS-PESO(IDX-TAREA) TO SUMA-PESOS
                       WHEN OTHER
                           MOVE LBN-PUNTAJE TO PUNTAJE-EDITADO
                           MOVE PUNTAJE-EDITADO TO TS-MARCA(IDX-TAREA)
                           COMPUTE SUMA-PONDERADA = SUMA-PONDERADA +
                                   LBN-PUNTAJE * 100
                                   / TS-MAXIMO(IDX-TAREA)
                                   * TS-PESO(IDX-TAREA)
                           ADD TS-PESO(IDX-TAREA) TO SUMA-PESOS
                   END-EVALUATE
           END-READ.

       IMPRIMIR-PAGINA-SECCION.
           ADD 1 TO CANT-SECCIONES.
           PERFORM BUSCAR-NOMBRE-MATERIA.
           PERFORM BUSCAR-NOMBRE-DOCENTE.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SEC-NUMERO TO SECCION-EDITADA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING FUNCTION TRIM(NOMBRE-MATERIA) DELIMITED BY SIZE
               "  SECCIÓN " DELIMITED BY SIZE
               SECCION-EDITADA DELIMITED BY SIZE
               "  TÉRMINO " DELIMITED BY SIZE
               TERMINO-LIBRETA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "DOCENTE: " DELIMITED BY SIZE
               FUNCTION TRIM(NOMBRE-DOCENTE) DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TAREAS - CATEGORÍA P PRUEBA, T TAREA, E EXAMEN,"
               DELIMITED BY SIZE
               " Y PROYECTO" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 5 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-UNA-TAREA
                   VARYING IDX-TAREA FROM 1 BY 1
                   UNTIL IDX-TAREA > CANT-TAREAS.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PUNTAJES: NE NO ENTREGÓ (CUENTA CERO), JUS"
               DELIMITED BY SIZE
               " JUSTIFICADA, --- SIN CORREGIR" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           MOVE 0 TO CANT-EN-SECCION.
           PERFORM RECORRER-MAESTRO.
           MOVE CANT-EN-SECCION TO CANT-EN-SECCION-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTES EN LA LIBRETA: " DELIMITED BY SIZE
               CANT-EN-SECCION-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-UNA-TAREA.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  " DELIMITED BY SIZE
               TS-NUMERO(IDX-TAREA) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TS-CATEGORIA(IDX-TAREA) DELIMITED BY SIZE
               "  PESO " DELIMITED BY SIZE
               TS-PESO(IDX-TAREA) DELIMITED BY SIZE
               "  MÁX " DELIMITED BY SIZE
               TS-MAXIMO(IDX-TAREA) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TS-DESCRIPCION(IDX-TAREA) DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       BUSCAR-NOMBRE-MATERIA.
           MOVE SPACES TO NOMBRE-MATERIA.
           MOVE SEC-COD-MATERIA TO NOMBRE-MATERIA.
           IF CATALOGO-DISPONIBLE
               MOVE SEC-COD-MATERIA TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-NOM-MATERIA TO NOMBRE-MATERIA
               END-READ
           END-IF.

       BUSCAR-NOMBRE-DOCENTE.
           MOVE SPACES TO NOMBRE-DOCENTE.
           MOVE SEC-DOC-ID TO NOMBRE-DOCENTE.
           IF DOCENTES-DISPONIBLE
               MOVE SEC-DOC-ID TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DOC-NOMBRE TO NOMBRE-DOCENTE
               END-READ
           END-IF.

      ******************************************************************
      * Barrido del maestro por cada sección, como en SECTION-ROSTER.
      ******************************************************************
       RECORRER-MAESTRO.
           MOVE "N" TO SW-FIN-MAESTRO.
           MOVE 0 TO ID-ESTUDIANTE.
           START STUDENT-MASTER KEY IS NOT LESS THAN ID-ESTUDIANTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-MAESTRO
           END-START.
           IF NOT FIN-MAESTRO
               PERFORM LEER-ESTUDIANTE
           END-IF.
           PERFORM EVALUAR-ESTUDIANTE UNTIL FIN-MAESTRO.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
           END-READ.

       EVALUAR-ESTUDIANTE.
           IF EST-ACTIVO AND TERMINO-ACTUAL = TERMINO-LIBRETA
               PERFORM EVALUAR-UNA-FILA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       EVALUAR-UNA-FILA.
           IF COD-MATERIA(IDX-FILA) = SEC-COD-MATERIA
              AND SECCION-MATERIA(IDX-FILA) = SEC-NUMERO
               ADD 1 TO CANT-EN-SECCION
               PERFORM CALCULAR-NOTA-LIBRETA
               PERFORM IMPRIMIR-ESTUDIANTE
           END-IF.

       IMPRIMIR-ESTUDIANTE.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           IF CON-NOTA
               MOVE NOTA-LIBRETA TO NOTA-LIBRETA-ED
               STRING "  " DELIMITED BY SIZE
                   ID-ESTUDIANTE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOM-ESTUDIANTE DELIMITED BY SIZE
                   "  NOTA DE LIBRETA " DELIMITED BY SIZE
                   NOTA-LIBRETA-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                   ID-ESTUDIANTE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NOM-ESTUDIANTE DELIMITED BY SIZE
                   "  NOTA DE LIBRETA ---" DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           MOVE SPACES TO LINEA-PUNTAJES.
           MOVE 0 TO IDX-CASILLA.
           PERFORM ARMAR-CASILLA-PUNTAJE
                   VARYING IDX-TAREA FROM 1 BY 1
                   UNTIL IDX-TAREA > CANT-TAREAS.
           IF IDX-CASILLA > 0
               PERFORM ESCRIBIR-LINEA-PUNTAJES
           END-IF.

      ******************************************************************
      * Ocho casillas "NN:PPP" por línea debajo del nombre.
      ******************************************************************
       ARMAR-CASILLA-PUNTAJE.
           ADD 1 TO IDX-CASILLA.
           MOVE TS-NUMERO(IDX-TAREA) TO LP-NUMERO(IDX-CASILLA).
           MOVE ":" TO LP-SEPARADOR(IDX-CASILLA).
           MOVE TS-MARCA(IDX-TAREA) TO LP-MARCA(IDX-CASILLA).
           IF IDX-CASILLA = 8
               PERFORM ESCRIBIR-LINEA-PUNTAJES
           END-IF.

       ESCRIBIR-LINEA-PUNTAJES.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           WRITE LINEA-LISTADO FROM LINEA-PUNTAJES
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SPACES TO LINEA-PUNTAJES.
           MOVE 0 TO IDX-CASILLA.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

      ******************************************************************
      * Segunda pasada: un recorrido del maestro; por cada fila normal
      * con sección se arma la nota de libreta y, si difiere de la
      * NOTA-MATERIA vigente, el estudiante sale encolado una sola vez
      * con toda su tabla (CHANGE-APPROVAL aplica la tabla completa).
      ******************************************************************
       ENCOLAR-NOTAS-LIBRETA.
           MOVE "N" TO SW-FIN-MAESTRO.
           MOVE 0 TO ID-ESTUDIANTE.
           START STUDENT-MASTER KEY IS NOT LESS THAN ID-ESTUDIANTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-MAESTRO
           END-START.
           IF NOT FIN-MAESTRO
               PERFORM LEER-ESTUDIANTE
           END-IF.
           PERFORM REVISAR-ESTUDIANTE UNTIL FIN-MAESTRO.

       REVISAR-ESTUDIANTE.
           IF EST-ACTIVO AND TERMINO-ACTUAL = TERMINO-LIBRETA
               MOVE "N" TO SW-NOTA-CAMBIADA
               MOVE PROMEDIO TO PROMEDIO-ANTES
               PERFORM REVISAR-UNA-FILA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
               IF NOTA-CAMBIADA
                   PERFORM ENCOLAR-ESTUDIANTE
               END-IF
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       REVISAR-UNA-FILA.
           IF MATERIA-NORMAL(IDX-FILA)
              AND SECCION-MATERIA(IDX-FILA) > 0
               MOVE COD-MATERIA(IDX-FILA) TO COD-EN-CALCULO
               MOVE SECCION-MATERIA(IDX-FILA) TO SECCION-EN-CALCULO
               PERFORM CARGAR-TAREAS-SECCION
               IF CANT-TAREAS > 0
                   PERFORM CALCULAR-NOTA-LIBRETA
                   IF CON-NOTA
                      AND NOTA-LIBRETA NOT = NOTA-MATERIA(IDX-FILA)
                       MOVE NOTA-LIBRETA TO NOTA-MATERIA(IDX-FILA)
                       MOVE "S" TO SW-NOTA-CAMBIADA
                       ADD 1 TO CANT-MATERIAS-CAMBIADAS
                   END-IF
               END-IF
           END-IF.

       ENCOLAR-ESTUDIANTE.
           MOVE ID-ESTUDIANTE TO PCH-ID-ESTUDIANTE.
           IF FIRMA-OPERADOR = SPACES
               MOVE "LIBRETA" TO PCH-OPERADOR
           ELSE
               MOVE FIRMA-OPERADOR TO PCH-OPERADOR
           END-IF.
           ACCEPT PCH-FECHA FROM DATE YYYYMMDD.
           ACCEPT PCH-HORA FROM TIME.
           MOVE NOM-ESTUDIANTE TO PCH-NOM-ANTES.
           MOVE NOM-ESTUDIANTE TO PCH-NOM-DESPUES.
           MOVE PROMEDIO-ANTES TO PCH-PROM-ANTES.
           MOVE NUM-MATERIAS TO PCH-NUM-MATERIAS.
           PERFORM ENCOLAR-UNA-MATERIA
                   VARYING IDX-PEND FROM 1 BY 1
                   UNTIL IDX-PEND > 6.
           PERFORM RECALCULAR-PROMEDIO-MAESTRO.
           MOVE PROMEDIO TO PCH-PROM-DESPUES.
           MOVE TERMINO-ACTUAL TO PCH-TERMINO.
           WRITE REG-CAMBIO-PENDIENTE
               INVALID KEY
                   REWRITE REG-CAMBIO-PENDIENTE
           END-WRITE.
           MOVE "PENDCHG" TO FCHK-ARCHIVO.
           MOVE PCH-ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-CAMBIOS-PEND TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-ENCOLADOS.

       ENCOLAR-UNA-MATERIA.
           MOVE COD-MATERIA(IDX-PEND) TO PCH-COD-MATERIA(IDX-PEND).
           MOVE NOTA-MATERIA(IDX-PEND) TO PCH-NOTA-MATERIA(IDX-PEND).
           MOVE ESTADO-MATERIA(IDX-PEND)
               TO PCH-ESTADO-MATERIA(IDX-PEND).
           MOVE SECCION-MATERIA(IDX-PEND)
               TO PCH-SECCION-MATERIA(IDX-PEND).

       RECALCULAR-PROMEDIO-MAESTRO.
           MOVE 0 TO TOTAL-PONDERADO.
           MOVE 0 TO TOTAL-CREDITOS.
           PERFORM SUMAR-MATERIA-MAESTRO
                   VARYING IDX-PEND FROM 1 BY 1
                   UNTIL IDX-PEND > NUM-MATERIAS.
           IF TOTAL-CREDITOS > 0
               COMPUTE PROMEDIO = TOTAL-PONDERADO / TOTAL-CREDITOS
           ELSE
               MOVE 0 TO PROMEDIO
           END-IF.

       SUMAR-MATERIA-MAESTRO.
           IF MATERIA-NORMAL(IDX-PEND)
               MOVE COD-MATERIA(IDX-PEND) TO COD-EN-CALCULO
               PERFORM BUSCAR-CREDITOS-MATERIA
               COMPUTE TOTAL-PONDERADO = TOTAL-PONDERADO +
                       NOTA-MATERIA(IDX-PEND) * CREDITOS-MATERIA
               ADD CREDITOS-MATERIA TO TOTAL-CREDITOS
           END-IF.

       BUSCAR-CREDITOS-MATERIA.
           MOVE 1 TO CREDITOS-MATERIA.
           IF CATALOGO-DISPONIBLE
               MOVE COD-EN-CALCULO TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-CREDITOS > 0
                           MOVE CAT-CREDITOS TO CREDITOS-MATERIA
                       END-IF
               END-READ
           END-IF.

           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
