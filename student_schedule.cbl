      ******************************************************************
      * Horario semanal por estudiante: recorre el STUDENT-MASTER y,
      * por cada estudiante activo, imprime en HORARIO una página con
      * sus materias ordenadas por período de clase - período, nombre
      * completo de la materia (catálogo CRSCATLG), número de sección
      * y docente (SECCMAST y maestro TCHMAST).  Las preceptorías lo
      * reparten el primer día en vez de que el estudiante descubra
      * su aula recorriendo las listas de SECTION-ROSTER.  Una materia
      * sin sección asignada (cero) sale al pie de la página, sin
      * período, para que no desaparezca del horario; una materia
      * retirada no se imprime.  La tarjeta de SYSIN es el filtro de
      * campus, igual que CLASS-SUMMARY: "*" (o blanco) imprime todos
      * los campus.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-SCHEDULE.

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

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

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

           SELECT HORARIO ASSIGN TO "HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  SECCIONES.
           COPY SECCION.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  HORARIO.
       01  LINEA-HORARIO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  SW-SECCIONES-DISPONIBLE PIC A VALUE "N".
           88  SECCIONES-DISPONIBLES VALUE "S".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-HORARIO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
       01  CANT-HORARIOS PIC 9(6) VALUE 0.
       01  IDX-FILA PIC 9.
       01  IDX-ORDEN PIC 9.
       01  IDX-SIGUIENTE PIC 9.
       01  CANT-FILAS PIC 9.
       01  SW-HUBO-CAMBIO PIC A.
           88  HUBO-CAMBIO VALUE "S".
      * Las filas del horario del estudiante en curso; un período en
      * 99 es una materia sin sección, que el ordenamiento deja al
      * final.
       01  TABLA-HORARIO.
           05  HOR-FILA OCCURS 6 TIMES.
               10  HOR-PERIODO     PIC 99.
               10  HOR-COD-MATERIA PIC X(4).
               10  HOR-NOM-MATERIA PIC X(30).
               10  HOR-SECCION     PIC 99.
               10  HOR-DOCENTE     PIC X(30).
       01  HOR-FILA-AUX.
           05  AUX-PERIODO     PIC 99.
           05  AUX-COD-MATERIA PIC X(4).
           05  AUX-NOM-MATERIA PIC X(30).
           05  AUX-SECCION     PIC 99.
           05  AUX-DOCENTE     PIC X(30).
       01  PERIODO-SIN-SECCION PIC 99 VALUE 99.
       01  LINEA-SALIDA PIC X(80).
       01  LINEA-DETALLE.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  DET-PERIODO     PIC X(7).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  DET-NOM-MATERIA PIC X(30).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  DET-SECCION     PIC X(3).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  DET-DOCENTE     PIC X(30).
       01  LINEA-TITULOS.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(9)  VALUE "PERÍODO".
           05  FILLER PIC X(32) VALUE "MATERIA".
           05  FILLER PIC X(5)  VALUE "SEC".
           05  FILLER PIC X(30) VALUE "DOCENTE".
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "HORARIO SEMANAL DEL ESTUDIANTE" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           DISPLAY "CAMPUS A IMPRIMIR (ENTER O * = TODOS): ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO NOT = SPACES
              AND CAMPUS-PEDIDO NOT = "*"
               MOVE "S" TO SW-FILTRA-CAMPUS
               DISPLAY "HORARIOS LIMITADOS AL CAMPUS ", CAMPUS-PEDIDO
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT SECCIONES.
           IF FS-SEC-OK
               MOVE "S" TO SW-SECCIONES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN ARCHIVO DE SECCIONES - LOS"
                       " HORARIOS SALEN SIN PERÍODO NI DOCENTE"
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN OUTPUT HORARIO.
           PERFORM LEER-ESTUDIANTE.
           PERFORM PROCESAR-ESTUDIANTE UNTIL FIN-ARCHIVO.
           CLOSE STUDENT-MASTER.
           CLOSE HORARIO.
           IF SECCIONES-DISPONIBLES
               CLOSE SECCIONES
           END-IF.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           DISPLAY "HORARIOS IMPRESOS: ", CANT-HORARIOS.
           STOP RUN.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       PROCESAR-ESTUDIANTE.
           IF EST-ACTIVO AND NUM-MATERIAS > 0
               IF NOT FILTRA-CAMPUS OR CAMPUS-EST = CAMPUS-PEDIDO
                   PERFORM ARMAR-HORARIO
                   PERFORM ORDENAR-HORARIO
                   PERFORM IMPRIMIR-HORARIO
                   ADD 1 TO CANT-HORARIOS
               END-IF
           END-IF.
           PERFORM LEER-ESTUDIANTE.

      ******************************************************************
      * Una materia retirada ya no tiene aula ni docente: no entra al
      * horario.  Las filas se cargan seguidas en TABLA-HORARIO, sin
      * huecos, con CANT-FILAS como contador de carga.
      ******************************************************************
       ARMAR-HORARIO.
           MOVE 0 TO CANT-FILAS.
           PERFORM ARMAR-UNA-FILA THRU ARMAR-UNA-FILA-FIN
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS OR IDX-FILA > 6.

       ARMAR-UNA-FILA.
           IF MATERIA-RETIRADA(IDX-FILA)
               GO TO ARMAR-UNA-FILA-FIN
           END-IF.
           ADD 1 TO CANT-FILAS.
           MOVE COD-MATERIA(IDX-FILA) TO HOR-COD-MATERIA(CANT-FILAS).
           MOVE COD-MATERIA(IDX-FILA) TO HOR-NOM-MATERIA(CANT-FILAS).
           MOVE SECCION-MATERIA(IDX-FILA) TO HOR-SECCION(CANT-FILAS).
           MOVE PERIODO-SIN-SECCION TO HOR-PERIODO(CANT-FILAS).
           MOVE SPACES TO HOR-DOCENTE(CANT-FILAS).
           IF CATALOGO-DISPONIBLE
               MOVE COD-MATERIA(IDX-FILA) TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-NOM-MATERIA
                           TO HOR-NOM-MATERIA(CANT-FILAS)
               END-READ
           END-IF.
           IF SECCIONES-DISPONIBLES
              AND SECCION-MATERIA(IDX-FILA) > 0
               MOVE COD-MATERIA(IDX-FILA) TO SEC-COD-MATERIA
               MOVE SECCION-MATERIA(IDX-FILA) TO SEC-NUMERO
               READ SECCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-PERIODO TO HOR-PERIODO(CANT-FILAS)
                       MOVE SEC-DOC-ID TO HOR-DOCENTE(CANT-FILAS)
                       PERFORM BUSCAR-NOMBRE-DOCENTE
               END-READ
           END-IF.
       ARMAR-UNA-FILA-FIN.
           EXIT.

       BUSCAR-NOMBRE-DOCENTE.
           IF DOCENTES-DISPONIBLE
               MOVE SEC-DOC-ID TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DOC-NOMBRE TO HOR-DOCENTE(CANT-FILAS)
               END-READ
           END-IF.

      ******************************************************************
      * Ordenamiento por período: a lo sumo seis filas, así que una
      * pasada de burbuja repetida hasta que no haya intercambios.
      ******************************************************************
       ORDENAR-HORARIO.
           MOVE "S" TO SW-HUBO-CAMBIO.
           PERFORM PASADA-ORDEN UNTIL NOT HUBO-CAMBIO.

       PASADA-ORDEN.
           MOVE "N" TO SW-HUBO-CAMBIO.
           PERFORM COMPARAR-PAR-ORDEN
                   VARYING IDX-ORDEN FROM 1 BY 1
                   UNTIL IDX-ORDEN NOT < CANT-FILAS.

       COMPARAR-PAR-ORDEN.
           COMPUTE IDX-SIGUIENTE = IDX-ORDEN + 1.
           IF HOR-PERIODO(IDX-ORDEN) > HOR-PERIODO(IDX-SIGUIENTE)
               MOVE HOR-FILA(IDX-ORDEN) TO HOR-FILA-AUX
               MOVE HOR-FILA(IDX-SIGUIENTE) TO HOR-FILA(IDX-ORDEN)
               MOVE HOR-FILA-AUX TO HOR-FILA(IDX-SIGUIENTE)
               MOVE "S" TO SW-HUBO-CAMBIO
           END-IF.

       IMPRIMIR-HORARIO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-HORARIO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-HORARIO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTE: " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               "  NIVEL " DELIMITED BY SIZE
               GRADO-NIVEL DELIMITED BY SIZE
               "  CAMPUS " DELIMITED BY SIZE
               CAMPUS-EST DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-HORARIO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TÉRMINO: " DELIMITED BY SIZE
               TERMINO-ACTUAL DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-HORARIO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           WRITE LINEA-HORARIO FROM LINEA-TITULOS
               AFTER ADVANCING 2 LINES.
           PERFORM IMPRIMIR-UNA-FILA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > CANT-FILAS.

       IMPRIMIR-UNA-FILA.
           MOVE SPACES TO LINEA-DETALLE.
           IF HOR-PERIODO(IDX-FILA) = PERIODO-SIN-SECCION
               MOVE "SIN SEC" TO DET-PERIODO
               MOVE "--" TO DET-SECCION
           ELSE
               MOVE HOR-PERIODO(IDX-FILA) TO DET-PERIODO
               MOVE HOR-SECCION(IDX-FILA) TO DET-SECCION
           END-IF.
           MOVE HOR-NOM-MATERIA(IDX-FILA) TO DET-NOM-MATERIA.
           MOVE HOR-DOCENTE(IDX-FILA) TO DET-DOCENTE.
           WRITE LINEA-HORARIO FROM LINEA-DETALLE
               AFTER ADVANCING 1 LINE.

           COPY RPTHDR-PROC.
