      ******************************************************************
      * Ocupación de aulas por período: cruza el maestro de aulas
      * AULAMAST (ver AULA.CPY) con las secciones activas de SECCMAST
      * que tienen aula asignada (SEC-AULA) y cuenta los inscriptos
      * de cada sección en un solo recorrido del STUDENT-MASTER.  Por
      * AULARPT sale, por cada aula activa, una línea por período
      * (01-12) con la sección que la ocupa, los inscriptos contra los
      * asientos y el porcentaje de ocupación - o LIBRE -, y al final
      * la lista de horarios libres por período, para ubicar clases
      * de recuperación.  Una sección con un aula que no está en el
      * maestro, y dos secciones en la misma aula y período cargadas
      * antes del control de SECTION-MAINT, se informan aparte.
      * Tarjeta de SYSIN: campus (ENTER o * = todos).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-UTILIZATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT LISTADO ASSIGN TO "AULARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  AULAS.
           COPY AULA.

       FD  SECCIONES.
           COPY SECCION.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-AULAS PIC XX.
           88  FS-AUL-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
      ******************************************************************
      * Tabla de aulas activas del campus pedido, con la sección que
      * ocupa cada período (índice en TABLA-SECCIONES, cero = libre).
      ******************************************************************
       01  TABLA-AULAS.
           05  CANT-AULAS              PIC 9(3) VALUE 0.
           05  TA-FILA OCCURS 200 TIMES.
               10  TA-CODIGO           PIC X(6).
               10  TA-DESCRIPCION      PIC X(30).
               10  TA-CAMPUS           PIC XX.
               10  TA-ASIENTOS         PIC 9(3).
               10  TA-TIPO             PIC X.
               10  TA-OCUPANTE OCCURS 12 TIMES PIC 9(3).
       01  TABLA-SECCIONES.
           05  CANT-SECCIONES          PIC 9(3) VALUE 0.
           05  TS-FILA OCCURS 500 TIMES.
               10  TS-COD-MATERIA      PIC X(4).
               10  TS-NUMERO           PIC 99.
               10  TS-INSCRIPTOS       PIC 9(4).
       01  IDX-AULA PIC 9(3).
       01  IDX-SEC PIC 9(3).
       01  IDX-PER PIC 99.
       01  IDX-FILA PIC 9.
       01  IDX-OCUPANTE PIC 9(3).
       01  CANT-OCUPADOS-AULA PIC 99.
       01  PORCENTAJE PIC 9(3).
       01  PORCENTAJE-ED PIC ZZ9.
       01  INSCRIPTOS-ED PIC ZZZ9.
       01  ASIENTOS-ED PIC ZZ9.
       01  NOMBRE-TIPO PIC X(12).
       01  CANT-HORARIOS PIC 9(5) VALUE 0.
       01  CANT-OCUPADOS PIC 9(5) VALUE 0.
       01  CANT-LIBRES PIC 9(5) VALUE 0.
       01  CANT-SIN-AULA PIC 9(5) VALUE 0.
       01  CANT-AULA-DESCONOCIDA PIC 9(5) VALUE 0.
       01  CANT-CONFLICTOS PIC 9(5) VALUE 0.
       01  CANT-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "OCUPACIÓN DE AULAS POR PERÍODO".
           MOVE "OCUPACIÓN DE AULAS POR PERÍODO" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           DISPLAY "CAMPUS A LISTAR (ENTER O * = TODOS): ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO NOT = SPACES
              AND CAMPUS-PEDIDO NOT = "*"
               MOVE "S" TO SW-FILTRA-CAMPUS
               DISPLAY "LISTADO LIMITADO AL CAMPUS ", CAMPUS-PEDIDO
           END-IF.
           OPEN INPUT AULAS.
           IF NOT FS-AUL-OK
               DISPLAY "NO HAY MAESTRO DE AULAS AULAMAST"
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
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM CARGAR-AULAS.
           PERFORM CARGAR-SECCIONES.
           PERFORM CONTAR-INSCRIPTOS.
           PERFORM IMPRIMIR-AULA
                   VARYING IDX-AULA FROM 1 BY 1
                   UNTIL IDX-AULA > CANT-AULAS.
           PERFORM IMPRIMIR-HORARIOS-LIBRES.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE AULAS.
           CLOSE SECCIONES.
           CLOSE STUDENT-MASTER.
           CLOSE LISTADO.
           DISPLAY "AULAS LISTADAS:     ", CANT-AULAS.
           DISPLAY "HORARIOS OCUPADOS:  ", CANT-OCUPADOS.
           DISPLAY "HORARIOS LIBRES:    ", CANT-LIBRES.
           IF CANT-CONFLICTOS > 0
               DISPLAY "AULAS CON DOS SECCIONES EN UN PERÍODO: ",
                       CANT-CONFLICTOS
           END-IF.
           STOP RUN.

       CARGAR-AULAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-AULA.
           PERFORM GUARDAR-AULA UNTIL FIN-ARCHIVO.

       LEER-AULA.
           READ AULAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-AULA.
           IF AUL-ACTIVA
              AND (NOT FILTRA-CAMPUS OR AUL-CAMPUS = CAMPUS-PEDIDO)
               IF CANT-AULAS < 200
                   ADD 1 TO CANT-AULAS
                   MOVE AUL-CODIGO TO TA-CODIGO(CANT-AULAS)
                   MOVE AUL-DESCRIPCION TO TA-DESCRIPCION(CANT-AULAS)
                   MOVE AUL-CAMPUS TO TA-CAMPUS(CANT-AULAS)
                   MOVE AUL-ASIENTOS TO TA-ASIENTOS(CANT-AULAS)
                   MOVE AUL-TIPO TO TA-TIPO(CANT-AULAS)
                   PERFORM LIMPIAR-OCUPANTE
                           VARYING IDX-PER FROM 1 BY 1
                           UNTIL IDX-PER > 12
               ELSE
                   DISPLAY "TABLA DE AULAS LLENA - SE IGNORA ",
                           AUL-CODIGO
               END-IF
           END-IF.
           PERFORM LEER-AULA.

       LIMPIAR-OCUPANTE.
           MOVE 0 TO TA-OCUPANTE(CANT-AULAS, IDX-PER).

      ******************************************************************
      * Cada sección activa con aula ocupa su período en la tabla de
      * aulas.  Sin filtro de campus, una sección con un aula que no
      * está activa en el maestro se informa; con filtro, la que no
      * se ubica es de otro campus y simplemente no se lista.
      ******************************************************************
       CARGAR-SECCIONES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-SECCION.
           PERFORM UBICAR-SECCION UNTIL FIN-ARCHIVO.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       UBICAR-SECCION.
           IF SEC-ACTIVA
               IF SEC-AULA = SPACES
                   ADD 1 TO CANT-SIN-AULA
               ELSE
                   PERFORM UBICAR-SECCION-EN-AULA
               END-IF
           END-IF.
           PERFORM LEER-SECCION.

       UBICAR-SECCION-EN-AULA.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-AULA
                   VARYING IDX-AULA FROM 1 BY 1
                   UNTIL IDX-AULA > CANT-AULAS OR HALLADO.
           IF NOT HALLADO
               IF NOT FILTRA-CAMPUS
                   ADD 1 TO CANT-AULA-DESCONOCIDA
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "SECCIÓN " DELIMITED BY SIZE
                       SEC-COD-MATERIA DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       SEC-NUMERO DELIMITED BY SIZE
                       ": AULA " DELIMITED BY SIZE
                       SEC-AULA DELIMITED BY SIZE
                       " NO ESTÁ ACTIVA EN AULAMAST" DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA
               END-IF
           ELSE
               SUBTRACT 1 FROM IDX-AULA
               IF SEC-PERIODO > 0 AND SEC-PERIODO NOT > 12
                   PERFORM REGISTRAR-OCUPANTE
               END-IF
           END-IF.

       BUSCAR-AULA.
           IF TA-CODIGO(IDX-AULA) = SEC-AULA
               MOVE "S" TO SW-HALLADO
           END-IF.

       REGISTRAR-OCUPANTE.
           IF CANT-SECCIONES < 500
               ADD 1 TO CANT-SECCIONES
               MOVE SEC-COD-MATERIA TO TS-COD-MATERIA(CANT-SECCIONES)
               MOVE SEC-NUMERO TO TS-NUMERO(CANT-SECCIONES)
               MOVE 0 TO TS-INSCRIPTOS(CANT-SECCIONES)
               IF TA-OCUPANTE(IDX-AULA, SEC-PERIODO) = 0
                   MOVE CANT-SECCIONES
                       TO TA-OCUPANTE(IDX-AULA, SEC-PERIODO)
               ELSE
                   PERFORM INFORMAR-CONFLICTO
               END-IF
           ELSE
               DISPLAY "TABLA DE SECCIONES LLENA - SE IGNORA ",
                       SEC-CLAVE
           END-IF.

       INFORMAR-CONFLICTO.
           ADD 1 TO CANT-CONFLICTOS.
           MOVE TA-OCUPANTE(IDX-AULA, SEC-PERIODO) TO IDX-OCUPANTE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "AULA " DELIMITED BY SIZE
               SEC-AULA DELIMITED BY SIZE
               " PERÍODO " DELIMITED BY SIZE
               SEC-PERIODO DELIMITED BY SIZE
               ": DOBLE RESERVA " DELIMITED BY SIZE
               TS-COD-MATERIA(IDX-OCUPANTE) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TS-NUMERO(IDX-OCUPANTE) DELIMITED BY SIZE
               " Y " DELIMITED BY SIZE
               SEC-COD-MATERIA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SEC-NUMERO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Un solo recorrido del maestro: cada fila inscrita (no
      * retirada) con sección suma un inscripto a su sección.
      ******************************************************************
       CONTAR-INSCRIPTOS.
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
               PERFORM CONTAR-UNA-FILA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       CONTAR-UNA-FILA.
           IF SECCION-MATERIA(IDX-FILA) > 0
              AND NOT MATERIA-RETIRADA(IDX-FILA)
               MOVE "N" TO SW-HALLADO
               PERFORM BUSCAR-SECCION-FILA
                       VARYING IDX-SEC FROM 1 BY 1
                       UNTIL IDX-SEC > CANT-SECCIONES
                          OR HALLADO
               IF HALLADO
                   SUBTRACT 1 FROM IDX-SEC
                   ADD 1 TO TS-INSCRIPTOS(IDX-SEC)
               END-IF
           END-IF.

       BUSCAR-SECCION-FILA.
           IF TS-COD-MATERIA(IDX-SEC) = COD-MATERIA(IDX-FILA)
              AND TS-NUMERO(IDX-SEC) = SECCION-MATERIA(IDX-FILA)
               MOVE "S" TO SW-HALLADO
           END-IF.

       IMPRIMIR-AULA.
           EVALUATE TRUE
               WHEN TA-TIPO(IDX-AULA) = "L"
                   MOVE "LABORATORIO" TO NOMBRE-TIPO
               WHEN TA-TIPO(IDX-AULA) = "G"
                   MOVE "GIMNASIO" TO NOMBRE-TIPO
               WHEN OTHER
                   MOVE "ESTÁNDAR" TO NOMBRE-TIPO
           END-EVALUATE.
           MOVE TA-ASIENTOS(IDX-AULA) TO ASIENTOS-ED.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "AULA " DELIMITED BY SIZE
               TA-CODIGO(IDX-AULA) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TA-DESCRIPCION(IDX-AULA) DELIMITED BY SIZE
               " CAMPUS " DELIMITED BY SIZE
               TA-CAMPUS(IDX-AULA) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NOMBRE-TIPO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE 0 TO CANT-OCUPADOS-AULA.
           PERFORM IMPRIMIR-PERIODO-AULA
                   VARYING IDX-PER FROM 1 BY 1
                   UNTIL IDX-PER > 12.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  ASIENTOS " DELIMITED BY SIZE
               ASIENTOS-ED DELIMITED BY SIZE
               "   PERÍODOS OCUPADOS " DELIMITED BY SIZE
               CANT-OCUPADOS-AULA DELIMITED BY SIZE
               " DE 12" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-PERIODO-AULA.
           ADD 1 TO CANT-HORARIOS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TA-OCUPANTE(IDX-AULA, IDX-PER) TO IDX-OCUPANTE.
           IF IDX-OCUPANTE = 0
               ADD 1 TO CANT-LIBRES
               STRING "  PER " DELIMITED BY SIZE
                   IDX-PER DELIMITED BY SIZE
                   "  LIBRE" DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           ELSE
               ADD 1 TO CANT-OCUPADOS
               ADD 1 TO CANT-OCUPADOS-AULA
               MOVE TS-INSCRIPTOS(IDX-OCUPANTE) TO INSCRIPTOS-ED
               COMPUTE PORCENTAJE ROUNDED =
                   TS-INSCRIPTOS(IDX-OCUPANTE) * 100
                   / TA-ASIENTOS(IDX-AULA)
                   ON SIZE ERROR
                       MOVE 999 TO PORCENTAJE
               END-COMPUTE
               MOVE PORCENTAJE TO PORCENTAJE-ED
               STRING "  PER " DELIMITED BY SIZE
                   IDX-PER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TS-COD-MATERIA(IDX-OCUPANTE) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   TS-NUMERO(IDX-OCUPANTE) DELIMITED BY SIZE
                   "  INSCRIPTOS " DELIMITED BY SIZE
                   INSCRIPTOS-ED DELIMITED BY SIZE
                   " /" DELIMITED BY SIZE
                   ASIENTOS-ED DELIMITED BY SIZE
                   "  OCUPACIÓN " DELIMITED BY SIZE
                   PORCENTAJE-ED DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               IF TS-INSCRIPTOS(IDX-OCUPANTE) > TA-ASIENTOS(IDX-AULA)
                   MOVE "** EXCEDE **" TO LINEA-SALIDA(62:12)
               END-IF
           END-IF.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Horarios libres, ordenados por período y aula, para ubicar
      * clases de recuperación.
      ******************************************************************
       IMPRIMIR-HORARIOS-LIBRES.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "HORARIOS LIBRES PARA CLASES DE RECUPERACIÓN"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-UN-LIBRE
                   VARYING IDX-PER FROM 1 BY 1
                   UNTIL IDX-PER > 12
                   AFTER IDX-AULA FROM 1 BY 1
                   UNTIL IDX-AULA > CANT-AULAS.

       IMPRIMIR-UN-LIBRE.
           IF TA-OCUPANTE(IDX-AULA, IDX-PER) = 0
               MOVE TA-ASIENTOS(IDX-AULA) TO ASIENTOS-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PER " DELIMITED BY SIZE
                   IDX-PER DELIMITED BY SIZE
                   "  AULA " DELIMITED BY SIZE
                   TA-CODIGO(IDX-AULA) DELIMITED BY SIZE
                   "  CAMPUS " DELIMITED BY SIZE
                   TA-CAMPUS(IDX-AULA) DELIMITED BY SIZE
                   "  TIPO " DELIMITED BY SIZE
                   TA-TIPO(IDX-AULA) DELIMITED BY SIZE
                   "  ASIENTOS " DELIMITED BY SIZE
                   ASIENTOS-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-HORARIOS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "HORARIOS AULA-PERÍODO:        " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-OCUPADOS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "OCUPADOS:                     " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-LIBRES TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "LIBRES:                       " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-SIN-AULA TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SECCIONES ACTIVAS SIN AULA:   " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           IF CANT-AULA-DESCONOCIDA > 0
               MOVE CANT-AULA-DESCONOCIDA TO CANT-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "SECCIONES CON AULA NO ACTIVA: " DELIMITED BY
                   SIZE
                   CANT-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.
           IF CANT-CONFLICTOS > 0
               MOVE CANT-CONFLICTOS TO CANT-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "DOBLES RESERVAS:              " DELIMITED BY
                   SIZE
                   CANT-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
