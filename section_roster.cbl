      * SECCMAST y, por cada sección activa, imprime en SECROSTR una
      * página con el nombre completo de la materia (catálogo
      * CRSCATLG), el docente (maestro TCHMAST), el período, y los
      * estudiantes activos cuya fila de materia lleva ese código y
      * ese número de sección, tomados del extracto nocturno STUDEXT
      * (ver STUDENT-EXTRACT) - así cada docente recibe su propia
      * lista en vez de una copia del ROSTERA alfabético completo.
      * Los estudiantes con la materia sin sección asignada (cero)
      * salen en una lista aparte al final de la página de la sección
      * 01 de su materia, para que no desaparezcan de todos los
      * listados.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Junto a cada estudiante salen sus códigos de
      *             alerta médica de la ficha de salud HEALTHMS (ver
      *             SALUD.CPY), con aviso destacado si lleva
      *             epinefrina; sin el archivo, la lista sale como
      *             antes.
      * 2026-10-15  La lista sale del extracto nocturno STUDEXT de
      *             STUDENT-EXTRACT, ya ordenado por materia, sección y
      *             nombre, en una sola pasada en paralelo con SECCMAST,
      *             en vez de barrer el STUDENT-MASTER por cada
      *             sección; los nombres de materia y docente vienen
      *             resueltos en el extracto y ya no se abren CRSCATLG
      *             ni TCHMAST.
      * 2026-10-15  Una sección sin inscriptos, que no tiene filas en
      *             el extracto, vuelve a buscar el nombre de la materia
      *             en CRSCATLG y el del docente en TCHMAST en vez de
      *             salir con los códigos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-ROSTER.
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT FICHAS-SALUD ASSIGN TO "HEALTHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-ID-ESTUDIANTE
               FILE STATUS IS FS-SALUD.

           SELECT LISTADO ASSIGN TO "SECROSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.
       FD  SECCIONES.
           COPY SECCION.

       FD  EXTRACTO-ESTUDIANTES.
           COPY STUDEXT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.
       FD  DOCENTES.
           COPY DOCENTE.

       FD  FICHAS-SALUD.
           COPY SALUD.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  FS-DOC-OK VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-SALUD PIC XX.
           88  FS-SAL-OK VALUE "00".
       01  SW-FICHAS-DISPONIBLE PIC A VALUE "N".
           88  FICHAS-DISPONIBLE VALUE "S".
       01  SW-LLEVA-EPINEFRINA PIC A.
           88  LLEVA-EPINEFRINA VALUE "S".
       01  IDX-ALERTA PIC 9.
       01  FS-LISTADO PIC XX.
       01  SW-FIN-SECCIONES PIC A VALUE "N".
           88  FIN-SECCIONES VALUE "S".
       01  NOMBRE-MATERIA PIC X(30).
       01  NOMBRE-DOCENTE PIC X(30).
       01  CANT-EN-SECCION PIC 9(4).
       01  CANT-SIN-SECCION PIC 9(4).
       01  CANT-EN-SECCION-ED PIC ZZZ9.
       01  SECCION-EDITADA PIC 99.
       01  LINEA-SALIDA PIC X(80).
           COPY EXTCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
               DISPLAY "NO HAY ARCHIVO DE SECCIONES SECCMAST"
               STOP RUN
           END-IF.
           PERFORM ABRIR-EXTRACTO THRU ABRIR-EXTRACTO-FIN.
           IF NOT EXTCHK-DISPONIBLE
               CLOSE SECCIONES
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN INPUT FICHAS-SALUD.
           IF FS-SAL-OK
               MOVE "S" TO SW-FICHAS-DISPONIBLE
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM LEER-SECCION.
           PERFORM IMPRIMIR-UNA-SECCION UNTIL FIN-SECCIONES.
           CLOSE SECCIONES.
           PERFORM CERRAR-EXTRACTO.
           CLOSE LISTADO.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           IF FICHAS-DISPONIBLE
               CLOSE FICHAS-SALUD
           END-IF.
           STOP RUN.

       LEER-SECCION.
           PERFORM LEER-SECCION.

       IMPRIMIR-PAGINA-SECCION.
           MOVE 0 TO CANT-EN-SECCION.
           MOVE 0 TO CANT-SIN-SECCION.
           MOVE SPACES TO NOMBRE-MATERIA.
           MOVE SPACES TO NOMBRE-DOCENTE.
           PERFORM SALTAR-FILA-ANTERIOR
                   UNTIL FIN-EXTRACTO
                      OR EXT-CLAVE-SECCION NOT < SEC-CLAVE.
           IF NOT FIN-EXTRACTO
              AND EXT-CLAVE-SECCION = SEC-CLAVE
               MOVE EXT-NOM-MATERIA TO NOMBRE-MATERIA
               MOVE EXT-NOM-DOCENTE TO NOMBRE-DOCENTE
           END-IF.
           IF NOMBRE-MATERIA = SPACES
               PERFORM BUSCAR-NOMBRE-MATERIA
           END-IF.
           IF NOMBRE-DOCENTE = SPACES
               PERFORM BUSCAR-NOMBRE-DOCENTE
           END-IF.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-FILA-SECCION
                   UNTIL FIN-EXTRACTO
                      OR EXT-CLAVE-SECCION NOT = SEC-CLAVE.
           MOVE CANT-EN-SECCION TO CANT-EN-SECCION-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "INSCRIPTOS EN LA SECCIÓN: " DELIMITED BY SIZE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

      ******************************************************************
      * El extracto STUDEXT viene en orden de materia, sección y
      * nombre, el mismo orden de SECCMAST: una sola pasada en
      * paralelo.  Las filas anteriores a la sección (secciones
      * inactivas o inexistentes) se saltean; de paso se cuentan las
      * de la materia sin sección asignada, que van justo antes de la
      * sección 01, y se toma el nombre de la materia por si la
      * sección quedó vacía.
      ******************************************************************
       SALTAR-FILA-ANTERIOR.
           IF EXT-COD-MATERIA = SEC-COD-MATERIA
               MOVE EXT-NOM-MATERIA TO NOMBRE-MATERIA
               IF EXT-SECCION = 0 AND NOT EXT-EST-RETIRADO
                   ADD 1 TO CANT-SIN-SECCION
               END-IF
           END-IF.
           PERFORM LEER-EXTRACTO.

      ******************************************************************
      * Una sección sin filas en el extracto (sin inscriptos) no trae
      * los nombres resueltos: se buscan en CRSCATLG y TCHMAST, y sin
      * esos archivos sale el código.
      ******************************************************************
       BUSCAR-NOMBRE-MATERIA.
           MOVE SEC-COD-MATERIA TO NOMBRE-MATERIA.
           IF CATALOGO-DISPONIBLE
               MOVE SEC-COD-MATERIA TO CAT-COD-MATERIA
           END-IF.

       BUSCAR-NOMBRE-DOCENTE.
           MOVE SEC-DOC-ID TO NOMBRE-DOCENTE.
           IF DOCENTES-DISPONIBLE
               MOVE SEC-DOC-ID TO DOC-ID
               END-READ
           END-IF.

       IMPRIMIR-FILA-SECCION.
           IF NOT EXT-EST-RETIRADO
               ADD 1 TO CANT-EN-SECCION
               PERFORM IMPRIMIR-ESTUDIANTE
           END-IF.
           PERFORM LEER-EXTRACTO.

       IMPRIMIR-ESTUDIANTE.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  " DELIMITED BY SIZE
               EXT-ID-ESTUDIANTE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EXT-NOM-ESTUDIANTE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           IF FICHAS-DISPONIBLE
               PERFORM AGREGAR-ALERTAS
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Alertas médicas de la ficha de salud, a partir de la columna
      * 32: los códigos tal como están cargados y, si alguno es EP
      * (anafilaxia), el aviso de epinefrina para el docente.
      ******************************************************************
       AGREGAR-ALERTAS.
           MOVE EXT-ID-ESTUDIANTE TO SAL-ID-ESTUDIANTE.
           READ FICHAS-SALUD
               INVALID KEY
                   MOVE SPACES TO SAL-ALERTA(1)
           END-READ.
           IF FS-SAL-OK AND SAL-ALERTA(1) NOT = SPACES
               MOVE "ALERTA:" TO LINEA-SALIDA(32:7)
               MOVE SAL-ALERTA(1) TO LINEA-SALIDA(40:2)
               MOVE SAL-ALERTA(2) TO LINEA-SALIDA(43:2)
               MOVE SAL-ALERTA(3) TO LINEA-SALIDA(46:2)
               MOVE SAL-ALERTA(4) TO LINEA-SALIDA(49:2)
               MOVE "N" TO SW-LLEVA-EPINEFRINA
               PERFORM BUSCAR-EPINEFRINA
                       VARYING IDX-ALERTA FROM 1 BY 1
                       UNTIL IDX-ALERTA > 4
               IF LLEVA-EPINEFRINA
                   MOVE "** LLEVA EPINEFRINA **" TO LINEA-SALIDA(53:22)
               END-IF
           END-IF.

       BUSCAR-EPINEFRINA.
           IF SAL-ALERTA-EPINEFRINA(IDX-ALERTA)
               MOVE "S" TO SW-LLEVA-EPINEFRINA
           END-IF.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
           END-IF.

           COPY RPTHDR-PROC.

           COPY EXTCHK-PROC.
