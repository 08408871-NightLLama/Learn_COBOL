      ******************************************************************
      * Produce dos listados de estudiantes a partir del mismo
      * archivo, el extracto nocturno STUDEXT (la foto del
      * STUDENT-MASTER que toma STUDENT-EXTRACT): una lista de
      * inscripción en orden alfabético por NOM-ESTUDIANTE, y una
      * lista de "primeros de la clase" en orden descendente por
      * PROMEDIO, en vez de tener que ordenar a mano la salida de
      * pantalla de COBOL53.
      *
      * MODIFICATION HISTORY
      * 2026-08-22  Los dos SORT pasaron de USING a un INPUT PROCEDURE
      * 2026-09-02  Selección por campus: los dos listados pueden
      *             limitarse a un código de campus (CAMPUS-EST) o
      *             salir por todos, de cara a la segunda sede.
      * 2026-10-15  Los dos SORT sueltan la primera fila de cada
      *             estudiante del extracto nocturno STUDEXT de
      *             STUDENT-EXTRACT en vez de leer el STUDENT-MASTER;
      *             SORT-REC quedó con los campos que los listados
      *             usan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-SORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT SORT-WORK ASSIGN TO "SRTWK41".


       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO-ESTUDIANTES.
           COPY STUDEXT.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-NOM-ESTUDIANTE    PIC X(20).
           05  SORT-PROMEDIO          PIC 999V99.
           05  SORT-CAMPUS            PIC XX.

       FD  ROSTER-ALFA.
       01  LINEA-ROSTER-RANGO PIC X(40).

       WORKING-STORAGE SECTION.
       01  FS-ROSTER-ALFA PIC XX.
       01  FS-ROSTER-RANGO PIC XX.
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  RANGO-POSICION PIC 999 VALUE 0.
       01  LINEA-SALIDA PIC X(40).
       01  PROMEDIO-EDITADO PIC ZZ9.99.
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
           COPY EXTCHK.

       PROCEDURE DIVISION.
       INICIO.
               OUTPUT PROCEDURE IS ESCRIBIR-ROSTER-ALFA.
           CLOSE ROSTER-ALFA.

      ******************************************************************
      * Del extracto STUDEXT se suelta la primera fila de cada
      * estudiante (una fila por materia; el estudiante va una vez).
      ******************************************************************
       SOLTAR-ESTUDIANTES-ACTIVOS.
           PERFORM ABRIR-EXTRACTO THRU ABRIR-EXTRACTO-FIN.
           PERFORM SOLTAR-UN-ESTUDIANTE UNTIL FIN-EXTRACTO.
           PERFORM CERRAR-EXTRACTO.

       SOLTAR-UN-ESTUDIANTE.
           IF EXT-FILA-ESTUDIANTE AND NOT EXT-EST-RETIRADO
               IF NOT FILTRA-CAMPUS
                  OR EXT-CAMPUS = CAMPUS-PEDIDO
                   MOVE EXT-ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE
                   MOVE EXT-NOM-ESTUDIANTE TO SORT-NOM-ESTUDIANTE
                   MOVE EXT-PROMEDIO TO SORT-PROMEDIO
                   MOVE EXT-CAMPUS TO SORT-CAMPUS
                   RELEASE SORT-REC
               END-IF
           END-IF.
           PERFORM LEER-EXTRACTO.

       ESCRIBIR-ROSTER-ALFA.
           MOVE "N" TO SW-FIN-SORT.
                   MOVE LINEA-SALIDA TO LINEA-ROSTER-RANGO
                   WRITE LINEA-ROSTER-RANGO
           END-RETURN.

           COPY EXTCHK-PROC.
