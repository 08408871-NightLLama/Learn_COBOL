      ******************************************************************
      * Reporte de desempeño por materia: pivotea el extracto
      * nocturno de estudiantes STUDEXT (una fila por materia de cada
      * estudiante, ver STUDENT-EXTRACT) por COD-MATERIA a través de
      * todos los estudiantes activos y, por cada materia, imprime la
      * cantidad de estudiantes, el promedio de NOTA-MATERIA y un
      * conteo por banda de diez puntos (90-100, 80-89, ..., 0-9),
      * con el nombre completo del catálogo CRSCATLG que el extracto
      * ya trae resuelto y el encabezado compartido RPTHDR, por
      * SUBJRPT.  Es la tabla que el director pide antes de cada
      * reunión de personal y que se armaba a mano desde el CSV.  Los
      * estudiantes retirados no se cuentan.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  Selección por campus: la corrida puede limitarse a
      *             un código de campus (CAMPUS-EST) y el encabezado
      *             sale con el membrete de ese campus tomado del
      *             control CAMPUSCT, de cara a la segunda sede.
      * 2026-10-15  El reporte lee el extracto nocturno STUDEXT de
      *             STUDENT-EXTRACT en vez del STUDENT-MASTER, con el
      *             nombre de la materia ya resuelto en cada fila; ya no
      *             abre el catálogo CRSCATLG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-SUMMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT REPORTE-MATERIAS ASSIGN TO "SUBJRPT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO-ESTUDIANTES.
           COPY STUDEXT.

       FD  REPORTE-MATERIAS.
       01  LINEA-REPORTE PIC X(100).
           COPY CAMPUS.

       WORKING-STORAGE SECTION.
       01  FS-REPORTE-MAT PIC XX.
       01  TABLA-RESUMEN-MATERIAS.
           05  RESUMEN-MATERIA OCCURS 50 TIMES.
               10  RES-COD        PIC X(4).
               10  RES-NOMBRE     PIC X(30).
               10  RES-CANT       PIC 9(5).
               10  RES-TOTAL      PIC 9(8).
               10  RES-BANDA OCCURS 10 TIMES PIC 9(5).
       01  PROMEDIO-MATERIA-ED PIC ZZ9.99.
       01  CANT-ED PIC ZZZZ9.
       01  BANDA-ED PIC ZZZZ9.
       01  LINEA-SALIDA PIC X(100).
       01  LINEA-TRABAJO PIC X(100).
       01  FS-CAMPUS PIC XX.
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
           COPY EXTCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
               MOVE "S" TO SW-FILTRA-CAMPUS
               PERFORM CARGAR-MEMBRETE-CAMPUS
           END-IF.
           PERFORM ABRIR-EXTRACTO THRU ABRIR-EXTRACTO-FIN.
           IF NOT EXTCHK-DISPONIBLE
               STOP RUN
           END-IF.
           PERFORM ACUMULAR-FILA UNTIL FIN-EXTRACTO.
           PERFORM CERRAR-EXTRACTO.
           PERFORM IMPRIMIR-REPORTE.
           STOP RUN.

      ******************************************************************
               CLOSE CAMPUS-CONTROL
           END-IF.

      ******************************************************************
      * Una fila del extracto es una materia de un estudiante, con
      * el nombre del catálogo ya resuelto; las filas sin materia
      * (estudiante sin inscripciones) no suman.
      ******************************************************************
       ACUMULAR-FILA.
           IF EXT-COD-MATERIA NOT = SPACES
              AND NOT EXT-EST-RETIRADO
              AND (NOT FILTRA-CAMPUS OR EXT-CAMPUS = CAMPUS-PEDIDO)
               PERFORM ACUMULAR-UNA-MATERIA
                   THRU ACUMULAR-UNA-MATERIA-FIN
           END-IF.
           PERFORM LEER-EXTRACTO.

       ACUMULAR-UNA-MATERIA.
           IF NOT EXT-MATERIA-NORMAL
               GO TO ACUMULAR-UNA-MATERIA-FIN
           END-IF.
           MOVE "N" TO SW-RES-HALLADO.
               IF CANT-MATERIAS-RES < 50
                   ADD 1 TO CANT-MATERIAS-RES
                   MOVE CANT-MATERIAS-RES TO IDX-RES
                   MOVE EXT-COD-MATERIA TO RES-COD(IDX-RES)
                   MOVE EXT-NOM-MATERIA TO RES-NOMBRE(IDX-RES)
                   MOVE 0 TO RES-CANT(IDX-RES)
                   MOVE 0 TO RES-TOTAL(IDX-RES)
                   PERFORM LIMPIAR-BANDAS
               END-IF
           END-IF.
           ADD 1 TO RES-CANT(IDX-RES).
           MOVE EXT-NOTA-MATERIA TO NOTA-TRABAJO.
           ADD NOTA-TRABAJO TO RES-TOTAL(IDX-RES).
           PERFORM CLASIFICAR-EN-BANDA.
       ACUMULAR-UNA-MATERIA-FIN.
           EXIT.

       BUSCAR-RESUMEN.
           IF RES-COD(IDX-RES) = EXT-COD-MATERIA
               MOVE "S" TO SW-RES-HALLADO
           END-IF.

                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.
           COMPUTE PROMEDIO-MATERIA-ED ROUNDED =
                   RES-TOTAL(IDX-RES) / RES-CANT(IDX-RES).
           MOVE RES-CANT(IDX-RES) TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING RES-NOMBRE(IDX-RES) DELIMITED BY SIZE
               "  ESTUDIANTES: " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               "  PROMEDIO: " DELIMITED BY SIZE
           END-STRING.

           COPY RPTHDR-PROC.

           COPY EXTCHK-PROC.
