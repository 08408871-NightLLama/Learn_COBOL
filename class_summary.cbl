      ******************************************************************
      * Recorre el extracto nocturno de estudiantes STUDEXT (la foto
      * del STUDENT-MASTER que toma STUDENT-EXTRACT) y muestra un
      * resumen diario: cantidad de estudiantes, promedio de la
      * clase, y el estudiante con el promedio más alto y más bajo.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  El filtro de campus se lee como tarjeta: "*" (o
      *             un código de campus (CAMPUS-EST; los registros con
      *             campus en blanco cuentan como el campus original
      *             "  ") o resumir todos, de cara a la segunda sede.
      * 2026-10-15  Cada corrida asienta en el control RUNCTL la
      *             cantidad de registros leídos de STUDMAST (todos,
      *             con o sin filtro de campus) para el cuadre entre
      *             pasos de RUN-BALANCE contra el respaldo BACKUP53.
      * 2026-10-15  El resumen lee el extracto nocturno STUDEXT de
      *             STUDENT-EXTRACT en vez del STUDENT-MASTER (un
      *             estudiante por su primera fila), y el conteo de
      *             leídos de STUDMAST para RUN-BALANCE lo asienta
      *             ahora el paso del extracto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASS-SUMMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTO-ESTUDIANTES.
           COPY STUDEXT.

       WORKING-STORAGE SECTION.
       01  CANT-ESTUDIANTES PIC 9(6) VALUE 0.
       01  TOTAL-PROMEDIOS PIC 9(8)V99 VALUE 0.
       01  PROMEDIO-CLASE PIC ZZ9.99.
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
           COPY EXTCHK.

       PROCEDURE DIVISION.
       INICIO.
               MOVE "S" TO SW-FILTRA-CAMPUS
               DISPLAY "RESUMEN LIMITADO AL CAMPUS ", CAMPUS-PEDIDO
           END-IF.
           PERFORM ABRIR-EXTRACTO THRU ABRIR-EXTRACTO-FIN.
           PERFORM ACUMULAR-ESTUDIANTE
                   UNTIL FIN-EXTRACTO.
           PERFORM CERRAR-EXTRACTO.
           PERFORM MOSTRAR-RESUMEN.
           GOBACK.

      ******************************************************************
      * El extracto trae una fila por materia: se cuenta cada
      * estudiante una sola vez, en su primera fila.
      ******************************************************************
       ACUMULAR-ESTUDIANTE.
           IF NOT EXT-FILA-ESTUDIANTE
              OR (FILTRA-CAMPUS AND EXT-CAMPUS NOT = CAMPUS-PEDIDO)
               PERFORM LEER-EXTRACTO
           ELSE
               PERFORM ACUMULAR-SI-CORRESPONDE
           END-IF.

       ACUMULAR-SI-CORRESPONDE.
           IF EXT-EST-RETIRADO
               ADD 1 TO CANT-RETIRADOS
           ELSE
               ADD 1 TO CANT-ESTUDIANTES
               ADD EXT-PROMEDIO TO TOTAL-PROMEDIOS
               IF EXT-PROMEDIO > PROMEDIO-MAS-ALTO
                   MOVE EXT-PROMEDIO TO PROMEDIO-MAS-ALTO
                   MOVE EXT-NOM-ESTUDIANTE TO NOMBRE-MAS-ALTO
               END-IF
               IF EXT-PROMEDIO < PROMEDIO-MAS-BAJO
                   MOVE EXT-PROMEDIO TO PROMEDIO-MAS-BAJO
                   MOVE EXT-NOM-ESTUDIANTE TO NOMBRE-MAS-BAJO
               END-IF
           END-IF.
           PERFORM LEER-EXTRACTO.

       MOSTRAR-RESUMEN.
           DISPLAY "=============== RESUMEN DIARIO ================".
               DISPLAY "RETIRADOS NO INCLUIDOS: ", CANT-RETIRADOS
           END-IF.
           DISPLAY "=================================================".

           COPY EXTCHK-PROC.
