      *             *REPETIDA*.  Antes el aplazo viejo y el aprobado
      *             nuevo entraban los dos y recursar nunca arreglaba
      *             la cifra.
      * 2026-10-15  Opción de presort para el correo de boletines: con
      *             S las páginas salen en orden de COD-POSTAL-EST (ver
      *             ADDRESS-STANDARD) por un SORT que relee el maestro
      *             por clave (STUDENT-MASTER pasa a acceso DYNAMIC),
      *             con una hoja de corte por código postal y su
      *             cantidad de piezas en TRNTRAY (ver
      *             BANDEJA-PROC.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRIPT-REPORT.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT SORT-WORK ASSIGN TO "SRTWKTRN".

           SELECT HOJAS-BANDEJA ASSIGN TO "TRNTRAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJAS-BANDEJA.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-COD-POSTAL        PIC X(8).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).

       FD  HOJAS-BANDEJA.
       01  LINEA-BANDEJA PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK          VALUE "00".
       01  COD-EN-CONTROL PIC X(4).
       01  NOTA-EN-CONTROL PIC 999.
       01  TERMINO-EN-CONTROL PIC X(6).
       01  OPCION-PRESORT PIC A.
           88  MODO-PRESORT VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
           COPY RPTHDR.
           COPY BANDEJA.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           IF NOT MODO-RECIENTE
               MOVE "M" TO MODO-REPETIDA
           END-IF.
           DISPLAY "PRESORT POR CÓDIGO POSTAL CON HOJAS DE BANDEJA"
                   " (S/N, ENTER = N): ".
           ACCEPT OPCION-PRESORT.
           MOVE FUNCTION UPPER-CASE(OPCION-PRESORT) TO OPCION-PRESORT.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT LISTADO.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-ASI-OK
               MOVE "S" TO SW-ASISTENCIA-DISPONIBLE
           END-IF.
           IF MODO-PRESORT
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-COD-POSTAL SORT-ID-ESTUDIANTE
                   INPUT PROCEDURE IS SOLTAR-ESTUDIANTES
                   OUTPUT PROCEDURE IS IMPRIMIR-PAGINAS-PRESORT
           ELSE
               PERFORM LEER-ESTUDIANTE
               PERFORM IMPRIMIR-PAGINA-EST THRU LEER-ESTUDIANTE
                       UNTIL FIN-ARCHIVO
           END-IF.
           CLOSE STUDENT-MASTER.
           CLOSE LISTADO.
           IF CATALOGO-DISPONIBLE
           IF ASISTENCIA-DISPONIBLE
               CLOSE ASISTENCIA
           END-IF.
           IF MODO-PRESORT
               DISPLAY "BANDEJAS (HOJAS EN TRNTRAY): ",
                       BDJ-CANT-BANDEJAS
           END-IF.
           STOP RUN.

      ******************************************************************
      * Presort para el correo de boletines: los estudiantes pasan al
      * SORT por COD-POSTAL-EST (ver ADDRESS-STANDARD) y cada página
      * se imprime en la salida del SORT, releyendo el maestro por
      * clave, en orden de bandeja.  Una página sin bloque postal no
      * se ensobra: va al principio, en la bandeja sin código.
      ******************************************************************
       SOLTAR-ESTUDIANTES.
           PERFORM LEER-ESTUDIANTE.
           PERFORM SOLTAR-UN-ESTUDIANTE UNTIL FIN-ARCHIVO.

       SOLTAR-UN-ESTUDIANTE.
           IF DIRECCION-1 = SPACES
               MOVE SPACES TO SORT-COD-POSTAL
           ELSE
               MOVE COD-POSTAL-EST TO SORT-COD-POSTAL
           END-IF.
           MOVE ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE.
           RELEASE SORT-REC.
           PERFORM LEER-ESTUDIANTE.

       IMPRIMIR-PAGINAS-PRESORT.
           MOVE "TRANSCRIPT-REPORT" TO BDJ-PROGRAMA.
           PERFORM INICIAR-BANDEJAS.
           MOVE "N" TO SW-FIN-SORT.
           PERFORM DEVOLVER-ESTUDIANTE UNTIL FIN-SORT.
           PERFORM TERMINAR-BANDEJAS.

       DEVOLVER-ESTUDIANTE.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   MOVE SORT-ID-ESTUDIANTE TO ID-ESTUDIANTE
                   READ STUDENT-MASTER
                       INVALID KEY
                           DISPLAY "ID ", SORT-ID-ESTUDIANTE,
                                   " YA NO ESTÁ EN EL MAESTRO"
                       NOT INVALID KEY
                           MOVE SORT-COD-POSTAL TO BDJ-COD-PIEZA
                           PERFORM CONTAR-PIEZA-BANDEJA
                           PERFORM IMPRIMIR-PAGINA-EST
                   END-READ
           END-RETURN.

       IMPRIMIR-PAGINA-EST.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-BLOQUE-POSTAL
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
           COPY BANDEJA-PROC.
