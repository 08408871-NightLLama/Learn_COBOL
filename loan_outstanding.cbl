      ******************************************************************
      * Listado de lo que los estudiantes tienen todavía en su poder
      * del pañol (ITEMLOAN, ver PRESTAMO.CPY): todo ejemplar prestado
      * y no devuelto, incluido el que LOAN-CHARGE ya pasó a COBRADO,
      * que sale marcado así.  Primera parte: un SORT por estudiante,
      * con el nombre de STUDMAST y la descripción de ITEMMAST, y al
      * cambiar de estudiante la cantidad de artículos que tiene.
      * Segunda parte: los mismos préstamos por materia y sección, con
      * la cantidad por sección, para que cada docente reclame lo
      * suyo; lo entregado sin materia sale al final bajo SIN
      * MATERIA.  Al pie, el total pendiente y cuántos ya se cobraron.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-OUTSTANDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO "ITEMLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CLAVE
               ALTERNATE RECORD KEY IS PRS-ID-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PRESTAMOS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT ITEM-MAESTRO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-ITEM-MAESTRO.

           SELECT SORT-WORK ASSIGN TO "SRTWKPRS".

           SELECT LISTADO ASSIGN TO "PRESTPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS.
           COPY PRESTAMO.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  ITEM-MAESTRO.
           COPY ITEMMAST.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-SIN-MATERIA       PIC 9.
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-MATERIA           PIC X(4).
           05  SORT-SECCION           PIC 99.
           05  SORT-ITEM              PIC X(8).
           05  SORT-EJEMPLAR          PIC 9(4).
           05  SORT-FECHA-ENTREGA     PIC 9(8).
           05  SORT-SITUACION         PIC X.
               88  SORT-COBRADO           VALUE "C".

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-PRESTAMOS PIC XX.
           88  FS-PRS-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  SW-ESTUDIANTES-DISPONIBLE PIC A VALUE "N".
           88  ESTUDIANTES-DISPONIBLE VALUE "S".
       01  FS-ITEM-MAESTRO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  SW-ARTICULOS-DISPONIBLE PIC A VALUE "N".
           88  ARTICULOS-DISPONIBLE VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A.
           88  FIN-SORT VALUE "S".
       01  SW-HAY-GRUPO PIC A.
           88  HAY-GRUPO VALUE "S".
       01  SW-PARTE PIC A.
           88  PARTE-ESTUDIANTES VALUE "E".
           88  PARTE-SECCIONES VALUE "S".
      ******************************************************************
      * Grupo del corte: el estudiante en la primera parte, la
      * materia y sección en la segunda.
      ******************************************************************
       01  GRUPO-ANTERIOR.
           05  GRP-ID-ESTUDIANTE      PIC 9(6).
           05  GRP-MATERIA            PIC X(4).
           05  GRP-SECCION            PIC 99.
       01  CANT-GRUPO PIC 9(4).
       01  TOT-PENDIENTES PIC 9(6) VALUE 0.
       01  TOT-COBRADOS PIC 9(6) VALUE 0.
       01  FECHA-ED PIC 9999/99/99.
       01  CANT-ED PIC ZZZZZ9.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PRESTAMOS.
           IF NOT FS-PRS-OK
               DISPLAY "NO HAY ARCHIVO DE PRÉSTAMOS ITEMLOAN"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF FS-OK
               MOVE "S" TO SW-ESTUDIANTES-DISPONIBLE
           END-IF.
           OPEN INPUT ITEM-MAESTRO.
           IF FS-ITM-OK
               MOVE "S" TO SW-ARTICULOS-DISPONIBLE
           END-IF.
           MOVE "PRÉSTAMOS DEL PAÑOL SIN DEVOLVER" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE "E" TO SW-PARTE.
           PERFORM IMPRIMIR-TITULOS.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-ID-ESTUDIANTE SORT-ITEM
                                SORT-EJEMPLAR
               INPUT PROCEDURE IS SOLTAR-PRESTAMOS
               OUTPUT PROCEDURE IS IMPRIMIR-GRUPOS.
           MOVE "S" TO SW-PARTE.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PENDIENTES POR MATERIA Y SECCIÓN" TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 3 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-SIN-MATERIA SORT-MATERIA
                                SORT-SECCION SORT-ID-ESTUDIANTE
                                SORT-ITEM SORT-EJEMPLAR
               INPUT PROCEDURE IS SOLTAR-PRESTAMOS
               OUTPUT PROCEDURE IS IMPRIMIR-GRUPOS.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE PRESTAMOS.
           IF ESTUDIANTES-DISPONIBLE
               CLOSE STUDENT-MASTER
           END-IF.
           IF ARTICULOS-DISPONIBLE
               CLOSE ITEM-MAESTRO
           END-IF.
           CLOSE LISTADO.
           DISPLAY "EJEMPLARES SIN DEVOLVER: ", TOT-PENDIENTES,
                   "  YA COBRADOS: ", TOT-COBRADOS.
           STOP RUN.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "ID" TO LINEA-SALIDA(1:2).
           MOVE "ESTUDIANTE" TO LINEA-SALIDA(8:10).
           MOVE "ARTÍCULO" TO LINEA-SALIDA(30:9).
           MOVE "EJEM" TO LINEA-SALIDA(39:4).
           MOVE "DESCRIPCIÓN" TO LINEA-SALIDA(45:12).
           MOVE "ENTREGADO" TO LINEA-SALIDA(66:9).
           MOVE "MAT" TO LINEA-SALIDA(78:3).
           MOVE "SC" TO LINEA-SALIDA(83:2).
           MOVE "SITUACIÓN" TO LINEA-SALIDA(87:10).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Selección: todo ITEMLOAN en orden de clave, soltando lo
      * prestado o cobrado y no devuelto.  Cada SORT vuelve a
      * posicionar al principio del archivo.
      ******************************************************************
       SOLTAR-PRESTAMOS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO PRS-CLAVE.
           START PRESTAMOS KEY IS NOT LESS THAN PRS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-PRESTAMO
           END-IF.
           PERFORM SOLTAR-UN-PRESTAMO UNTIL FIN-ARCHIVO.

       LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UN-PRESTAMO.
           IF PRS-PENDIENTE
               MOVE PRS-ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE
               MOVE PRS-COD-MATERIA TO SORT-MATERIA
               IF PRS-COD-MATERIA = SPACES
                   MOVE 1 TO SORT-SIN-MATERIA
               ELSE
                   MOVE 0 TO SORT-SIN-MATERIA
               END-IF
               MOVE PRS-SECCION TO SORT-SECCION
               MOVE PRS-ITEM TO SORT-ITEM
               MOVE PRS-EJEMPLAR TO SORT-EJEMPLAR
               MOVE PRS-FECHA-ENTREGA TO SORT-FECHA-ENTREGA
               MOVE PRS-SITUACION TO SORT-SITUACION
               RELEASE SORT-REC
           END-IF.
           PERFORM LEER-PRESTAMO.

      ******************************************************************
      * Corte de control: al cambiar el grupo sale la cantidad del
      * anterior.  Los totales del pie se cuentan sólo en la primera
      * parte, que ya recorre todos los pendientes.
      ******************************************************************
       IMPRIMIR-GRUPOS.
           MOVE "N" TO SW-FIN-SORT.
           MOVE "N" TO SW-HAY-GRUPO.
           PERFORM DEVOLVER-PRESTAMO UNTIL FIN-SORT.
           IF HAY-GRUPO
               PERFORM IMPRIMIR-CANTIDAD-GRUPO
           ELSE
               MOVE SPACES TO LINEA-SALIDA
               MOVE "NO HAY PRÉSTAMOS SIN DEVOLVER" TO LINEA-SALIDA
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       DEVOLVER-PRESTAMO.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF HAY-GRUPO
                       PERFORM VERIFICAR-CAMBIO-GRUPO
                   END-IF
                   IF NOT HAY-GRUPO
                       PERFORM INICIAR-GRUPO
                   END-IF
                   PERFORM IMPRIMIR-UN-PRESTAMO
           END-RETURN.

       VERIFICAR-CAMBIO-GRUPO.
           IF PARTE-ESTUDIANTES
               IF SORT-ID-ESTUDIANTE NOT = GRP-ID-ESTUDIANTE
                   PERFORM IMPRIMIR-CANTIDAD-GRUPO
                   MOVE "N" TO SW-HAY-GRUPO
               END-IF
           ELSE
               IF SORT-MATERIA NOT = GRP-MATERIA
                       OR SORT-SECCION NOT = GRP-SECCION
                   PERFORM IMPRIMIR-CANTIDAD-GRUPO
                   MOVE "N" TO SW-HAY-GRUPO
               END-IF
           END-IF.

       INICIAR-GRUPO.
           MOVE SORT-ID-ESTUDIANTE TO GRP-ID-ESTUDIANTE.
           MOVE SORT-MATERIA TO GRP-MATERIA.
           MOVE SORT-SECCION TO GRP-SECCION.
           MOVE 0 TO CANT-GRUPO.
           MOVE "S" TO SW-HAY-GRUPO.
           IF PARTE-SECCIONES
               PERFORM VERIFICAR-SALTO-Y-ENCABEZADO
               MOVE SPACES TO LINEA-SALIDA
               IF SORT-MATERIA = SPACES
                   MOVE "SIN MATERIA" TO LINEA-SALIDA
               ELSE
                   STRING "MATERIA " DELIMITED BY SIZE
                       SORT-MATERIA DELIMITED BY SIZE
                       "  SECCIÓN " DELIMITED BY SIZE
                       SORT-SECCION DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
               END-IF
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       IMPRIMIR-UN-PRESTAMO.
           ADD 1 TO CANT-GRUPO.
           IF PARTE-ESTUDIANTES
               ADD 1 TO TOT-PENDIENTES
               IF SORT-COBRADO
                   ADD 1 TO TOT-COBRADOS
               END-IF
           END-IF.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE SORT-ID-ESTUDIANTE TO LINEA-SALIDA(1:6).
           IF ESTUDIANTES-DISPONIBLE
               MOVE SORT-ID-ESTUDIANTE TO ID-ESTUDIANTE
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "(NO ESTÁ EN STUDMAST)"
                           TO LINEA-SALIDA(8:20)
                   NOT INVALID KEY
                       MOVE NOM-ESTUDIANTE TO LINEA-SALIDA(8:20)
               END-READ
           END-IF.
           MOVE SORT-ITEM TO LINEA-SALIDA(30:8).
           MOVE SORT-EJEMPLAR TO LINEA-SALIDA(39:4).
           IF ARTICULOS-DISPONIBLE
               MOVE SORT-ITEM TO ITM-ITEM
               READ ITEM-MAESTRO
                   INVALID KEY
                       MOVE "(NO ESTÁ EN ITEMMAST)"
                           TO LINEA-SALIDA(45:20)
                   NOT INVALID KEY
                       MOVE ITM-DESCRIPCION TO LINEA-SALIDA(45:20)
               END-READ
           END-IF.
           MOVE SORT-FECHA-ENTREGA TO FECHA-ED.
           MOVE FECHA-ED TO LINEA-SALIDA(66:10).
           MOVE SORT-MATERIA TO LINEA-SALIDA(78:4).
           IF SORT-MATERIA NOT = SPACES
               MOVE SORT-SECCION TO LINEA-SALIDA(83:2)
           END-IF.
           IF SORT-COBRADO
               MOVE "COBRADO" TO LINEA-SALIDA(87:7)
           ELSE
               MOVE "PRESTADO" TO LINEA-SALIDA(87:8)
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-CANTIDAD-GRUPO.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           IF PARTE-ESTUDIANTES
               MOVE "ARTÍCULOS DEL ESTUDIANTE:" TO LINEA-SALIDA(8:26)
           ELSE
               MOVE "ARTÍCULOS DE LA SECCIÓN:" TO LINEA-SALIDA(8:26)
           END-IF.
           MOVE CANT-GRUPO TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(36:6).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-TOTALES.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL SIN DEVOLVER" TO LINEA-SALIDA(1:18).
           MOVE TOT-PENDIENTES TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(36:6).
           MOVE "YA COBRADOS" TO LINEA-SALIDA(45:11).
           MOVE TOT-COBRADOS TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(57:6).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
               PERFORM IMPRIMIR-TITULOS
           END-IF.

           COPY RPTHDR-PROC.
