      ******************************************************************
      * Carga de comentarios de boleta por sección: el docente indica
      * la materia y el número de sección, y el programa recorre los
      * estudiantes activos del STUDENT-MASTER que cursan esa sección
      * en el término (fila de materia no retirada), mostrando la nota
      * y el comentario que ya tenga, para que teclee el código de
      * comentario de cada uno (ver COMENTA.CPY / COMMENT-MAINT).  El
      * código se graba en BOLCOMEN para el TERMINO-ACTUAL del
      * estudiante; REPORT-CARDS lo imprime en la boleta.
      *
      * En cada estudiante: ENTER deja lo que hay, "-" quita el
      * comentario, "/" termina la sección.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMENT-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT COMENTARIOS ASSIGN TO "COMENTAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COM-CODIGO
               FILE STATUS IS FS-COMENTARIOS.

           SELECT BOL-COMENTARIOS ASSIGN TO "BOLCOMEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BCM-CLAVE
               FILE STATUS IS FS-BOL-COMENTARIOS.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  SECCIONES.
           COPY SECCION.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  COMENTARIOS.
           COPY COMENTA.

       FD  BOL-COMENTARIOS.
           COPY BOLCOM.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  FS-COMENTARIOS PIC XX.
           88  FS-COM-OK VALUE "00".
       01  FS-BOL-COMENTARIOS PIC XX.
           88  FS-BCM-OK           VALUE "00".
           88  FS-BCM-NO-EXISTE    VALUE "35".
       01  SW-SECCIONES-DISPONIBLE PIC A VALUE "N".
           88  SECCIONES-DISPONIBLE VALUE "S".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-CARGA PIC A VALUE "N".
           88  FIN-CARGA VALUE "S".
       01  SW-FIN-SECCION PIC A.
           88  FIN-SECCION VALUE "S".
       01  SW-EN-SECCION PIC A.
           88  EN-SECCION VALUE "S".
       01  SW-CODIGO-RESUELTO PIC A.
           88  CODIGO-RESUELTO VALUE "S".
       01  SW-BCM-EXISTE PIC A.
           88  BCM-EXISTE VALUE "S".
       01  MATERIA-PEDIDA PIC X(4).
       01  SECCION-ENTRADA PIC XX.
       01  SECCION-PEDIDA PIC 99.
       01  IDX-MAT PIC 9.
       01  FILA-EN-SECCION PIC 9.
       01  CODIGO-ENTRADA PIC X(3).
       01  COMENTARIO-ACTUAL PIC X(3).
       01  TEXTO-ACTUAL PIC X(40).
       01  NOTA-MOSTRADA PIC X(3).
       01  FECHA-HOY PIC 9(8).
       01  CANT-GRABADOS PIC 9(4).
       01  CANT-QUITADOS PIC 9(4).
       01  CANT-EN-SECCION PIC 9(4).
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CARGA DE COMENTARIOS DE BOLETA".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT COMENTARIOS.
           IF NOT FS-COM-OK
               DISPLAY "NO HAY MAESTRO DE COMENTARIOS COMENTAR (VER"
                       " COMMENT-MAINT)"
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT SECCIONES.
           IF FS-SEC-OK
               MOVE "S" TO SW-SECCIONES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN SECCMAST - LA SECCIÓN NO SE"
                       " VALIDA"
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN I-O BOL-COMENTARIOS.
           IF FS-BCM-NO-EXISTE
               OPEN OUTPUT BOL-COMENTARIOS
               CLOSE BOL-COMENTARIOS
               OPEN I-O BOL-COMENTARIOS
           END-IF.
           PERFORM CARGAR-SECCION THRU CARGAR-SECCION-FIN
                   UNTIL FIN-CARGA.
           CLOSE STUDENT-MASTER.
           CLOSE COMENTARIOS.
           CLOSE BOL-COMENTARIOS.
           IF SECCIONES-DISPONIBLE
               CLOSE SECCIONES
           END-IF.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           STOP RUN.

      ******************************************************************
      * Una sección por vuelta hasta que la materia quede en blanco.
      ******************************************************************
       CARGAR-SECCION.
           DISPLAY "CÓDIGO DE MATERIA (ENTER = FIN): ".
           ACCEPT MATERIA-PEDIDA.
           MOVE FUNCTION UPPER-CASE(MATERIA-PEDIDA) TO MATERIA-PEDIDA.
           IF MATERIA-PEDIDA = SPACES
               MOVE "S" TO SW-FIN-CARGA
               GO TO CARGAR-SECCION-FIN
           END-IF.
           DISPLAY "NÚMERO DE SECCIÓN: ".
           ACCEPT SECCION-ENTRADA.
           IF FUNCTION TRIM(SECCION-ENTRADA) IS NOT NUMERIC
               DISPLAY "SECCIÓN INVÁLIDA, REINGRESE"
               GO TO CARGAR-SECCION-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(SECCION-ENTRADA) TO SECCION-PEDIDA.
           IF SECCIONES-DISPONIBLE
               MOVE MATERIA-PEDIDA TO SEC-COD-MATERIA
               MOVE SECCION-PEDIDA TO SEC-NUMERO
               READ SECCIONES
                   INVALID KEY
                       DISPLAY "LA SECCIÓN NO ESTÁ EN SECCMAST"
                       GO TO CARGAR-SECCION-FIN
               END-READ
               PERFORM MOSTRAR-DOCENTE
           END-IF.
           MOVE 0 TO CANT-GRABADOS.
           MOVE 0 TO CANT-QUITADOS.
           MOVE 0 TO CANT-EN-SECCION.
           MOVE "N" TO SW-FIN-SECCION.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO ID-ESTUDIANTE.
           START STUDENT-MASTER KEY IS NOT LESS THAN ID-ESTUDIANTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM RECORRER-ESTUDIANTE
                   UNTIL FIN-ARCHIVO OR FIN-SECCION.
           DISPLAY "SECCIÓN ", MATERIA-PEDIDA, "-", SECCION-PEDIDA,
                   ": ", CANT-EN-SECCION, " ESTUDIANTES, ",
                   CANT-GRABADOS, " COMENTARIOS GRABADOS, ",
                   CANT-QUITADOS, " QUITADOS".
       CARGAR-SECCION-FIN.
           EXIT.

       MOSTRAR-DOCENTE.
           IF DOCENTES-DISPONIBLE AND SEC-DOC-ID NOT = SPACES
               MOVE SEC-DOC-ID TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       DISPLAY "DOCENTE: ", SEC-DOC-ID
                   NOT INVALID KEY
                       DISPLAY "DOCENTE: ", DOC-NOMBRE
               END-READ
           END-IF.

       RECORRER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND EST-ACTIVO
               MOVE "N" TO SW-EN-SECCION
               MOVE 0 TO FILA-EN-SECCION
               PERFORM BUSCAR-FILA-SECCION
                       VARYING IDX-MAT FROM 1 BY 1
                       UNTIL IDX-MAT > NUM-MATERIAS OR EN-SECCION
               IF EN-SECCION
                   ADD 1 TO CANT-EN-SECCION
                   PERFORM CARGAR-COMENTARIO-EST
               END-IF
           END-IF.

       BUSCAR-FILA-SECCION.
           IF COD-MATERIA(IDX-MAT) = MATERIA-PEDIDA
              AND SECCION-MATERIA(IDX-MAT) = SECCION-PEDIDA
              AND NOT MATERIA-RETIRADA(IDX-MAT)
               MOVE "S" TO SW-EN-SECCION
               MOVE IDX-MAT TO FILA-EN-SECCION
           END-IF.

      ******************************************************************
      * Muestra el estudiante con su nota (o INC/EXT) y el comentario
      * que ya tenga, y pide el código hasta que sea válido.
      ******************************************************************
       CARGAR-COMENTARIO-EST.
           EVALUATE TRUE
               WHEN MATERIA-INCOMPLETA(FILA-EN-SECCION)
                   MOVE "INC" TO NOTA-MOSTRADA
               WHEN MATERIA-EXENTA(FILA-EN-SECCION)
                   MOVE "EXT" TO NOTA-MOSTRADA
               WHEN OTHER
                   MOVE NOTA-MATERIA(FILA-EN-SECCION) TO NOTA-MOSTRADA
           END-EVALUATE.
           MOVE ID-ESTUDIANTE TO BCM-ID-ESTUDIANTE.
           MOVE TERMINO-ACTUAL TO BCM-TERMINO.
           MOVE MATERIA-PEDIDA TO BCM-COD-MATERIA.
           MOVE "N" TO SW-BCM-EXISTE.
           MOVE SPACES TO COMENTARIO-ACTUAL.
           MOVE SPACES TO TEXTO-ACTUAL.
           READ BOL-COMENTARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-BCM-EXISTE
                   MOVE BCM-COD-COMENTARIO TO COMENTARIO-ACTUAL
           END-READ.
           IF BCM-EXISTE
               MOVE COMENTARIO-ACTUAL TO COM-CODIGO
               READ COMENTARIOS
                   INVALID KEY
                       MOVE "(CÓDIGO NO ESTÁ EN COMENTAR)"
                           TO TEXTO-ACTUAL
                   NOT INVALID KEY
                       MOVE COM-TEXTO TO TEXTO-ACTUAL
               END-READ
           END-IF.
           DISPLAY ID-ESTUDIANTE, " ", NOM-ESTUDIANTE, " NOTA ",
                   NOTA-MOSTRADA, "  ACTUAL: ", COMENTARIO-ACTUAL,
                   " ", TEXTO-ACTUAL.
           MOVE "N" TO SW-CODIGO-RESUELTO.
           PERFORM PEDIR-CODIGO-EST UNTIL CODIGO-RESUELTO.

       PEDIR-CODIGO-EST.
           DISPLAY "CÓDIGO (ENTER = SIN CAMBIO, - = QUITAR,"
                   " / = TERMINAR SECCIÓN): ".
           ACCEPT CODIGO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(CODIGO-ENTRADA) TO CODIGO-ENTRADA.
           EVALUATE TRUE
               WHEN CODIGO-ENTRADA = SPACES
                   MOVE "S" TO SW-CODIGO-RESUELTO
               WHEN CODIGO-ENTRADA = "/"
                   MOVE "S" TO SW-CODIGO-RESUELTO
                   MOVE "S" TO SW-FIN-SECCION
               WHEN CODIGO-ENTRADA = "-"
                   MOVE "S" TO SW-CODIGO-RESUELTO
                   PERFORM QUITAR-COMENTARIO
               WHEN OTHER
                   PERFORM VALIDAR-CODIGO-COMENTARIO
           END-EVALUATE.

       VALIDAR-CODIGO-COMENTARIO.
           MOVE CODIGO-ENTRADA TO COM-CODIGO.
           READ COMENTARIOS
               INVALID KEY
                   DISPLAY "CÓDIGO NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   IF COM-ACTIVO
                       DISPLAY COM-TEXTO
                       MOVE "S" TO SW-CODIGO-RESUELTO
                       PERFORM GRABAR-COMENTARIO
                   ELSE
                       DISPLAY "CÓDIGO INACTIVO, REINGRESE"
                   END-IF
           END-READ.

       GRABAR-COMENTARIO.
           MOVE CODIGO-ENTRADA TO BCM-COD-COMENTARIO.
           MOVE FECHA-HOY TO BCM-FECHA.
           MOVE FIRMA-OPERADOR TO BCM-OPERADOR.
           IF BCM-EXISTE
               REWRITE REG-BOL-COMENTARIO
           ELSE
               WRITE REG-BOL-COMENTARIO
           END-IF.
           MOVE "BOLCOMEN" TO FCHK-ARCHIVO.
           MOVE BCM-CLAVE TO FCHK-CLAVE.
           MOVE FS-BOL-COMENTARIOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-GRABADOS.

       QUITAR-COMENTARIO.
           IF BCM-EXISTE
               DELETE BOL-COMENTARIOS
                   INVALID KEY
                       DISPLAY "ERROR AL BORRAR BOLCOMEN, ESTADO ",
                               FS-BOL-COMENTARIOS
                   NOT INVALID KEY
                       ADD 1 TO CANT-QUITADOS
               END-DELETE
           END-IF.

           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
