      ******************************************************************
      * Mantenimiento de la libreta de calificaciones por sección:
      * (T) alta de una tarea de una sección activa de SECCMAST - una
      * prueba, tarea, examen o proyecto con su peso en la nota de la
      * materia y su puntaje máximo (GBTAREA, ver LIBTAREA.CPY);
      * (P) carga de puntajes de una tarea, estudiante por estudiante,
      * para los activos del STUDENT-MASTER que cursan la materia en
      * esa sección en el término (GBNOTAS, ver LIBNOTA.CPY); (A)
      * anulación de una tarea que no va a contar; (L) listado de las
      * tareas de una sección.  La nota de la materia no se toca acá:
      * la arma la corrida GRADEBOOK-ROLLUP y la encola en PENDCHG.
      * Mismo molde que SECTION-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEBOOK-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRETA-TAREAS.
           COPY LIBTAREA.

       FD  LIBRETA-NOTAS.
           COPY LIBNOTA.

       FD  SECCIONES.
           COPY SECCION.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-LIBRETA-TAREAS PIC XX.
           88  FS-LBT-OK           VALUE "00".
           88  FS-LBT-NO-EXISTE    VALUE "35".
       01  FS-LIBRETA-NOTAS PIC XX.
           88  FS-LBN-OK           VALUE "00".
           88  FS-LBN-NO-EXISTE    VALUE "35".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK           VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-TAREA   VALUE "T".
           88  MANT-PUNTAJE VALUE "P".
           88  MANT-ANULAR  VALUE "A".
           88  MANT-LISTAR  VALUE "L".
           88  MANT-FIN     VALUE "F".
       01  TERMINO-LIBRETA PIC X(6).
       01  COD-MATERIA-LIBRETA PIC X(4).
       01  SECCION-LIBRETA PIC 99.
       01  ENTRADA-SECCION PIC XX.
       01  ENTRADA-NUMERO PIC XX.
       01  ENTRADA-PUNTAJE PIC X(3).
       01  SW-SECCION-OK PIC A.
           88  SECCION-OK VALUE "S".
       01  SW-PESO-OK PIC A.
           88  PESO-OK VALUE "S".
       01  SW-MAXIMO-OK PIC A.
           88  MAXIMO-OK VALUE "S".
       01  SW-PUNTAJE-OK PIC A.
           88  PUNTAJE-OK VALUE "S".
       01  SW-PUNTAJE-PREVIO PIC A.
           88  PUNTAJE-PREVIO VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-MAESTRO PIC A.
           88  FIN-MAESTRO VALUE "S".
       01  IDX-FILA PIC 9.
       01  FECHA-HOY PIC 9(8).
       01  PUNTAJE-PREVIO-ED PIC ZZ9.
       01  CANT-CARGADOS PIC 9(4).
       01  CANT-EN-SECCION PIC 9(4).
           COPY NUMCHK.
           COPY RANGOCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
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
           PERFORM ABRIR-LIBRETA.
           MOVE SPACES TO TERMINO-LIBRETA.
           PERFORM PEDIR-TERMINO UNTIL TERMINO-LIBRETA NOT = SPACES.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE LIBRETA-TAREAS.
           CLOSE LIBRETA-NOTAS.
           CLOSE SECCIONES.
           CLOSE STUDENT-MASTER.
           STOP RUN.

       ABRIR-LIBRETA.
           OPEN I-O LIBRETA-TAREAS.
           IF FS-LBT-NO-EXISTE
               OPEN OUTPUT LIBRETA-TAREAS
               CLOSE LIBRETA-TAREAS
               OPEN I-O LIBRETA-TAREAS
           END-IF.
           OPEN I-O LIBRETA-NOTAS.
           IF FS-LBN-NO-EXISTE
               OPEN OUTPUT LIBRETA-NOTAS
               CLOSE LIBRETA-NOTAS
               OPEN I-O LIBRETA-NOTAS
           END-IF.

       PEDIR-TERMINO.
           DISPLAY "TÉRMINO DE LA LIBRETA (EJ. 2026-1): ".
           ACCEPT TERMINO-LIBRETA.
           IF TERMINO-LIBRETA = SPACES
               DISPLAY "EL TÉRMINO NO PUEDE QUEDAR EN BLANCO"
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "LIBRETA - (T)AREA, (P)UNTAJES, (A)NULAR, (L)ISTAR,"
                   " (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-TAREA
                   PERFORM ALTA-TAREA THRU ALTA-TAREA-FIN
               WHEN MANT-PUNTAJE
                   PERFORM CARGAR-PUNTAJES THRU CARGAR-PUNTAJES-FIN
               WHEN MANT-ANULAR
                   PERFORM ANULAR-TAREA THRU ANULAR-TAREA-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-TAREAS THRU LISTAR-TAREAS-FIN
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Materia y sección de trabajo: la sección tiene que existir en
      * SECCMAST y estar activa.
      ******************************************************************
       PEDIR-SECCION-LIBRETA.
           MOVE "N" TO SW-SECCION-OK.
           DISPLAY "CÓDIGO DE LA MATERIA: ".
           ACCEPT COD-MATERIA-LIBRETA.
           MOVE FUNCTION UPPER-CASE(COD-MATERIA-LIBRETA)
               TO COD-MATERIA-LIBRETA.
           DISPLAY "NÚMERO DE SECCIÓN (01-99): ".
           ACCEPT ENTRADA-SECCION.
           IF ENTRADA-SECCION IS NOT NUMERIC
              OR ENTRADA-SECCION = "00"
               DISPLAY "NÚMERO DE SECCIÓN INVÁLIDO"
           ELSE
               MOVE ENTRADA-SECCION TO SECCION-LIBRETA
               MOVE COD-MATERIA-LIBRETA TO SEC-COD-MATERIA
               MOVE SECCION-LIBRETA TO SEC-NUMERO
               READ SECCIONES
                   INVALID KEY
                       DISPLAY "SECCIÓN NO ESTÁ EN SECCMAST"
                   NOT INVALID KEY
                       IF SEC-ACTIVA
                           MOVE "S" TO SW-SECCION-OK
                       ELSE
                           DISPLAY "SECCIÓN CERRADA"
                       END-IF
               END-READ
           END-IF.

       PEDIR-NUMERO-TAREA.
           DISPLAY "NÚMERO DE TAREA (01-99): ".
           ACCEPT ENTRADA-NUMERO.
           IF ENTRADA-NUMERO IS NOT NUMERIC
              OR ENTRADA-NUMERO = "00"
               DISPLAY "NÚMERO DE TAREA INVÁLIDO"
               MOVE 0 TO LBT-NUMERO
           ELSE
               MOVE TERMINO-LIBRETA TO LBT-TERMINO
               MOVE COD-MATERIA-LIBRETA TO LBT-COD-MATERIA
               MOVE SECCION-LIBRETA TO LBT-SECCION
               MOVE ENTRADA-NUMERO TO LBT-NUMERO
           END-IF.

       ALTA-TAREA.
           PERFORM PEDIR-SECCION-LIBRETA.
           IF NOT SECCION-OK
               GO TO ALTA-TAREA-FIN
           END-IF.
           PERFORM PEDIR-NUMERO-TAREA.
           IF LBT-NUMERO = 0
               GO TO ALTA-TAREA-FIN
           END-IF.
           DISPLAY "DESCRIPCIÓN DE LA TAREA: ".
           ACCEPT LBT-DESCRIPCION.
           DISPLAY "CATEGORÍA - (P)RUEBA, (T)AREA, (E)XAMEN,"
                   " PROYECTO (Y): ".
           ACCEPT LBT-CATEGORIA.
           MOVE FUNCTION UPPER-CASE(LBT-CATEGORIA) TO LBT-CATEGORIA.
           IF NOT LBT-CATEGORIA-VALIDA
               DISPLAY "CATEGORÍA INVÁLIDA"
               GO TO ALTA-TAREA-FIN
           END-IF.
           MOVE "N" TO SW-PESO-OK.
           PERFORM PEDIR-PESO UNTIL PESO-OK.
           MOVE "N" TO SW-MAXIMO-OK.
           PERFORM PEDIR-MAXIMO UNTIL MAXIMO-OK.
           MOVE FECHA-HOY TO LBT-FECHA.
           MOVE "A" TO LBT-ESTADO.
           WRITE REG-LIBRETA-TAREA
               INVALID KEY
                   REWRITE REG-LIBRETA-TAREA
                   DISPLAY "TAREA YA EXISTÍA - ACTUALIZADA Y ACTIVA"
           END-WRITE.
           MOVE "GBTAREA" TO FCHK-ARCHIVO.
           MOVE LBT-CLAVE TO FCHK-CLAVE.
           MOVE FS-LIBRETA-TAREAS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "TAREA ", LBT-COD-MATERIA, "-", LBT-SECCION, " N° ",
                   LBT-NUMERO, " DADA DE ALTA".
       ALTA-TAREA-FIN.
           EXIT.

       PEDIR-PESO.
           DISPLAY "PESO EN LA NOTA DE LA MATERIA (1-100): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO RANGOCHK-VALOR
               MOVE 1 TO RANGOCHK-MINIMO
               MOVE 100 TO RANGOCHK-MAXIMO
               PERFORM VERIFICAR-RANGO
               IF RANGOCHK-EN-RANGO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO LBT-PESO
                   MOVE "S" TO SW-PESO-OK
               ELSE
                   DISPLAY "PESO FUERA DE RANGO (1-100), REINGRESE"
               END-IF
           END-IF.

       PEDIR-MAXIMO.
           DISPLAY "PUNTAJE MÁXIMO DE LA TAREA (1-999): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO RANGOCHK-VALOR
               MOVE 1 TO RANGOCHK-MINIMO
               MOVE 999 TO RANGOCHK-MAXIMO
               PERFORM VERIFICAR-RANGO
               IF RANGOCHK-EN-RANGO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO LBT-PUNTAJE-MAXIMO
                   MOVE "S" TO SW-MAXIMO-OK
               ELSE
                   DISPLAY "MÁXIMO FUERA DE RANGO (1-999), REINGRESE"
               END-IF
           END-IF.

      ******************************************************************
      * Carga de puntajes de una tarea: barrido del maestro como en
      * SECTION-ROSTER, un ACCEPT por cada estudiante activo de la
      * sección en el término.  ENTER deja el puntaje como estaba, F
      * marca la tarea como no entregada (cuenta cero) y X como
      * justificada (no cuenta).
      ******************************************************************
       CARGAR-PUNTAJES.
           PERFORM PEDIR-SECCION-LIBRETA.
           IF NOT SECCION-OK
               GO TO CARGAR-PUNTAJES-FIN
           END-IF.
           PERFORM PEDIR-NUMERO-TAREA.
           IF LBT-NUMERO = 0
               GO TO CARGAR-PUNTAJES-FIN
           END-IF.
           READ LIBRETA-TAREAS
               INVALID KEY
                   DISPLAY "TAREA NO ESTÁ EN LA LIBRETA"
                   GO TO CARGAR-PUNTAJES-FIN
           END-READ.
           IF LBT-ANULADA
               DISPLAY "TAREA ANULADA - NO ADMITE PUNTAJES"
               GO TO CARGAR-PUNTAJES-FIN
           END-IF.
           DISPLAY "TAREA: ", LBT-DESCRIPCION, "  MÁXIMO ",
                   LBT-PUNTAJE-MAXIMO.
           DISPLAY "PUNTAJE POR ESTUDIANTE (ENTER = SIN CAMBIO,"
                   " F = NO ENTREGÓ, X = JUSTIFICADA)".
           MOVE 0 TO CANT-CARGADOS.
           MOVE 0 TO CANT-EN-SECCION.
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
           DISPLAY "ESTUDIANTES EN LA SECCIÓN: ", CANT-EN-SECCION,
                   "  PUNTAJES GRABADOS: ", CANT-CARGADOS.
       CARGAR-PUNTAJES-FIN.
           EXIT.

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
           IF COD-MATERIA(IDX-FILA) = COD-MATERIA-LIBRETA
              AND SECCION-MATERIA(IDX-FILA) = SECCION-LIBRETA
               ADD 1 TO CANT-EN-SECCION
               MOVE "N" TO SW-PUNTAJE-OK
               PERFORM PEDIR-PUNTAJE-ESTUDIANTE UNTIL PUNTAJE-OK
           END-IF.

       PEDIR-PUNTAJE-ESTUDIANTE.
           MOVE LBT-TERMINO TO LBN-TERMINO.
           MOVE LBT-COD-MATERIA TO LBN-COD-MATERIA.
           MOVE LBT-SECCION TO LBN-SECCION.
           MOVE ID-ESTUDIANTE TO LBN-ID-ESTUDIANTE.
           MOVE LBT-NUMERO TO LBN-NUMERO.
           MOVE "S" TO SW-PUNTAJE-PREVIO.
           READ LIBRETA-NOTAS
               INVALID KEY
                   MOVE "N" TO SW-PUNTAJE-PREVIO
           END-READ.
           IF PUNTAJE-PREVIO
               EVALUATE TRUE
                   WHEN LBN-FALTA
                       DISPLAY ID-ESTUDIANTE, " ", NOM-ESTUDIANTE,
                               " [NO ENTREGÓ]: "
                   WHEN LBN-EXENTA
                       DISPLAY ID-ESTUDIANTE, " ", NOM-ESTUDIANTE,
                               " [JUSTIFICADA]: "
                   WHEN OTHER
                       MOVE LBN-PUNTAJE TO PUNTAJE-PREVIO-ED
                       DISPLAY ID-ESTUDIANTE, " ", NOM-ESTUDIANTE,
                               " [", PUNTAJE-PREVIO-ED, "]: "
               END-EVALUATE
           ELSE
               DISPLAY ID-ESTUDIANTE, " ", NOM-ESTUDIANTE, " [---]: "
           END-IF.
           ACCEPT ENTRADA-PUNTAJE.
           MOVE FUNCTION UPPER-CASE(ENTRADA-PUNTAJE) TO ENTRADA-PUNTAJE.
           EVALUATE TRUE
               WHEN ENTRADA-PUNTAJE = SPACES
                   MOVE "S" TO SW-PUNTAJE-OK
               WHEN ENTRADA-PUNTAJE = "F"
                   MOVE 0 TO LBN-PUNTAJE
                   MOVE "F" TO LBN-ESTADO
                   PERFORM GRABAR-PUNTAJE
               WHEN ENTRADA-PUNTAJE = "X"
                   MOVE 0 TO LBN-PUNTAJE
                   MOVE "X" TO LBN-ESTADO
                   PERFORM GRABAR-PUNTAJE
               WHEN OTHER
                   MOVE ENTRADA-PUNTAJE TO NUMCHK-ENTRADA
                   PERFORM VALIDAR-NUMCHK
                   IF NUMCHK-VALIDO
                       MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                           TO RANGOCHK-VALOR
                       MOVE 0 TO RANGOCHK-MINIMO
                       MOVE LBT-PUNTAJE-MAXIMO TO RANGOCHK-MAXIMO
                       PERFORM VERIFICAR-RANGO
                       IF RANGOCHK-EN-RANGO
                           MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                               TO LBN-PUNTAJE
                           MOVE "N" TO LBN-ESTADO
                           PERFORM GRABAR-PUNTAJE
                       ELSE
                           DISPLAY "PUNTAJE FUERA DE RANGO (0-",
                                   LBT-PUNTAJE-MAXIMO, "), REINGRESE"
                       END-IF
                   END-IF
           END-EVALUATE.

       GRABAR-PUNTAJE.
           MOVE FECHA-HOY TO LBN-FECHA.
           MOVE FIRMA-OPERADOR TO LBN-OPERADOR.
           IF PUNTAJE-PREVIO
               REWRITE REG-LIBRETA-NOTA
           ELSE
               WRITE REG-LIBRETA-NOTA
           END-IF.
           MOVE "GBNOTAS" TO FCHK-ARCHIVO.
           MOVE LBN-CLAVE TO FCHK-CLAVE.
           MOVE FS-LIBRETA-NOTAS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-CARGADOS.
           MOVE "S" TO SW-PUNTAJE-OK.

       ANULAR-TAREA.
           PERFORM PEDIR-SECCION-LIBRETA.
           IF NOT SECCION-OK
               GO TO ANULAR-TAREA-FIN
           END-IF.
           PERFORM PEDIR-NUMERO-TAREA.
           IF LBT-NUMERO = 0
               GO TO ANULAR-TAREA-FIN
           END-IF.
           READ LIBRETA-TAREAS
               INVALID KEY
                   DISPLAY "TAREA NO ESTÁ EN LA LIBRETA"
                   GO TO ANULAR-TAREA-FIN
           END-READ.
           MOVE "X" TO LBT-ESTADO.
           REWRITE REG-LIBRETA-TAREA.
           MOVE "GBTAREA" TO FCHK-ARCHIVO.
           MOVE LBT-CLAVE TO FCHK-CLAVE.
           MOVE FS-LIBRETA-TAREAS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "TAREA ANULADA - NO ENTRA EN LA NOTA".
       ANULAR-TAREA-FIN.
           EXIT.

       LISTAR-TAREAS.
           PERFORM PEDIR-SECCION-LIBRETA.
           IF NOT SECCION-OK
               GO TO LISTAR-TAREAS-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE TERMINO-LIBRETA TO LBT-TERMINO.
           MOVE COD-MATERIA-LIBRETA TO LBT-COD-MATERIA.
           MOVE SECCION-LIBRETA TO LBT-SECCION.
           MOVE 0 TO LBT-NUMERO.
           START LIBRETA-TAREAS KEY IS NOT LESS THAN LBT-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-TAREA UNTIL FIN-ARCHIVO.
       LISTAR-TAREAS-FIN.
           EXIT.

       LISTAR-UNA-TAREA.
           READ LIBRETA-TAREAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF LBT-TERMINO NOT = TERMINO-LIBRETA
                      OR LBT-COD-MATERIA NOT = COD-MATERIA-LIBRETA
                      OR LBT-SECCION NOT = SECCION-LIBRETA
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       DISPLAY LBT-NUMERO, "  ", LBT-CATEGORIA,
                               "  PESO ", LBT-PESO,
                               "  MÁX ", LBT-PUNTAJE-MAXIMO,
                               "  ", LBT-DESCRIPCION,
                               "  ", LBT-ESTADO
                   END-IF
           END-READ.

           COPY NUMCHK-PROC.
           COPY RANGOCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
