      * valida contra este archivo la sección tecleada en cada fila de
      * materia, y SECTION-ROSTER imprime la lista de clase de cada
      * sección.  Mismo molde que CATALOG-MAINT.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  El alta pide el aula de la sección (SEC-AULA),
      *             validada contra el maestro de aulas AULAMAST, y
      *             rechaza un aula que ya tiene otra sección activa
      *             en el mismo período; avisa cuando el cupo de la
      *             materia (CAT-CUPO) supera los asientos del aula.
      *             El listado muestra el aula.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-MAINT.
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT AULAS ASSIGN TO "AULAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUL-CODIGO
               FILE STATUS IS FS-AULAS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECCIONES.
       FD  DOCENTES.
           COPY DOCENTE.

       FD  AULAS.
           COPY AULA.

       WORKING-STORAGE SECTION.
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK           VALUE "00".
           88  FS-DOC-OK           VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-AULAS PIC XX.
           88  FS-AUL-OK           VALUE "00".
       01  SW-AULAS-DISPONIBLE PIC A VALUE "N".
           88  AULAS-DISPONIBLE VALUE "S".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-CIERRE VALUE "C".
           88  MATERIA-OK VALUE "S".
       01  SW-DOCENTE-OK PIC A.
           88  DOCENTE-OK VALUE "S".
       01  SW-AULA-OK PIC A.
           88  AULA-OK VALUE "S".
       01  SW-AULA-OCUPADA PIC A.
           88  AULA-OCUPADA VALUE "S".
       01  ENTRADA-SECCION PIC XX.
       01  ENTRADA-PERIODO PIC XX.
       01  SECCION-GUARDADA PIC X(21).
       01  CLAVE-PEDIDA PIC X(6).
       01  AULA-PEDIDA PIC X(6).
       01  PERIODO-PEDIDO PIC 99.
       01  SECCION-OCUPANTE PIC X(6).

       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE DOCENTES - LOS"
                       " LEGAJOS NO SERAN VALIDADOS"
           END-IF.
           OPEN INPUT AULAS.
           IF FS-AUL-OK
               MOVE "S" TO SW-AULAS-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE AULAS AULAMAST -"
                       " LAS AULAS NO SERAN VALIDADAS"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE SECCIONES.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           IF AULAS-DISPONIBLE
               CLOSE AULAS
           END-IF.
           STOP RUN.

       ABRIR-SECCIONES.
               GO TO ALTA-SECCION-FIN
           END-IF.
           MOVE ENTRADA-PERIODO TO SEC-PERIODO.
           MOVE "N" TO SW-AULA-OK.
           PERFORM PEDIR-AULA-SECCION UNTIL AULA-OK.
           MOVE "A" TO SEC-ESTADO.
           WRITE REG-SECCION
               INVALID KEY
               END-READ
           END-IF.

      ******************************************************************
      * Aula de la sección (ENTER = sin aula).  Se valida contra
      * AULAMAST, se rechaza si otra sección activa ya la ocupa en el
      * mismo período, y se avisa si el cupo de la materia no entra.
      ******************************************************************
       PEDIR-AULA-SECCION.
           DISPLAY "AULA (ENTER = SIN AULA ASIGNADA): ".
           ACCEPT SEC-AULA.
           MOVE FUNCTION UPPER-CASE(SEC-AULA) TO SEC-AULA.
           MOVE "S" TO SW-AULA-OK.
           IF SEC-AULA NOT = SPACES AND AULAS-DISPONIBLE
               MOVE SEC-AULA TO AUL-CODIGO
               READ AULAS
                   INVALID KEY
                       DISPLAY "AULA NO ESTÁ EN AULAMAST, REINGRESE"
                       MOVE "N" TO SW-AULA-OK
                   NOT INVALID KEY
                       IF NOT AUL-ACTIVA
                           DISPLAY "AULA INACTIVA, REINGRESE"
                           MOVE "N" TO SW-AULA-OK
                       END-IF
               END-READ
           END-IF.
           IF SEC-AULA NOT = SPACES AND AULA-OK
               PERFORM VERIFICAR-AULA-OCUPADA
               IF AULA-OCUPADA
                   DISPLAY "EL AULA ", AULA-PEDIDA, " YA TIENE LA"
                           " SECCIÓN ", SECCION-OCUPANTE,
                           " EN EL PERÍODO ", PERIODO-PEDIDO,
                           " - REINGRESE"
                   MOVE "N" TO SW-AULA-OK
               END-IF
           END-IF.
           IF SEC-AULA NOT = SPACES AND AULA-OK
              AND AULAS-DISPONIBLE AND CATALOGO-DISPONIBLE
               IF CAT-CUPO > AUL-ASIENTOS
                   DISPLAY "AVISO: EL CUPO DE LA MATERIA (", CAT-CUPO,
                           ") SUPERA LOS ASIENTOS DEL AULA (",
                           AUL-ASIENTOS, ")"
               END-IF
           END-IF.

      ******************************************************************
      * Recorrido de SECCMAST buscando otra sección activa con la
      * misma aula y el mismo período; la sección que se está dando
      * de alta (misma clave) no cuenta.  El registro en armado se
      * guarda y se repone al final.
      ******************************************************************
       VERIFICAR-AULA-OCUPADA.
           MOVE REG-SECCION TO SECCION-GUARDADA.
           MOVE SEC-CLAVE TO CLAVE-PEDIDA.
           MOVE SEC-AULA TO AULA-PEDIDA.
           MOVE SEC-PERIODO TO PERIODO-PEDIDO.
           MOVE "N" TO SW-AULA-OCUPADA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO SEC-CLAVE.
           START SECCIONES KEY IS NOT LESS THAN SEC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM COMPARAR-AULA-SECCION
                   UNTIL FIN-ARCHIVO OR AULA-OCUPADA.
           MOVE SECCION-GUARDADA TO REG-SECCION.

       COMPARAR-AULA-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF SEC-ACTIVA
                      AND SEC-AULA = AULA-PEDIDA
                      AND SEC-PERIODO = PERIODO-PEDIDO
                      AND SEC-CLAVE NOT = CLAVE-PEDIDA
                       MOVE "S" TO SW-AULA-OCUPADA
                       MOVE SEC-CLAVE TO SECCION-OCUPANTE
                   END-IF
           END-READ.

       CERRAR-SECCION.
           DISPLAY "CÓDIGO DE LA MATERIA: ".
           ACCEPT SEC-COD-MATERIA.
                   DISPLAY SEC-COD-MATERIA, "-", SEC-NUMERO,
                           "  DOCENTE ", SEC-DOC-ID,
                           "  PERÍODO ", SEC-PERIODO,
                           "  AULA ", SEC-AULA,
                           "  ", SEC-ESTADO
           END-READ.

