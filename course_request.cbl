      ******************************************************************
      * Preinscripción: carga las solicitudes de materias de cada
      * estudiante para el término siguiente en CRSREQ (ver
      * SOLICIT.CPY), antes de la corrida de asignación de
      * SECTION-SCHEDULER.  Cada fila lleva un número de orden de
      * preferencia (1-9), la materia pedida y, opcional, una
      * alternativa; las dos tienen que estar activas en el catálogo
      * y ser distintas.  El estudiante se valida con el dígito
      * verificador y tiene que estar activo en STUDMAST.  Una fila
      * ya asignada o cargada no se modifica ni se borra: el cambio
      * de sección después de la asignación se hace por COBOL53.  La
      * consulta muestra las filas del estudiante con su estado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REQUEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO "CRSREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-CLAVE
               FILE STATUS IS FS-SOLICITUDES.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES.
           COPY SOLICIT.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-SOLICITUDES PIC XX.
           88  FS-SOL-OK           VALUE "00".
           88  FS-SOL-NO-EXISTE    VALUE "35".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK           VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-AGREGAR    VALUE "A".
           88  MANT-BORRAR     VALUE "B".
           88  MANT-CONSULTA   VALUE "C".
           88  MANT-FIN        VALUE "F".
       01  OPCION-ID PIC A.
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  SW-SOLICITUD-EXISTE PIC A.
           88  SOLICITUD-EXISTE VALUE "S".
       01  SW-DATO-OK PIC A.
           88  DATO-OK VALUE "S".
       01  SW-FIN-SOLICITUDES PIC A.
           88  FIN-SOLICITUDES VALUE "S".
       01  TERMINO-SOLICITUD PIC X(6).
       01  ORDEN-ENTRADA PIC X.
       01  ORDEN-PEDIDO PIC 9.
       01  MATERIA-ENTRADA PIC X(4).
       01  ALTERNATIVA-ENTRADA PIC X(4).
       01  ID-CONSULTA PIC 9(6).
       01  FECHA-HOY PIC 9(8).
       01  CANT-LISTADAS PIC 9.
       01  ESTADO-ED PIC X(9).
           COPY IDCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PREINSCRIPCIÓN - SOLICITUDES DE MATERIAS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO TERMINO-SOLICITUD.
           PERFORM PEDIR-TERMINO UNTIL TERMINO-SOLICITUD NOT = SPACES.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF NOT FS-CAT-OK
               DISPLAY "NO HAY CATÁLOGO CRSCATLG"
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           PERFORM ABRIR-SOLICITUDES.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE SOLICITUDES.
           CLOSE STUDENT-MASTER.
           CLOSE CURSO-CATALOGO.
           STOP RUN.

       PEDIR-TERMINO.
           DISPLAY "TÉRMINO DE LAS SOLICITUDES (EJ. 2027-1): ".
           ACCEPT TERMINO-SOLICITUD.
           MOVE FUNCTION UPPER-CASE(TERMINO-SOLICITUD)
               TO TERMINO-SOLICITUD.

       ABRIR-SOLICITUDES.
           OPEN I-O SOLICITUDES.
           IF FS-SOL-NO-EXISTE
               OPEN OUTPUT SOLICITUDES
               CLOSE SOLICITUDES
               OPEN I-O SOLICITUDES
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "SOLICITUDES " TERMINO-SOLICITUD " - (A)GREGAR O"
                   " MODIFICAR, (B)ORRAR, (C)ONSULTA, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-AGREGAR
                   PERFORM AGREGAR-SOLICITUD THRU AGREGAR-SOLICITUD-FIN
               WHEN MANT-BORRAR
                   PERFORM BORRAR-SOLICITUD THRU BORRAR-SOLICITUD-FIN
               WHEN MANT-CONSULTA
                   PERFORM CONSULTAR-ESTUDIANTE
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Estudiante activo y número de orden; deja leída la fila si ya
      * existe.
      ******************************************************************
       PEDIR-FILA.
           MOVE "N" TO SW-SOLICITUD-EXISTE.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           IF NOT EST-ACTIVO
               DISPLAY "EL ESTUDIANTE NO ESTÁ ACTIVO"
               MOVE "N" TO SW-DATO-OK
               GO TO PEDIR-FILA-FIN
           END-IF.
           DISPLAY "ORDEN DE PREFERENCIA (1-9): ".
           ACCEPT ORDEN-ENTRADA.
           IF ORDEN-ENTRADA IS NOT NUMERIC OR ORDEN-ENTRADA = "0"
               DISPLAY "ORDEN INVÁLIDO"
               MOVE "N" TO SW-DATO-OK
               GO TO PEDIR-FILA-FIN
           END-IF.
           MOVE ORDEN-ENTRADA TO ORDEN-PEDIDO.
           MOVE "S" TO SW-DATO-OK.
           MOVE TERMINO-SOLICITUD TO SOL-TERMINO.
           MOVE ID-ESTUDIANTE TO SOL-ID-ESTUDIANTE.
           MOVE ORDEN-PEDIDO TO SOL-ORDEN.
           READ SOLICITUDES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-SOLICITUD-EXISTE
           END-READ.
       PEDIR-FILA-FIN.
           EXIT.

      ******************************************************************
      * Alta o modificación de una fila pendiente (o en espera, que
      * vuelve a pendiente para la próxima corrida).
      ******************************************************************
       AGREGAR-SOLICITUD.
           PERFORM PEDIR-FILA THRU PEDIR-FILA-FIN.
           IF NOT DATO-OK
               GO TO AGREGAR-SOLICITUD-FIN
           END-IF.
           IF SOLICITUD-EXISTE
               IF SOL-ASIGNADA OR SOL-CARGADA
                   DISPLAY "LA FILA YA TIENE ASIGNADA LA SECCIÓN ",
                           SOL-MATERIA-ASIG, "-", SOL-SECCION-ASIG,
                           " - NO SE MODIFICA"
                   GO TO AGREGAR-SOLICITUD-FIN
               END-IF
               DISPLAY "FILA ACTUAL: ", SOL-COD-MATERIA,
                       "  ALTERNATIVA: ", SOL-ALTERNATIVA
           END-IF.
           MOVE "N" TO SW-DATO-OK.
           PERFORM PEDIR-MATERIA UNTIL DATO-OK.
           MOVE "N" TO SW-DATO-OK.
           PERFORM PEDIR-ALTERNATIVA UNTIL DATO-OK.
           MOVE TERMINO-SOLICITUD TO SOL-TERMINO.
           MOVE ID-ESTUDIANTE TO SOL-ID-ESTUDIANTE.
           MOVE ORDEN-PEDIDO TO SOL-ORDEN.
           MOVE MATERIA-ENTRADA TO SOL-COD-MATERIA.
           MOVE ALTERNATIVA-ENTRADA TO SOL-ALTERNATIVA.
           MOVE FECHA-HOY TO SOL-FECHA.
           MOVE FIRMA-OPERADOR TO SOL-OPERADOR.
           MOVE "P" TO SOL-ESTADO.
           MOVE SPACES TO SOL-MATERIA-ASIG.
           MOVE 0 TO SOL-SECCION-ASIG.
           MOVE 0 TO SOL-PERIODO-ASIG.
           MOVE SPACES TO SOL-MOTIVO.
           IF SOLICITUD-EXISTE
               REWRITE REG-SOLICITUD
           ELSE
               WRITE REG-SOLICITUD
           END-IF.
           MOVE "CRSREQ" TO FCHK-ARCHIVO.
           MOVE SOL-CLAVE TO FCHK-CLAVE.
           MOVE FS-SOLICITUDES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "SOLICITUD GRABADA".
       AGREGAR-SOLICITUD-FIN.
           EXIT.

       PEDIR-MATERIA.
           DISPLAY "MATERIA PEDIDA: ".
           ACCEPT MATERIA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(MATERIA-ENTRADA) TO MATERIA-ENTRADA.
           IF MATERIA-ENTRADA = SPACES
               DISPLAY "LA MATERIA ES OBLIGATORIA"
           ELSE
               PERFORM VERIFICAR-CATALOGO
           END-IF.

      ******************************************************************
      * La alternativa es opcional; si se da, distinta de la pedida.
      ******************************************************************
       PEDIR-ALTERNATIVA.
           DISPLAY "ALTERNATIVA (ENTER = NINGUNA): ".
           ACCEPT ALTERNATIVA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(ALTERNATIVA-ENTRADA)
               TO ALTERNATIVA-ENTRADA.
           IF ALTERNATIVA-ENTRADA = SPACES
               MOVE "S" TO SW-DATO-OK
           ELSE
               IF ALTERNATIVA-ENTRADA = MATERIA-ENTRADA
                   DISPLAY "LA ALTERNATIVA ES LA MISMA MATERIA,"
                           " REINGRESE"
               ELSE
                   MOVE ALTERNATIVA-ENTRADA TO CAT-COD-MATERIA
                   PERFORM LEER-CATALOGO
               END-IF
           END-IF.

       VERIFICAR-CATALOGO.
           MOVE MATERIA-ENTRADA TO CAT-COD-MATERIA.
           PERFORM LEER-CATALOGO.

       LEER-CATALOGO.
           READ CURSO-CATALOGO
               INVALID KEY
                   DISPLAY "MATERIA NO CATALOGADA, REINGRESE"
               NOT INVALID KEY
                   IF CAT-ACTIVA
                       DISPLAY CAT-NOM-MATERIA
                       MOVE "S" TO SW-DATO-OK
                   ELSE
                       DISPLAY "MATERIA INACTIVA EN EL CATÁLOGO,"
                               " REINGRESE"
                   END-IF
           END-READ.

      ******************************************************************
      * Sólo se borra lo que todavía no tiene sección.
      ******************************************************************
       BORRAR-SOLICITUD.
           PERFORM PEDIR-FILA THRU PEDIR-FILA-FIN.
           IF NOT DATO-OK
               GO TO BORRAR-SOLICITUD-FIN
           END-IF.
           IF NOT SOLICITUD-EXISTE
               DISPLAY "NO HAY SOLICITUD CON ESE ORDEN"
               GO TO BORRAR-SOLICITUD-FIN
           END-IF.
           IF SOL-ASIGNADA OR SOL-CARGADA
               DISPLAY "LA FILA YA TIENE ASIGNADA LA SECCIÓN ",
                       SOL-MATERIA-ASIG, "-", SOL-SECCION-ASIG,
                       " - NO SE BORRA"
               GO TO BORRAR-SOLICITUD-FIN
           END-IF.
           DELETE SOLICITUDES RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR - ESTADO: ",
                           FS-SOLICITUDES
                   GO TO BORRAR-SOLICITUD-FIN
           END-DELETE.
           DISPLAY "SOLICITUD BORRADA".
       BORRAR-SOLICITUD-FIN.
           EXIT.

       PEDIR-ID-ESTUDIANTE.
           DISPLAY "ID DEL ESTUDIANTE: ".
           ACCEPT ID-ESTUDIANTE.
           PERFORM VERIFICAR-ID-TECLEADO.
           IF IDCHK-INVALIDO
               GO TO PEDIR-ID-ESTUDIANTE-FIN
           END-IF.
           PERFORM BUSCAR-ESTUDIANTE.
           IF EST-EXISTE
               DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE,
                       "  NIVEL: ", GRADO-NIVEL
           ELSE
               DISPLAY "ID NO ESTÁ EN EL MAESTRO, REINGRESE"
           END-IF.
       PEDIR-ID-ESTUDIANTE-FIN.
           EXIT.

      ******************************************************************
      * Verificación del dígito verificador del ID tecleado (ver
      * IDCHK-PROC.CPY); un ID anterior al verificador pasa con
      * confirmación explícita.
      ******************************************************************
       VERIFICAR-ID-TECLEADO.
           MOVE ID-ESTUDIANTE TO IDCHK-ID.
           PERFORM VERIFICAR-DIGITO-ID.
           IF IDCHK-INVALIDO
               DISPLAY "DÍGITO VERIFICADOR NO COINCIDE - ¿ES UN ID"
                       " ANTERIOR AL VERIFICADOR? (S/N): "
               ACCEPT OPCION-ID
               IF FUNCTION UPPER-CASE(OPCION-ID) = "S"
                   MOVE "S" TO SW-IDCHK-OK
               ELSE
                   DISPLAY "REINGRESE EL ID"
               END-IF
           END-IF.

       BUSCAR-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EST-EXISTE
           END-READ.

      ******************************************************************
      * Consulta de las filas del estudiante en el término.
      ******************************************************************
       CONSULTAR-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           MOVE ID-ESTUDIANTE TO ID-CONSULTA.
           MOVE 0 TO CANT-LISTADAS.
           MOVE "N" TO SW-FIN-SOLICITUDES.
           MOVE TERMINO-SOLICITUD TO SOL-TERMINO.
           MOVE ID-CONSULTA TO SOL-ID-ESTUDIANTE.
           MOVE 0 TO SOL-ORDEN.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SOLICITUDES
           END-START.
           PERFORM LISTAR-UNA-SOLICITUD UNTIL FIN-SOLICITUDES.
           IF CANT-LISTADAS = 0
               DISPLAY "SIN SOLICITUDES PARA EL TÉRMINO"
           END-IF.

       LISTAR-UNA-SOLICITUD.
           READ SOLICITUDES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SOLICITUDES
               NOT AT END
                   IF SOL-TERMINO NOT = TERMINO-SOLICITUD
                      OR SOL-ID-ESTUDIANTE NOT = ID-CONSULTA
                       MOVE "S" TO SW-FIN-SOLICITUDES
                   ELSE
                       PERFORM MOSTRAR-SOLICITUD
                   END-IF
           END-READ.

       MOSTRAR-SOLICITUD.
           EVALUATE TRUE
               WHEN SOL-PENDIENTE
                   MOVE "PENDIENTE" TO ESTADO-ED
               WHEN SOL-ASIGNADA
                   MOVE "ASIGNADA" TO ESTADO-ED
               WHEN SOL-EN-ESPERA
                   MOVE "EN ESPERA" TO ESTADO-ED
               WHEN OTHER
                   MOVE "CARGADA" TO ESTADO-ED
           END-EVALUATE.
           IF SOL-ASIGNADA OR SOL-CARGADA
               DISPLAY SOL-ORDEN, " ", SOL-COD-MATERIA, " ",
                       SOL-ALTERNATIVA, " ", ESTADO-ED, " ",
                       SOL-MATERIA-ASIG, "-", SOL-SECCION-ASIG,
                       " PERÍODO ", SOL-PERIODO-ASIG
           ELSE
               DISPLAY SOL-ORDEN, " ", SOL-COD-MATERIA, " ",
                       SOL-ALTERNATIVA, " ", ESTADO-ED, " ",
                       SOL-MOTIVO
           END-IF.
           ADD 1 TO CANT-LISTADAS.

           COPY IDCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
