      ******************************************************************
      * Extracto de llamadas de emergencia por hogar: para cierres por
      * clima y avisos, escribe en LLAMADAS el archivo de layout fijo
      * que carga el discador automático del distrito - una fila "D"
      * por hogar (HOGAR-EST, ver HOUSEHOLD-MAINT) con el apoderado,
      * el teléfono en 10 dígitos, el campus y los hijos activos que
      * el aviso alcanza, cerrada con una fila "T" con la cantidad de
      * filas de datos - para que el mismo apoderado no reciba una
      * llamada por cada hermano.  Un estudiante sin hogar asignado
      * (HOGAR-EST en cero) sale como su propio hogar.
      *
      * El aviso puede ir a todos los activos o limitarse a un campus,
      * un grado o una sección (materia + número, para un aula o un
      * recorrido de bus); del hogar sólo se listan los hijos que
      * entran en la selección.  Apoderado y teléfono se toman del
      * primer hijo del hogar que los tenga cargados.
      *
      * Los hogares que no se pueden llamar no van al discador: salen
      * en la lista de excepciones LLAMREJ para que la oficina los
      * consiga y corrija con CONTACT-MAINT.
      *
      * MOTIVOS EN LLAMREJ:
      *   01 TELÉFONO EN BLANCO
      *   02 TELÉFONO MAL FORMADO (NO SON 10 DÍGITOS)
      *   03 MÁS DE 6 HIJOS - EL HOGAR SALE, ESTE HIJO NO CABE EN LA
      *      FILA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMERGENCY-CALLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT SORT-WORK ASSIGN TO "SRTWKEMG".

           SELECT EXTRACTO ASSIGN TO "LLAMADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT RECHAZOS ASSIGN TO "LLAMREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZOS.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-HOGAR             PIC 9(4).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-NOM-ESTUDIANTE    PIC X(20).
           05  SORT-GRADO-NIVEL       PIC 99.
           05  SORT-CAMPUS            PIC XX.
           05  SORT-NOM-APODERADO     PIC X(20).
           05  SORT-TELEFONO          PIC X(12).

       FD  EXTRACTO.
       01  REG-EXTRACTO.
           05  EXT-TIPO           PIC X.
           05  EXT-HOGAR          PIC 9(4).
           05  EXT-CAMPUS         PIC XX.
           05  EXT-APODERADO      PIC X(20).
           05  EXT-TELEFONO       PIC 9(10).
           05  EXT-CANT-HIJOS     PIC 9.
           05  EXT-HIJO OCCURS 6 TIMES.
               10  EXT-HIJO-ID        PIC 9(6).
               10  EXT-HIJO-NOMBRE    PIC X(20).
               10  EXT-HIJO-GRADO     PIC 99.
       01  REG-EXTRACTO-TRAILER REDEFINES REG-EXTRACTO.
           05  TRL-TIPO           PIC X.
           05  TRL-CANTIDAD       PIC 9(6).
           05  FILLER             PIC X(199).

       FD  RECHAZOS.
       01  REG-RECHAZO.
           05  REJ-MOTIVO         PIC XX.
           05  FILLER             PIC X VALUE SPACE.
           05  REJ-HOGAR          PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  REJ-ID             PIC 9(6).
           05  FILLER             PIC X VALUE SPACE.
           05  REJ-NOMBRE         PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  REJ-APODERADO      PIC X(20).
           05  FILLER             PIC X VALUE SPACE.
           05  REJ-TELEFONO       PIC X(12).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-EXTRACTO PIC XX.
       01  FS-RECHAZOS PIC XX.
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-HOGAR-ABIERTO PIC A VALUE "N".
           88  HOGAR-ABIERTO VALUE "S".
       01  SW-TELEFONO-VALIDO PIC A.
           88  TELEFONO-VALIDO VALUE "S".
       01  SELECCION PIC A.
           88  SEL-TODOS   VALUE "T".
           88  SEL-CAMPUS  VALUE "C".
           88  SEL-GRADO   VALUE "G".
           88  SEL-SECCION VALUE "S".
           88  SEL-VALIDA  VALUES "T", "C", "G", "S".
       01  CAMPUS-PEDIDO PIC XX.
       01  GRADO-ENTRADA PIC XX.
       01  GRADO-PEDIDO PIC 99.
       01  MATERIA-PEDIDA PIC X(4).
       01  SECCION-ENTRADA PIC XX.
       01  SECCION-PEDIDA PIC 99.
       01  SW-ENTRA PIC A.
           88  ENTRA-EN-SELECCION VALUE "S".
       01  IDX-MAT PIC 9.
      *
      * Hogar en armado mientras se devuelven sus hijos del SORT.
      *
       01  HOGAR-EN-CURSO PIC 9(4).
       01  PRIMER-ID-HOGAR PIC 9(6).
       01  PRIMER-NOM-HOGAR PIC X(20).
       01  CAMPUS-HOGAR PIC XX.
       01  APODERADO-HOGAR PIC X(20).
       01  TELEFONO-HOGAR PIC X(12).
       01  CANT-HIJOS PIC 9.
       01  TABLA-HIJOS.
           05  HIJO-FILA OCCURS 6 TIMES.
               10  HIJO-ID            PIC 9(6).
               10  HIJO-NOMBRE        PIC X(20).
               10  HIJO-GRADO         PIC 99.
       01  IDX-HIJO PIC 9.
      *
      * El teléfono se limpia de espacios, guiones, puntos y
      * paréntesis; lo que queda deben ser 10 dígitos.
      *
       01  TELEFONO-DIGITOS PIC X(10).
       01  CANT-DIGITOS PIC 99.
       01  IDX-CAR PIC 99.
       01  CARACTER-TEL PIC X.
       01  CANT-EXTRAIDOS PIC 9(6) VALUE 0.
       01  CANT-HIJOS-EXTRAIDOS PIC 9(6) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(6) VALUE 0.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "EXTRACTO DE LLAMADAS DE EMERGENCIA POR HOGAR".
           MOVE SPACE TO SELECCION.
           PERFORM PEDIR-SELECCION UNTIL SEL-VALIDA.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           CLOSE STUDENT-MASTER.
           OPEN OUTPUT EXTRACTO.
           OPEN OUTPUT RECHAZOS.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-HOGAR
                                SORT-ID-ESTUDIANTE
               INPUT PROCEDURE IS SOLTAR-ESTUDIANTES
               OUTPUT PROCEDURE IS ARMAR-HOGARES.
           PERFORM GRABAR-TRAILER.
           CLOSE EXTRACTO.
           CLOSE RECHAZOS.
           DISPLAY "HOGARES EXTRAÍDOS: ", CANT-EXTRAIDOS,
                   "  ESTUDIANTES: ", CANT-HIJOS-EXTRAIDOS.
           DISPLAY "EXCEPCIONES EN LLAMREJ: ", CANT-RECHAZADOS.
           STOP RUN.

      ******************************************************************
      * A quién alcanza el aviso.
      ******************************************************************
       PEDIR-SELECCION.
           DISPLAY "AVISO A (T)ODOS, UN (C)AMPUS, UN (G)RADO O UNA"
                   " (S)ECCIÓN: ".
           ACCEPT SELECCION.
           MOVE FUNCTION UPPER-CASE(SELECCION) TO SELECCION.
           EVALUATE TRUE
               WHEN SEL-TODOS
                   CONTINUE
               WHEN SEL-CAMPUS
                   PERFORM PEDIR-CAMPUS
               WHEN SEL-GRADO
                   PERFORM PEDIR-GRADO
               WHEN SEL-SECCION
                   PERFORM PEDIR-SECCION
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-CAMPUS.
           DISPLAY "CÓDIGO DE CAMPUS: ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO = SPACES
               DISPLAY "CAMPUS EN BLANCO, REINGRESE"
               MOVE SPACE TO SELECCION
           END-IF.

       PEDIR-GRADO.
           DISPLAY "GRADO (NIVEL 01-12): ".
           ACCEPT GRADO-ENTRADA.
           IF FUNCTION TRIM(GRADO-ENTRADA) IS NUMERIC
               MOVE FUNCTION NUMVAL(GRADO-ENTRADA) TO GRADO-PEDIDO
           ELSE
               DISPLAY "GRADO INVÁLIDO, REINGRESE"
               MOVE SPACE TO SELECCION
           END-IF.

       PEDIR-SECCION.
           DISPLAY "CÓDIGO DE MATERIA: ".
           ACCEPT MATERIA-PEDIDA.
           MOVE FUNCTION UPPER-CASE(MATERIA-PEDIDA) TO MATERIA-PEDIDA.
           DISPLAY "NÚMERO DE SECCIÓN: ".
           ACCEPT SECCION-ENTRADA.
           IF MATERIA-PEDIDA = SPACES
              OR FUNCTION TRIM(SECCION-ENTRADA) IS NOT NUMERIC
               DISPLAY "SECCIÓN INVÁLIDA, REINGRESE"
               MOVE SPACE TO SELECCION
           ELSE
               MOVE FUNCTION NUMVAL(SECCION-ENTRADA) TO SECCION-PEDIDA
           END-IF.

      ******************************************************************
      * Se sueltan al SORT los activos que entran en la selección, con
      * su clave de hogar; el SORT los junta por hogar.
      ******************************************************************
       SOLTAR-ESTUDIANTES.
           MOVE "N" TO SW-FIN-MAESTRO.
           OPEN INPUT STUDENT-MASTER.
           PERFORM LEER-UN-ESTUDIANTE.
           PERFORM SOLTAR-UN-ESTUDIANTE UNTIL FIN-MAESTRO.
           CLOSE STUDENT-MASTER.

       LEER-UN-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
           END-READ.

       SOLTAR-UN-ESTUDIANTE.
           IF EST-ACTIVO
               PERFORM EVALUAR-SELECCION
               IF ENTRA-EN-SELECCION
                   MOVE HOGAR-EST TO SORT-HOGAR
                   MOVE ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE
                   MOVE NOM-ESTUDIANTE TO SORT-NOM-ESTUDIANTE
                   MOVE GRADO-NIVEL TO SORT-GRADO-NIVEL
                   MOVE CAMPUS-EST TO SORT-CAMPUS
                   MOVE NOM-APODERADO TO SORT-NOM-APODERADO
                   MOVE TELEFONO-EST TO SORT-TELEFONO
                   RELEASE SORT-REC
               END-IF
           END-IF.
           PERFORM LEER-UN-ESTUDIANTE.

       EVALUAR-SELECCION.
           MOVE "N" TO SW-ENTRA.
           EVALUATE TRUE
               WHEN SEL-TODOS
                   MOVE "S" TO SW-ENTRA
               WHEN SEL-CAMPUS
                   IF CAMPUS-EST = CAMPUS-PEDIDO
                       MOVE "S" TO SW-ENTRA
                   END-IF
               WHEN SEL-GRADO
                   IF GRADO-NIVEL = GRADO-PEDIDO
                       MOVE "S" TO SW-ENTRA
                   END-IF
               WHEN SEL-SECCION
                   PERFORM BUSCAR-SECCION-PEDIDA
                           VARYING IDX-MAT FROM 1 BY 1
                           UNTIL IDX-MAT > NUM-MATERIAS
                              OR ENTRA-EN-SELECCION
           END-EVALUATE.

       BUSCAR-SECCION-PEDIDA.
           IF COD-MATERIA(IDX-MAT) = MATERIA-PEDIDA
              AND SECCION-MATERIA(IDX-MAT) = SECCION-PEDIDA
              AND NOT MATERIA-RETIRADA(IDX-MAT)
               MOVE "S" TO SW-ENTRA
           END-IF.

      ******************************************************************
      * Corte por hogar: cambia HOGAR-EST, o el estudiante no tiene
      * hogar y es un hogar por sí solo.
      ******************************************************************
       ARMAR-HOGARES.
           MOVE "N" TO SW-FIN-SORT.
           MOVE "N" TO SW-HOGAR-ABIERTO.
           PERFORM DEVOLVER-ESTUDIANTE UNTIL FIN-SORT.
           IF HOGAR-ABIERTO
               PERFORM CERRAR-HOGAR
           END-IF.

       DEVOLVER-ESTUDIANTE.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   PERFORM SUMAR-AL-HOGAR
           END-RETURN.

       SUMAR-AL-HOGAR.
           IF HOGAR-ABIERTO
               IF SORT-HOGAR = 0
                  OR SORT-HOGAR NOT = HOGAR-EN-CURSO
                   PERFORM CERRAR-HOGAR
               END-IF
           END-IF.
           IF NOT HOGAR-ABIERTO
               PERFORM ABRIR-HOGAR
           END-IF.
           IF APODERADO-HOGAR = SPACES
               MOVE SORT-NOM-APODERADO TO APODERADO-HOGAR
           END-IF.
           IF TELEFONO-HOGAR = SPACES
               MOVE SORT-TELEFONO TO TELEFONO-HOGAR
           END-IF.
           IF CANT-HIJOS < 6
               ADD 1 TO CANT-HIJOS
               MOVE SORT-ID-ESTUDIANTE TO HIJO-ID(CANT-HIJOS)
               MOVE SORT-NOM-ESTUDIANTE TO HIJO-NOMBRE(CANT-HIJOS)
               MOVE SORT-GRADO-NIVEL TO HIJO-GRADO(CANT-HIJOS)
           ELSE
               MOVE "03" TO REJ-MOTIVO
               MOVE SORT-ID-ESTUDIANTE TO REJ-ID
               MOVE SORT-NOM-ESTUDIANTE TO REJ-NOMBRE
               PERFORM RECHAZAR-HOGAR
           END-IF.

       ABRIR-HOGAR.
           MOVE "S" TO SW-HOGAR-ABIERTO.
           MOVE SORT-HOGAR TO HOGAR-EN-CURSO.
           MOVE SORT-ID-ESTUDIANTE TO PRIMER-ID-HOGAR.
           MOVE SORT-NOM-ESTUDIANTE TO PRIMER-NOM-HOGAR.
           MOVE SORT-CAMPUS TO CAMPUS-HOGAR.
           MOVE SPACES TO APODERADO-HOGAR.
           MOVE SPACES TO TELEFONO-HOGAR.
           MOVE 0 TO CANT-HIJOS.

       CERRAR-HOGAR.
           MOVE "N" TO SW-HOGAR-ABIERTO.
           PERFORM VALIDAR-TELEFONO.
           EVALUATE TRUE
               WHEN TELEFONO-HOGAR = SPACES
                   MOVE "01" TO REJ-MOTIVO
                   MOVE PRIMER-ID-HOGAR TO REJ-ID
                   MOVE PRIMER-NOM-HOGAR TO REJ-NOMBRE
                   PERFORM RECHAZAR-HOGAR
               WHEN NOT TELEFONO-VALIDO
                   MOVE "02" TO REJ-MOTIVO
                   MOVE PRIMER-ID-HOGAR TO REJ-ID
                   MOVE PRIMER-NOM-HOGAR TO REJ-NOMBRE
                   PERFORM RECHAZAR-HOGAR
               WHEN OTHER
                   PERFORM GRABAR-FILA-EXTRACTO
           END-EVALUATE.

       VALIDAR-TELEFONO.
           MOVE "S" TO SW-TELEFONO-VALIDO.
           MOVE SPACES TO TELEFONO-DIGITOS.
           MOVE 0 TO CANT-DIGITOS.
           PERFORM REVISAR-CARACTER-TEL
                   VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > 12.
           IF CANT-DIGITOS NOT = 10
               MOVE "N" TO SW-TELEFONO-VALIDO
           END-IF.

       REVISAR-CARACTER-TEL.
           MOVE TELEFONO-HOGAR(IDX-CAR:1) TO CARACTER-TEL.
           EVALUATE TRUE
               WHEN CARACTER-TEL IS NUMERIC
                   ADD 1 TO CANT-DIGITOS
                   IF CANT-DIGITOS NOT > 10
                       MOVE CARACTER-TEL
                           TO TELEFONO-DIGITOS(CANT-DIGITOS:1)
                   END-IF
               WHEN CARACTER-TEL = SPACE OR "-" OR "." OR "("
                                 OR ")"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO SW-TELEFONO-VALIDO
           END-EVALUATE.

       GRABAR-FILA-EXTRACTO.
           MOVE SPACES TO REG-EXTRACTO.
           MOVE "D" TO EXT-TIPO.
           MOVE HOGAR-EN-CURSO TO EXT-HOGAR.
           MOVE CAMPUS-HOGAR TO EXT-CAMPUS.
           MOVE APODERADO-HOGAR TO EXT-APODERADO.
           MOVE TELEFONO-DIGITOS TO EXT-TELEFONO.
           MOVE CANT-HIJOS TO EXT-CANT-HIJOS.
           PERFORM PASAR-HIJO
                   VARYING IDX-HIJO FROM 1 BY 1
                   UNTIL IDX-HIJO > CANT-HIJOS.
           WRITE REG-EXTRACTO.
           MOVE "LLAMADAS" TO FCHK-ARCHIVO.
           MOVE PRIMER-ID-HOGAR TO FCHK-CLAVE.
           MOVE FS-EXTRACTO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-EXTRAIDOS.
           ADD CANT-HIJOS TO CANT-HIJOS-EXTRAIDOS.

       PASAR-HIJO.
           MOVE HIJO-ID(IDX-HIJO) TO EXT-HIJO-ID(IDX-HIJO).
           MOVE HIJO-NOMBRE(IDX-HIJO) TO EXT-HIJO-NOMBRE(IDX-HIJO).
           MOVE HIJO-GRADO(IDX-HIJO) TO EXT-HIJO-GRADO(IDX-HIJO).

       RECHAZAR-HOGAR.
           MOVE HOGAR-EN-CURSO TO REJ-HOGAR.
           MOVE APODERADO-HOGAR TO REJ-APODERADO.
           MOVE TELEFONO-HOGAR TO REJ-TELEFONO.
           WRITE REG-RECHAZO.
           ADD 1 TO CANT-RECHAZADOS.
           MOVE "EMERGENCY-CALLS" TO EXCLOG-PROGRAMA.
           MOVE "TELEFONO-EST" TO EXCLOG-CAMPO.
           MOVE SPACES TO EXCLOG-VALOR-MALO.
           STRING "ID " DELIMITED BY SIZE
               REJ-ID DELIMITED BY SIZE
               " MOT " DELIMITED BY SIZE
               REJ-MOTIVO DELIMITED BY SIZE
               INTO EXCLOG-VALOR-MALO
           END-STRING.
           PERFORM REGISTRAR-EXCEPCION.

       GRABAR-TRAILER.
           MOVE SPACES TO REG-EXTRACTO.
           MOVE "T" TO TRL-TIPO.
           MOVE CANT-EXTRAIDOS TO TRL-CANTIDAD.
           WRITE REG-EXTRACTO.
           MOVE "LLAMADAS" TO FCHK-ARCHIVO.
           MOVE "TRAILER" TO FCHK-CLAVE.
           MOVE FS-EXTRACTO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
