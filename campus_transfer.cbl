      ******************************************************************
      * Traslado de un estudiante activo de un campus a otro a mitad
      * de año, en lugar de corregir CAMPUS-EST a mano y volver a
      * teclear cada sección.  Por cada materia vigente del registro
      * (no retirada) se suelta la sección que tenía y se ofrecen las
      * secciones activas del mismo código en el campus nuevo - el
      * campus de una sección es el de su aula (SEC-AULA en AULAMAST,
      * ver SECTION-MAINT) - con la cantidad de inscriptos de cada
      * una.  Una sección con tantos inscriptos como el CAT-CUPO de la
      * materia está completa y no se acepta (cupo 0 = sin tope); en
      * ese caso, o si el campus nuevo no dicta la materia, la materia
      * queda sin sección y el estudiante puede anotarse en la lista
      * de espera WAITLIST del código.
      *
      * Nada se graba hasta que el operador confirma el plan completo.
      * Confirmado, el registro se reescribe una sola vez y el rastro
      * de auditoría recibe el traslado como un bloque: una línea
      * TRASLADO-INICIO, el cambio de CAMPUS-EST, una línea por
      * sección soltada o asignada y una línea TRASLADO-FIN con la
      * cantidad de cambios, todas seguidas.  Si la reescritura falla
      * no se audita ni se anota nada.
      *
      * La asistencia (ASISTENC) está indexada por ID y fecha, sin
      * campus, y sigue al estudiante sin moverla; el aviso de
      * traslado lleva el resumen del historial para la oficina que
      * lo recibe.  Cada traslado sale por TRASAVIS en dos copias,
      * una para la oficina de cada campus, y queda asentado en
      * TRASLOG (ver TRASLADO.CPY) para el informe mensual
      * TRANSFER-REPORT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  SAVE-INFO-ESTUDIANTE crece a X(242) con
      *             PRIVACIDAD-EST en el registro maestro.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  SAVE-INFO-ESTUDIANTE crece a X(251) y
      *             REG-DIARIO-MAESTRO a X(296) con COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST en el registro maestro.
      * 2026-10-15  El traslado grabado pasa los asientos del conteo de
      *             inscriptos ENRLCNT (ver CNTCHK-PROC.CPY) de la
      *             sección que se suelta a la sección nueva de cada
      *             materia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPUS-TRANSFER.

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

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT AULAS ASSIGN TO "AULAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUL-CODIGO
               FILE STATUS IS FS-AULAS.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

           SELECT LISTA-ESPERA ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-CLAVE
               FILE STATUS IS FS-LISTA-ESPERA.

           SELECT ASISTENCIA ASSIGN TO "ASISTENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-ASISTENCIA.

           SELECT REGISTRO-TRASLADOS ASSIGN TO "TRASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

           SELECT AVISOS ASSIGN TO "TRASAVIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT CONTEO-INSCRIPTOS ASSIGN TO "ENRLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNI-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-CONTEO-INSCRIPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  SECCIONES.
           COPY SECCION.

       FD  AULAS.
           COPY AULA.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  LISTA-ESPERA.
           COPY WAITLIST.

       FD  ASISTENCIA.
           COPY ASISTEN.

       FD  REGISTRO-TRASLADOS.
           COPY TRASLADO.

       FD  AVISOS.
       01  LINEA-AVISO PIC X(80).

       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG PIC X(166).

       FD  AUDIT-CONTROL.
       01  REG-AUDIT-CONTROL.
           05  ACT-FECHA          PIC 9(8).
           05  ACT-SECUENCIA      PIC 9(6).
           05  ACT-CONTROL        PIC 9(6).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  CONTEO-INSCRIPTOS.
           COPY INSCCNT.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-AULAS PIC XX.
           88  FS-AUL-OK VALUE "00".
       01  FS-CAMPUS-CONTROL PIC XX.
           88  FS-CAMP-CTL-OK VALUE "00".
       01  FS-LISTA-ESPERA PIC XX.
           88  FS-WL-OK VALUE "00".
           88  FS-WL-NO-EXISTE VALUE "35".
       01  FS-ASISTENCIA PIC XX.
           88  FS-ASI-OK VALUE "00".
       01  FS-REGISTRO PIC XX.
       01  FS-AVISOS PIC XX.
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  SW-SECCIONES-DISPONIBLE PIC A VALUE "N".
           88  SECCIONES-DISPONIBLE VALUE "S".
       01  SW-CAMPUS-DISPONIBLE PIC A VALUE "N".
           88  CAMPUS-DISPONIBLE VALUE "S".
       01  SW-ASISTENCIA-DISPONIBLE PIC A VALUE "N".
           88  ASISTENCIA-DISPONIBLE VALUE "S".
       01  OPCION PIC A.
       01  OPCION-ID PIC A.
       01  OPCION-CONFIRMA PIC A.
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  SW-CAMPUS-OK PIC A.
           88  CAMPUS-OK VALUE "S".
       01  SW-ELECCION-OK PIC A.
           88  ELECCION-OK VALUE "S".
       01  SW-CANDIDATA-HALLADA PIC A.
           88  CANDIDATA-HALLADA VALUE "S".
       01  SW-FIN-SECCIONES PIC A.
           88  FIN-SECCIONES VALUE "S".
       01  SW-FIN-CUPO PIC A.
           88  FIN-CUPO VALUE "S".
       01  SW-FIN-ASISTENCIA PIC A.
           88  FIN-ASISTENCIA VALUE "S".
       01  SAVE-INFO-ESTUDIANTE PIC X(251).
       01  ID-EN-CURSO PIC 9(6).
       01  CAMPUS-ORIGEN PIC XX.
       01  CAMPUS-DESTINO PIC XX.
       01  CAMPUS-ENTRADA PIC XX.
       01  NOM-CAMPUS-ORIGEN PIC X(30).
       01  NOM-CAMPUS-DESTINO PIC X(30).
       01  CODIGO-EN-CURSO PIC X(4).
       01  CUPO-MATERIA PIC 9(3).
       01  CANT-OCUPADOS PIC 9(3).
       01  SECCION-ENTRADA PIC XX.
       01  SECCION-ELEGIDA PIC 99.
       01  IDX-FILA PIC 9.
       01  IDX-CUPO PIC 9.
       01  IDX-CAND PIC 99.
       01  IDX-COPIA PIC 9.
       01  CANT-CANDIDATAS PIC 99.
       01  TABLA-CANDIDATAS.
           05  CAND-FILA OCCURS 20 TIMES.
               10  CAND-NUMERO         PIC 99.
               10  CAND-AULA           PIC X(6).
               10  CAND-DOC-ID         PIC X(6).
               10  CAND-OCUPADOS       PIC 9(3).
               10  CAND-CUPO           PIC X.
                   88  CAND-CON-LUGAR      VALUE "L".
                   88  CAND-COMPLETA       VALUE "C".
       01  TABLA-PLAN.
           05  PLAN-FILA OCCURS 6 TIMES.
               10  PLAN-SECCION-ANTES  PIC 99.
               10  PLAN-SECCION-DESPUES PIC 99.
               10  PLAN-UBICACION      PIC X.
                   88  PLAN-UBICADA        VALUE "U".
                   88  PLAN-EN-ESPERA      VALUE "E".
                   88  PLAN-SIN-SECCION    VALUE "S".
                   88  PLAN-NO-APLICA      VALUE " ".
       01  FECHA-HOY PIC 9(8).
       01  HORA-TRASLADO PIC 9(8).
       01  CANT-CAMBIOS PIC 99.
       01  CANT-TRASLADOS PIC 9(4) VALUE 0.
       01  CANT-EN-ESPERA PIC 9.
       01  DIAS-PRESENTE PIC 9(4).
       01  DIAS-AUSENTE PIC 9(4).
       01  DIAS-TARDE PIC 9(4).
       01  DIAS-JUSTIFICADO PIC 9(4).
       01  DIAS-ED PIC ZZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY AUDIT.
           COPY EXCLOG.
           COPY FILECHK.
           COPY IDCHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY CNTCHK.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TRASLADO DE ESTUDIANTES ENTRE CAMPUS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARCHIVOS-CONSULTA.
           MOVE "CAMPUS-TRANSFER" TO CNTCHK-PROGRAMA.
           MOVE "S" TO SW-CNTCHK-TERMINAL.
           PERFORM ABRIR-CONTEO-INSCRIPTOS
                   THRU ABRIR-CONTEO-INSCRIPTOS-FIN.
           OPEN OUTPUT AVISOS.
           OPEN EXTEND REGISTRO-TRASLADOS.
           IF FS-REGISTRO = "05" OR FS-REGISTRO = "35"
               CLOSE REGISTRO-TRASLADOS
               OPEN OUTPUT REGISTRO-TRASLADOS
           END-IF.
           MOVE "AVISO DE TRASLADO ENTRE CAMPUS" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           MOVE "S" TO OPCION.
           PERFORM PROCESAR-UN-ESTUDIANTE UNTIL OPCION = "N".
           PERFORM CERRAR-ARCHIVOS-CONSULTA.
           CLOSE AVISOS.
           CLOSE REGISTRO-TRASLADOS.
           CLOSE STUDENT-MASTER.
           PERFORM CERRAR-CONTEO-INSCRIPTOS.
           DISPLAY "TRASLADOS GRABADOS: ", CANT-TRASLADOS.
           STOP RUN.

      ******************************************************************
      * Sin CRSCATLG las secciones se ofrecen sin tope de cupo; sin
      * SECCMAST o AULAMAST no se puede ubicar ninguna sección en el
      * campus nuevo y cada materia queda sin sección o en espera.
      ******************************************************************
       ABRIR-ARCHIVOS-CONSULTA.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CRSCATLG - LAS SECCIONES SE"
                       " OFRECEN SIN TOPE DE CUPO"
           END-IF.
           OPEN INPUT SECCIONES.
           IF FS-SEC-OK
               OPEN INPUT AULAS
               IF FS-AUL-OK
                   MOVE "S" TO SW-SECCIONES-DISPONIBLE
               ELSE
                   CLOSE SECCIONES
               END-IF
           END-IF.
           IF NOT SECCIONES-DISPONIBLE
               DISPLAY "ADVERTENCIA: SIN SECCMAST/AULAMAST - LAS"
                       " MATERIAS QUEDAN SIN SECCIÓN O EN ESPERA"
           END-IF.
           OPEN INPUT CAMPUS-CONTROL.
           IF FS-CAMP-CTL-OK
               MOVE "S" TO SW-CAMPUS-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CONTROL DE CAMPUS CAMPUSCT"
                       " - EL CÓDIGO PASA SIN CONTROL"
           END-IF.
           OPEN INPUT ASISTENCIA.
           IF FS-ASI-OK
               MOVE "S" TO SW-ASISTENCIA-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN ASISTENC - AVISOS SIN"
                       " RESUMEN DE ASISTENCIA"
           END-IF.

       CERRAR-ARCHIVOS-CONSULTA.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           IF SECCIONES-DISPONIBLE
               CLOSE SECCIONES
               CLOSE AULAS
           END-IF.
           IF CAMPUS-DISPONIBLE
               CLOSE CAMPUS-CONTROL
           END-IF.
           IF ASISTENCIA-DISPONIBLE
               CLOSE ASISTENCIA
           END-IF.

       PROCESAR-UN-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           PERFORM TRASLADAR-ESTUDIANTE THRU TRASLADAR-ESTUDIANTE-FIN.
           DISPLAY "¿TRASLADAR OTRO ESTUDIANTE? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       PEDIR-ID-ESTUDIANTE.
           DISPLAY "ID DEL ESTUDIANTE: ".
           ACCEPT ID-ESTUDIANTE.
           PERFORM VERIFICAR-ID-TECLEADO.
           IF IDCHK-INVALIDO
               GO TO PEDIR-ID-ESTUDIANTE-FIN
           END-IF.
           READ STUDENT-MASTER
               INVALID KEY
                   DISPLAY "ID NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-EST-EXISTE
                   DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE,
                           "  GRADO: ", GRADO-NIVEL,
                           "  CAMPUS ACTUAL: ", CAMPUS-EST
           END-READ.
       PEDIR-ID-ESTUDIANTE-FIN.
           EXIT.

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

       VERIFICAR-ESCRITURA-MAESTRO.
           MOVE "STUDMAST" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Armado del plan materia por materia y confirmación.  El conteo
      * de inscriptos recorre el maestro con el mismo buffer, así que
      * el registro del estudiante se guarda en SAVE-INFO-ESTUDIANTE
      * (igual que VERIFICAR-CUPO-FORMULARIO de COBOL53) y se repone
      * antes de cada materia y antes de grabar.
      ******************************************************************
       TRASLADAR-ESTUDIANTE.
           IF NOT EST-ACTIVO
               DISPLAY "SÓLO SE TRASLADAN ESTUDIANTES ACTIVOS"
               GO TO TRASLADAR-ESTUDIANTE-FIN
           END-IF.
           MOVE CAMPUS-EST TO CAMPUS-ORIGEN.
           MOVE SPACES TO NOM-CAMPUS-ORIGEN.
           IF CAMPUS-DISPONIBLE AND CAMPUS-ORIGEN NOT = SPACES
               MOVE CAMPUS-ORIGEN TO CAM-CODIGO
               READ CAMPUS-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAM-NOMBRE TO NOM-CAMPUS-ORIGEN
               END-READ
           END-IF.
           MOVE "N" TO SW-CAMPUS-OK.
           PERFORM PEDIR-CAMPUS-DESTINO THRU PEDIR-CAMPUS-DESTINO-FIN
                   UNTIL CAMPUS-OK.
           MOVE ID-ESTUDIANTE TO ID-EN-CURSO.
           MOVE INFO-ESTUDIANTE TO SAVE-INFO-ESTUDIANTE.
           PERFORM PLANIFICAR-UNA-MATERIA
                   THRU PLANIFICAR-UNA-MATERIA-FIN
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > 6.
           MOVE SAVE-INFO-ESTUDIANTE TO INFO-ESTUDIANTE.
           DISPLAY "PLAN DE TRASLADO DEL CAMPUS ", CAMPUS-ORIGEN,
                   " AL CAMPUS ", CAMPUS-DESTINO, ":".
           PERFORM MOSTRAR-UNA-FILA-PLAN
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS.
           DISPLAY "¿CONFIRMA EL TRASLADO? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "TRASLADO CANCELADO - NO SE GRABÓ NADA"
               GO TO TRASLADAR-ESTUDIANTE-FIN
           END-IF.
           PERFORM APLICAR-TRASLADO THRU APLICAR-TRASLADO-FIN.
       TRASLADAR-ESTUDIANTE-FIN.
           EXIT.

      ******************************************************************
      * Mismo criterio que PEDIR-CAMPUS-GL (CAMPCHK-PROC.CPY): sin
      * CAMPUSCT el código pasa con aviso; con el control cargado
      * debe existir activo.  El destino no puede quedar en blanco ni
      * ser el campus actual.
      ******************************************************************
       PEDIR-CAMPUS-DESTINO.
           DISPLAY "CAMPUS DE DESTINO: ".
           ACCEPT CAMPUS-ENTRADA.
           MOVE FUNCTION UPPER-CASE(CAMPUS-ENTRADA) TO CAMPUS-ENTRADA.
           IF CAMPUS-ENTRADA = SPACES
               DISPLAY "EL CAMPUS DE DESTINO NO PUEDE QUEDAR EN BLANCO"
               GO TO PEDIR-CAMPUS-DESTINO-FIN
           END-IF.
           IF CAMPUS-ENTRADA = CAMPUS-ORIGEN
               DISPLAY "EL ESTUDIANTE YA ESTÁ EN ESE CAMPUS"
               GO TO PEDIR-CAMPUS-DESTINO-FIN
           END-IF.
           MOVE SPACES TO NOM-CAMPUS-DESTINO.
           IF NOT CAMPUS-DISPONIBLE
               MOVE CAMPUS-ENTRADA TO CAMPUS-DESTINO
               MOVE "S" TO SW-CAMPUS-OK
               GO TO PEDIR-CAMPUS-DESTINO-FIN
           END-IF.
           MOVE CAMPUS-ENTRADA TO CAM-CODIGO.
           READ CAMPUS-CONTROL
               INVALID KEY
                   DISPLAY "CAMPUS NO ESTÁ EN CAMPUSCT, REINGRESE"
               NOT INVALID KEY
                   IF CAM-ACTIVO
                       MOVE CAMPUS-ENTRADA TO CAMPUS-DESTINO
                       MOVE CAM-NOMBRE TO NOM-CAMPUS-DESTINO
                       MOVE "S" TO SW-CAMPUS-OK
                   ELSE
                       DISPLAY "CAMPUS INACTIVO, REINGRESE"
                   END-IF
           END-READ.
       PEDIR-CAMPUS-DESTINO-FIN.
           EXIT.

       PLANIFICAR-UNA-MATERIA.
           MOVE SAVE-INFO-ESTUDIANTE TO INFO-ESTUDIANTE.
           MOVE 0 TO PLAN-SECCION-ANTES(IDX-FILA).
           MOVE 0 TO PLAN-SECCION-DESPUES(IDX-FILA).
           MOVE SPACE TO PLAN-UBICACION(IDX-FILA).
           IF IDX-FILA > NUM-MATERIAS
              OR COD-MATERIA(IDX-FILA) = SPACES
              OR MATERIA-RETIRADA(IDX-FILA)
               GO TO PLANIFICAR-UNA-MATERIA-FIN
           END-IF.
           MOVE SECCION-MATERIA(IDX-FILA)
               TO PLAN-SECCION-ANTES(IDX-FILA).
           MOVE COD-MATERIA(IDX-FILA) TO CODIGO-EN-CURSO.
           DISPLAY "MATERIA ", CODIGO-EN-CURSO, " - SECCIÓN ACTUAL ",
                   SECCION-MATERIA(IDX-FILA), " (SE SUELTA)".
           PERFORM BUSCAR-SECCIONES-DESTINO
                   THRU BUSCAR-SECCIONES-DESTINO-FIN.
           IF CANT-CANDIDATAS = 0
               DISPLAY "SIN SECCIONES ABIERTAS DE ", CODIGO-EN-CURSO,
                       " EN EL CAMPUS ", CAMPUS-DESTINO
               PERFORM OFRECER-LISTA-ESPERA
               GO TO PLANIFICAR-UNA-MATERIA-FIN
           END-IF.
           IF CUPO-MATERIA = 0
               DISPLAY "SECCIONES EN EL CAMPUS ", CAMPUS-DESTINO,
                       " (SIN TOPE DE CUPO):"
           ELSE
               DISPLAY "SECCIONES EN EL CAMPUS ", CAMPUS-DESTINO,
                       " (CUPO ", CUPO-MATERIA, "):"
           END-IF.
           PERFORM MOSTRAR-UNA-CANDIDATA
                   VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > CANT-CANDIDATAS.
           MOVE "N" TO SW-ELECCION-OK.
           PERFORM ELEGIR-SECCION THRU ELEGIR-SECCION-FIN
                   UNTIL ELECCION-OK.
       PLANIFICAR-UNA-MATERIA-FIN.
           EXIT.

       OFRECER-LISTA-ESPERA.
           DISPLAY "¿ANOTAR EN LA LISTA DE ESPERA DE ",
                   CODIGO-EN-CURSO, "? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) = "S"
               MOVE "E" TO PLAN-UBICACION(IDX-FILA)
           ELSE
               MOVE "S" TO PLAN-UBICACION(IDX-FILA)
           END-IF.

       MOSTRAR-UNA-CANDIDATA.
           IF CAND-COMPLETA(IDX-CAND)
               DISPLAY "  SECCIÓN ", CAND-NUMERO(IDX-CAND),
                       "  AULA ", CAND-AULA(IDX-CAND),
                       "  DOCENTE ", CAND-DOC-ID(IDX-CAND),
                       "  INSCRIPTOS ", CAND-OCUPADOS(IDX-CAND),
                       "  COMPLETA"
           ELSE
               DISPLAY "  SECCIÓN ", CAND-NUMERO(IDX-CAND),
                       "  AULA ", CAND-AULA(IDX-CAND),
                       "  DOCENTE ", CAND-DOC-ID(IDX-CAND),
                       "  INSCRIPTOS ", CAND-OCUPADOS(IDX-CAND)
           END-IF.

       ELEGIR-SECCION.
           DISPLAY "SECCIÓN PARA ", CODIGO-EN-CURSO,
                   " (NN, E = LISTA DE ESPERA, ENTER = SIN SECCIÓN): ".
           ACCEPT SECCION-ENTRADA.
           MOVE FUNCTION UPPER-CASE(SECCION-ENTRADA)
               TO SECCION-ENTRADA.
           IF SECCION-ENTRADA = SPACES
               MOVE "S" TO PLAN-UBICACION(IDX-FILA)
               MOVE "S" TO SW-ELECCION-OK
               GO TO ELEGIR-SECCION-FIN
           END-IF.
           IF SECCION-ENTRADA = "E"
               MOVE "E" TO PLAN-UBICACION(IDX-FILA)
               MOVE "S" TO SW-ELECCION-OK
               GO TO ELEGIR-SECCION-FIN
           END-IF.
           IF SECCION-ENTRADA(2:1) = SPACE
               MOVE SECCION-ENTRADA(1:1) TO SECCION-ENTRADA(2:1)
               MOVE "0" TO SECCION-ENTRADA(1:1)
           END-IF.
           IF SECCION-ENTRADA NOT NUMERIC
               DISPLAY "SECCIÓN INVÁLIDA, REINGRESE"
               GO TO ELEGIR-SECCION-FIN
           END-IF.
           MOVE SECCION-ENTRADA TO SECCION-ELEGIDA.
           MOVE "N" TO SW-CANDIDATA-HALLADA.
           PERFORM BUSCAR-CANDIDATA
                   VARYING IDX-CAND FROM 1 BY 1
                   UNTIL IDX-CAND > CANT-CANDIDATAS
                      OR CANDIDATA-HALLADA.
           IF NOT CANDIDATA-HALLADA
               DISPLAY "LA SECCIÓN NO ES UNA DE LAS OFRECIDAS"
               GO TO ELEGIR-SECCION-FIN
           END-IF.
           SUBTRACT 1 FROM IDX-CAND.
           IF CAND-COMPLETA(IDX-CAND)
               DISPLAY "SECCIÓN COMPLETA - ELIJA OTRA O E PARA LA"
                       " LISTA DE ESPERA"
               GO TO ELEGIR-SECCION-FIN
           END-IF.
           MOVE "U" TO PLAN-UBICACION(IDX-FILA).
           MOVE SECCION-ELEGIDA TO PLAN-SECCION-DESPUES(IDX-FILA).
           MOVE "S" TO SW-ELECCION-OK.
       ELEGIR-SECCION-FIN.
           EXIT.

       BUSCAR-CANDIDATA.
           IF CAND-NUMERO(IDX-CAND) = SECCION-ELEGIDA
               MOVE "S" TO SW-CANDIDATA-HALLADA
           END-IF.

      ******************************************************************
      * Secciones activas del código cuya aula es del campus de
      * destino, con la cantidad de inscriptos de cada una contra el
      * CAT-CUPO de la materia.
      ******************************************************************
       BUSCAR-SECCIONES-DESTINO.
           MOVE 0 TO CANT-CANDIDATAS.
           MOVE 0 TO CUPO-MATERIA.
           IF NOT SECCIONES-DISPONIBLE
               GO TO BUSCAR-SECCIONES-DESTINO-FIN
           END-IF.
           IF CATALOGO-DISPONIBLE
               MOVE CODIGO-EN-CURSO TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-CUPO TO CUPO-MATERIA
               END-READ
           END-IF.
           MOVE "N" TO SW-FIN-SECCIONES.
           MOVE CODIGO-EN-CURSO TO SEC-COD-MATERIA.
           MOVE 0 TO SEC-NUMERO.
           START SECCIONES KEY IS NOT LESS THAN SEC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SECCIONES
           END-START.
           IF NOT FIN-SECCIONES
               PERFORM LEER-SECCION
           END-IF.
           PERFORM REVISAR-UNA-SECCION UNTIL FIN-SECCIONES.
       BUSCAR-SECCIONES-DESTINO-FIN.
           EXIT.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SECCIONES
           END-READ.
           IF NOT FIN-SECCIONES
               IF SEC-COD-MATERIA NOT = CODIGO-EN-CURSO
                   MOVE "S" TO SW-FIN-SECCIONES
               END-IF
           END-IF.

       REVISAR-UNA-SECCION.
           IF SEC-ACTIVA AND SEC-AULA NOT = SPACES
              AND CANT-CANDIDATAS < 20
               MOVE SEC-AULA TO AUL-CODIGO
               READ AULAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUL-CAMPUS = CAMPUS-DESTINO
                           PERFORM AGREGAR-CANDIDATA
                       END-IF
               END-READ
           END-IF.
           PERFORM LEER-SECCION.

       AGREGAR-CANDIDATA.
           ADD 1 TO CANT-CANDIDATAS.
           MOVE SEC-NUMERO TO CAND-NUMERO(CANT-CANDIDATAS).
           MOVE SEC-AULA TO CAND-AULA(CANT-CANDIDATAS).
           MOVE SEC-DOC-ID TO CAND-DOC-ID(CANT-CANDIDATAS).
           PERFORM CONTAR-OCUPADOS-SECCION.
           MOVE CANT-OCUPADOS TO CAND-OCUPADOS(CANT-CANDIDATAS).
           IF CUPO-MATERIA > 0 AND CANT-OCUPADOS NOT < CUPO-MATERIA
               MOVE "C" TO CAND-CUPO(CANT-CANDIDATAS)
           ELSE
               MOVE "L" TO CAND-CUPO(CANT-CANDIDATAS)
           END-IF.

       CONTAR-OCUPADOS-SECCION.
           MOVE 0 TO CANT-OCUPADOS.
           MOVE "N" TO SW-FIN-CUPO.
           MOVE 0 TO ID-ESTUDIANTE.
           START STUDENT-MASTER
               KEY IS NOT LESS THAN ID-ESTUDIANTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-CUPO
           END-START.
           IF NOT FIN-CUPO
               PERFORM LEER-PARA-CUPO
           END-IF.
           PERFORM CONTAR-UN-REGISTRO-CUPO UNTIL FIN-CUPO.

       LEER-PARA-CUPO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CUPO
           END-READ.

       CONTAR-UN-REGISTRO-CUPO.
           IF EST-ACTIVO AND ID-ESTUDIANTE NOT = ID-EN-CURSO
               PERFORM CONTAR-UNA-FILA-CUPO
                       VARYING IDX-CUPO FROM 1 BY 1
                       UNTIL IDX-CUPO > NUM-MATERIAS
           END-IF.
           PERFORM LEER-PARA-CUPO.

       CONTAR-UNA-FILA-CUPO.
           IF COD-MATERIA(IDX-CUPO) = CODIGO-EN-CURSO
              AND SECCION-MATERIA(IDX-CUPO) = SEC-NUMERO
              AND NOT MATERIA-RETIRADA(IDX-CUPO)
               ADD 1 TO CANT-OCUPADOS
           END-IF.

       MOSTRAR-UNA-FILA-PLAN.
           EVALUATE TRUE
               WHEN PLAN-UBICADA(IDX-FILA)
                   DISPLAY "  ", COD-MATERIA(IDX-FILA), "  SECCIÓN ",
                           PLAN-SECCION-ANTES(IDX-FILA), " -> ",
                           PLAN-SECCION-DESPUES(IDX-FILA)
               WHEN PLAN-EN-ESPERA(IDX-FILA)
                   DISPLAY "  ", COD-MATERIA(IDX-FILA), "  SECCIÓN ",
                           PLAN-SECCION-ANTES(IDX-FILA),
                           " -> LISTA DE ESPERA"
               WHEN PLAN-SIN-SECCION(IDX-FILA)
                   DISPLAY "  ", COD-MATERIA(IDX-FILA), "  SECCIÓN ",
                           PLAN-SECCION-ANTES(IDX-FILA),
                           " -> SIN SECCIÓN"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Grabación del traslado confirmado: una sola reescritura del
      * registro y, si salió bien, el bloque de auditoría, las
      * anotaciones en la lista de espera, el asiento en TRASLOG y
      * las dos copias del aviso.
      ******************************************************************
       APLICAR-TRASLADO.
           ACCEPT HORA-TRASLADO FROM TIME.
           PERFORM TOMAR-MATERIAS-ANTES.
           PERFORM APLICAR-UNA-FILA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS.
           MOVE CAMPUS-DESTINO TO CAMPUS-EST.
           MOVE "C" TO MARCA-CAMBIO-EST.
           REWRITE INFO-ESTUDIANTE.
           PERFORM VERIFICAR-ESCRITURA-MAESTRO.
           IF NOT FS-OK
               DISPLAY "TRASLADO NO GRABADO - ESTADO ",
                       FS-STUDENT-MASTER
               GO TO APLICAR-TRASLADO-FIN
           END-IF.
           MOVE "CAMPUS-TRANSFER" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM TOMAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.
           PERFORM AUDITAR-TRASLADO.
           PERFORM ANOTAR-ESPERAS.
           PERFORM ASENTAR-TRASLADO.
           PERFORM SUMAR-ASISTENCIA.
           PERFORM IMPRIMIR-UNA-COPIA
                   VARYING IDX-COPIA FROM 1 BY 1
                   UNTIL IDX-COPIA > 2.
           ADD 1 TO CANT-TRASLADOS.
           DISPLAY "TRASLADO GRABADO - AVISO EN TRASAVIS PARA AMBOS"
                   " CAMPUS".
       APLICAR-TRASLADO-FIN.
           EXIT.

       APLICAR-UNA-FILA.
           IF NOT PLAN-NO-APLICA(IDX-FILA)
               MOVE PLAN-SECCION-DESPUES(IDX-FILA)
                   TO SECCION-MATERIA(IDX-FILA)
           END-IF.

       AUDITAR-TRASLADO.
           MOVE 0 TO CANT-CAMBIOS.
           MOVE "CAMPUS-TRANSFER" TO AUDIT-PROGRAMA.
           MOVE "TRASLADO-INICIO" TO AUDIT-CAMPO.
           MOVE SPACES TO AUDIT-VALOR-ANTES.
           STRING "EST " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           END-STRING.
           MOVE SPACES TO AUDIT-VALOR-DESPUES.
           STRING "HORA " DELIMITED BY SIZE
               HORA-TRASLADO DELIMITED BY SIZE
               INTO AUDIT-VALOR-DESPUES
           END-STRING.
           PERFORM GRABAR-AUDITORIA.
           MOVE "CAMPUS-EST" TO AUDIT-CAMPO.
           MOVE CAMPUS-ORIGEN TO AUDIT-VALOR-ANTES.
           MOVE CAMPUS-DESTINO TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           ADD 1 TO CANT-CAMBIOS.
           PERFORM AUDITAR-UNA-FILA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS.
           MOVE "TRASLADO-FIN" TO AUDIT-CAMPO.
           MOVE SPACES TO AUDIT-VALOR-ANTES.
           STRING "EST " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               INTO AUDIT-VALOR-ANTES
           END-STRING.
           MOVE SPACES TO AUDIT-VALOR-DESPUES.
           STRING "CAMBIOS " DELIMITED BY SIZE
               CANT-CAMBIOS DELIMITED BY SIZE
               INTO AUDIT-VALOR-DESPUES
           END-STRING.
           PERFORM GRABAR-AUDITORIA.

       AUDITAR-UNA-FILA.
           IF NOT PLAN-NO-APLICA(IDX-FILA)
               MOVE "SECCION-MATERIA" TO AUDIT-CAMPO
               MOVE SPACES TO AUDIT-VALOR-ANTES
               STRING COD-MATERIA(IDX-FILA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PLAN-SECCION-ANTES(IDX-FILA) DELIMITED BY SIZE
                   INTO AUDIT-VALOR-ANTES
               END-STRING
               MOVE SPACES TO AUDIT-VALOR-DESPUES
               EVALUATE TRUE
                   WHEN PLAN-UBICADA(IDX-FILA)
                       STRING COD-MATERIA(IDX-FILA) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PLAN-SECCION-DESPUES(IDX-FILA)
                               DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DESPUES
                       END-STRING
                   WHEN PLAN-EN-ESPERA(IDX-FILA)
                       STRING COD-MATERIA(IDX-FILA) DELIMITED BY SIZE
                           " ESPERA" DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DESPUES
                       END-STRING
                   WHEN OTHER
                       STRING COD-MATERIA(IDX-FILA) DELIMITED BY SIZE
                           " 00" DELIMITED BY SIZE
                           INTO AUDIT-VALOR-DESPUES
                       END-STRING
               END-EVALUATE
               PERFORM GRABAR-AUDITORIA
               ADD 1 TO CANT-CAMBIOS
           END-IF.

       ANOTAR-ESPERAS.
           MOVE 0 TO CANT-EN-ESPERA.
           PERFORM CONTAR-UNA-ESPERA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS.
           IF CANT-EN-ESPERA > 0
               OPEN I-O LISTA-ESPERA
               IF FS-WL-NO-EXISTE
                   OPEN OUTPUT LISTA-ESPERA
                   CLOSE LISTA-ESPERA
                   OPEN I-O LISTA-ESPERA
               END-IF
               PERFORM ANOTAR-UNA-ESPERA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
               CLOSE LISTA-ESPERA
           END-IF.

       CONTAR-UNA-ESPERA.
           IF PLAN-EN-ESPERA(IDX-FILA)
               ADD 1 TO CANT-EN-ESPERA
           END-IF.

       ANOTAR-UNA-ESPERA.
           IF PLAN-EN-ESPERA(IDX-FILA)
               MOVE COD-MATERIA(IDX-FILA) TO WL-COD-MATERIA
               ACCEPT WL-FECHA FROM DATE YYYYMMDD
               ACCEPT WL-HORA FROM TIME
               MOVE ID-ESTUDIANTE TO WL-ID-ESTUDIANTE
               MOVE NOM-ESTUDIANTE TO WL-NOM-ESTUDIANTE
               MOVE "P" TO WL-ESTADO
               WRITE REG-LISTA-ESPERA
                   INVALID KEY
                       REWRITE REG-LISTA-ESPERA
               END-WRITE
               MOVE "WAITLIST" TO FCHK-ARCHIVO
               MOVE WL-ID-ESTUDIANTE TO FCHK-CLAVE
               MOVE FS-LISTA-ESPERA TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
               DISPLAY "ANOTADO EN LA LISTA DE ESPERA DE ",
                       WL-COD-MATERIA
           END-IF.

       ASENTAR-TRASLADO.
           MOVE FECHA-HOY TO TRS-FECHA.
           MOVE HORA-TRASLADO TO TRS-HORA.
           MOVE ID-ESTUDIANTE TO TRS-ID-ESTUDIANTE.
           MOVE NOM-ESTUDIANTE TO TRS-NOM-ESTUDIANTE.
           MOVE GRADO-NIVEL TO TRS-GRADO-NIVEL.
           MOVE CAMPUS-ORIGEN TO TRS-CAMPUS-ORIGEN.
           MOVE CAMPUS-DESTINO TO TRS-CAMPUS-DESTINO.
           MOVE NUM-MATERIAS TO TRS-CANT-MATERIAS.
           PERFORM ASENTAR-UNA-FILA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > 6.
           MOVE FIRMA-OPERADOR TO TRS-OPERADOR.
           WRITE REG-TRASLADO.

       ASENTAR-UNA-FILA.
           IF IDX-FILA > NUM-MATERIAS
               MOVE SPACES TO TRS-COD-MATERIA(IDX-FILA)
               MOVE 0 TO TRS-SECCION-ANTES(IDX-FILA)
               MOVE 0 TO TRS-SECCION-DESPUES(IDX-FILA)
               MOVE SPACE TO TRS-UBICACION(IDX-FILA)
           ELSE
               MOVE COD-MATERIA(IDX-FILA) TO TRS-COD-MATERIA(IDX-FILA)
               MOVE PLAN-SECCION-ANTES(IDX-FILA)
                   TO TRS-SECCION-ANTES(IDX-FILA)
               MOVE PLAN-SECCION-DESPUES(IDX-FILA)
                   TO TRS-SECCION-DESPUES(IDX-FILA)
               MOVE PLAN-UBICACION(IDX-FILA)
                   TO TRS-UBICACION(IDX-FILA)
           END-IF.

      ******************************************************************
      * Historial completo de asistencia del estudiante, por estado.
      ******************************************************************
       SUMAR-ASISTENCIA.
           MOVE 0 TO DIAS-PRESENTE.
           MOVE 0 TO DIAS-AUSENTE.
           MOVE 0 TO DIAS-TARDE.
           MOVE 0 TO DIAS-JUSTIFICADO.
           IF ASISTENCIA-DISPONIBLE
               MOVE "N" TO SW-FIN-ASISTENCIA
               MOVE ID-ESTUDIANTE TO ASI-ID-ESTUDIANTE
               MOVE 0 TO ASI-FECHA
               START ASISTENCIA KEY IS NOT LESS THAN ASI-CLAVE
                   INVALID KEY
                       MOVE "S" TO SW-FIN-ASISTENCIA
               END-START
               IF NOT FIN-ASISTENCIA
                   PERFORM LEER-ASISTENCIA
               END-IF
               PERFORM CONTAR-UNA-ASISTENCIA UNTIL FIN-ASISTENCIA
           END-IF.

       LEER-ASISTENCIA.
           READ ASISTENCIA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ASISTENCIA
           END-READ.
           IF NOT FIN-ASISTENCIA
               IF ASI-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                   MOVE "S" TO SW-FIN-ASISTENCIA
               END-IF
           END-IF.

       CONTAR-UNA-ASISTENCIA.
           EVALUATE TRUE
               WHEN ASI-PRESENTE
                   ADD 1 TO DIAS-PRESENTE
               WHEN ASI-AUSENTE
                   ADD 1 TO DIAS-AUSENTE
               WHEN ASI-TARDE
                   ADD 1 TO DIAS-TARDE
               WHEN ASI-JUSTIFICADO
                   ADD 1 TO DIAS-JUSTIFICADO
           END-EVALUATE.
           PERFORM LEER-ASISTENCIA.

      ******************************************************************
      * Una copia del aviso por oficina: la 1 para el campus de
      * origen, la 2 para el de destino.
      ******************************************************************
       IMPRIMIR-UNA-COPIA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           IF IDX-COPIA = 1
               STRING "PARA: OFICINA DEL CAMPUS " DELIMITED BY SIZE
                   CAMPUS-ORIGEN DELIMITED BY SIZE
                   " (ORIGEN) " DELIMITED BY SIZE
                   NOM-CAMPUS-ORIGEN DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           ELSE
               STRING "PARA: OFICINA DEL CAMPUS " DELIMITED BY SIZE
                   CAMPUS-DESTINO DELIMITED BY SIZE
                   " (DESTINO) " DELIMITED BY SIZE
                   NOM-CAMPUS-DESTINO DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTE: " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               "  GRADO: " DELIMITED BY SIZE
               GRADO-NIVEL DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TRASLADO DEL CAMPUS " DELIMITED BY SIZE
               CAMPUS-ORIGEN DELIMITED BY SIZE
               " AL CAMPUS " DELIMITED BY SIZE
               CAMPUS-DESTINO DELIMITED BY SIZE
               "  FECHA: " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               "  HORA: " DELIMITED BY SIZE
               HORA-TRASLADO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "MATERIA  SECCIÓN ANTERIOR  EN EL CAMPUS NUEVO"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-UNA-FILA-AVISO
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           IF ASISTENCIA-DISPONIBLE
               MOVE DIAS-PRESENTE TO DIAS-ED
               STRING "HISTORIAL DE ASISTENCIA - PRESENTE: "
                       DELIMITED BY SIZE
                   DIAS-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               MOVE DIAS-AUSENTE TO DIAS-ED
               MOVE "AUSENTE:" TO LINEA-SALIDA(42:)
               MOVE DIAS-ED TO LINEA-SALIDA(51:)
               MOVE DIAS-TARDE TO DIAS-ED
               MOVE "TARDE:" TO LINEA-SALIDA(56:)
               MOVE DIAS-ED TO LINEA-SALIDA(63:)
               MOVE DIAS-JUSTIFICADO TO DIAS-ED
               MOVE "JUST:" TO LINEA-SALIDA(68:)
               MOVE DIAS-ED TO LINEA-SALIDA(74:)
           ELSE
               MOVE "HISTORIAL DE ASISTENCIA NO DISPONIBLE"
                   TO LINEA-SALIDA
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "OPERADOR: " DELIMITED BY SIZE
               FIRMA-OPERADOR DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-UNA-FILA-AVISO.
           IF NOT PLAN-NO-APLICA(IDX-FILA)
               MOVE SPACES TO LINEA-SALIDA
               MOVE COD-MATERIA(IDX-FILA) TO LINEA-SALIDA(1:4)
               MOVE PLAN-SECCION-ANTES(IDX-FILA)
                   TO LINEA-SALIDA(10:2)
               EVALUATE TRUE
                   WHEN PLAN-UBICADA(IDX-FILA)
                       MOVE "SECCIÓN" TO LINEA-SALIDA(28:)
                       MOVE PLAN-SECCION-DESPUES(IDX-FILA)
                           TO LINEA-SALIDA(37:2)
                   WHEN PLAN-EN-ESPERA(IDX-FILA)
                       MOVE "LISTA DE ESPERA" TO LINEA-SALIDA(28:)
                   WHEN OTHER
                       MOVE "SIN SECCIÓN" TO LINEA-SALIDA(28:)
               END-EVALUATE
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-AVISO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-AVISO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-AVISO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY AUDIT-PROC.
           COPY IDCHK-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
           COPY CNTCHK-PROC.
