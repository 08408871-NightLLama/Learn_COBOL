      ******************************************************************
      * Boletas del término: una página por estudiante activo con las
      * materias del TERMINO-ACTUAL - nombre de la materia (catálogo
      * CRSCATLG), docente de la sección (SECCMAST / TCHMAST), la
      * nota o INC/RET/EXT, y el texto del comentario del docente
      * (BOLCOMEN / COMENTAR, ver COMMENT-ENTRY) - y al pie los días
      * presente, ausente, tarde y justificados del término tomados
      * de ASISTENC.  TRANSCRIPT-REPORT sigue siendo el registro
      * académico acumulado; esta es la boleta que va a la familia.
      *
      * Las boletas salen en orden de salón para repartirlas en el
      * aula: campus, grado, sección de la primera materia del
      * estudiante (la de su salón base) y nombre.  El término de
      * asistencia se acota con un rango de fechas; ENTER toma todo
      * lo que tiene ASISTENC, que ATTENDANCE-ENTRY carga por término.
      * Sin catálogo, secciones, comentarios o asistencia la boleta
      * sale igual, con el código pelado o sin ese dato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CARDS.

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

           SELECT SORT-WORK ASSIGN TO "SRTWKBOL".

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

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

           SELECT ASISTENCIA ASSIGN TO "ASISTENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-ASISTENCIA.

           SELECT LISTADO ASSIGN TO "BOLETAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CAMPUS            PIC XX.
           05  SORT-GRADO-NIVEL       PIC 99.
           05  SORT-SALON             PIC 99.
           05  SORT-NOM-ESTUDIANTE    PIC X(20).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  SECCIONES.
           COPY SECCION.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  COMENTARIOS.
           COPY COMENTA.

       FD  BOL-COMENTARIOS.
           COPY BOLCOM.

       FD  ASISTENCIA.
           COPY ASISTEN.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  FS-COMENTARIOS PIC XX.
           88  FS-COM-OK VALUE "00".
       01  FS-BOL-COMENTARIOS PIC XX.
           88  FS-BCM-OK VALUE "00".
       01  FS-ASISTENCIA PIC XX.
           88  FS-ASI-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  SW-SECCIONES-DISPONIBLE PIC A VALUE "N".
           88  SECCIONES-DISPONIBLE VALUE "S".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  SW-COMENTARIOS-DISPONIBLE PIC A VALUE "N".
           88  COMENTARIOS-DISPONIBLE VALUE "S".
       01  SW-ASISTENCIA-DISPONIBLE PIC A VALUE "N".
           88  ASISTENCIA-DISPONIBLE VALUE "S".
       01  SW-FIN-MAESTRO PIC A.
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-SORT PIC A.
           88  FIN-SORT VALUE "S".
       01  SW-FIN-ASISTENCIA PIC A.
           88  FIN-ASISTENCIA VALUE "S".
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-DESDE PIC 9(8) VALUE 0.
       01  FECHA-HASTA PIC 9(8) VALUE 99999999.
       01  NOMBRE-MATERIA PIC X(30).
       01  NOMBRE-DOCENTE PIC X(30).
       01  TEXTO-NOTA PIC X(3).
       01  TEXTO-COMENTARIO PIC X(40).
       01  DIAS-PRESENTE PIC 9(3).
       01  DIAS-AUSENTE PIC 9(3).
       01  DIAS-TARDE PIC 9(3).
       01  DIAS-JUSTIFICADO PIC 9(3).
       01  DIAS-ED PIC ZZ9.
       01  GRADO-ED PIC Z9.
       01  CANT-BOLETAS PIC 9(5) VALUE 0.
       01  LINEA-SALIDA PIC X(80).
       01  LINEA-MATERIA.
           05  LMT-COD-MATERIA    PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  LMT-NOM-MATERIA    PIC X(30).
           05  FILLER             PIC X VALUE SPACE.
           05  LMT-DOCENTE        PIC X(30).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  LMT-NOTA           PIC X(3).
           05  FILLER             PIC X(9) VALUE SPACES.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "BOLETAS DEL TÉRMINO".
           DISPLAY "CAMPUS (ENTER = TODOS): ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO NOT = SPACES
               MOVE "S" TO SW-FILTRA-CAMPUS
           END-IF.
           DISPLAY "ASISTENCIA DESDE AAAAMMDD (ENTER = TODO"
                   " ASISTENC): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-DESDE
               DISPLAY "ASISTENCIA HASTA AAAAMMDD (ENTER = SIN"
                       " LÍMITE): "
               ACCEPT FECHA-ENTRADA
               IF FECHA-ENTRADA IS NUMERIC
                   MOVE FECHA-ENTRADA TO FECHA-HASTA
               END-IF
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           CLOSE STUDENT-MASTER.
           PERFORM ABRIR-ARCHIVOS-OPCIONALES.
           MOVE "BOLETA DEL TÉRMINO" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CAMPUS
                                SORT-GRADO-NIVEL
                                SORT-SALON
                                SORT-NOM-ESTUDIANTE
                                SORT-ID-ESTUDIANTE
               INPUT PROCEDURE IS SOLTAR-ESTUDIANTES
               OUTPUT PROCEDURE IS IMPRIMIR-BOLETAS.
           CLOSE LISTADO.
           PERFORM CERRAR-ARCHIVOS-OPCIONALES.
           DISPLAY "BOLETAS IMPRESAS EN BOLETAS: ", CANT-BOLETAS.
           STOP RUN.

       ABRIR-ARCHIVOS-OPCIONALES.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           END-IF.
           OPEN INPUT SECCIONES.
           IF FS-SEC-OK
               MOVE "S" TO SW-SECCIONES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN SECCMAST - BOLETAS SIN"
                       " DOCENTE"
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN INPUT COMENTARIOS.
           IF FS-COM-OK
               OPEN INPUT BOL-COMENTARIOS
               IF FS-BCM-OK
                   MOVE "S" TO SW-COMENTARIOS-DISPONIBLE
               ELSE
                   CLOSE COMENTARIOS
               END-IF
           END-IF.
           IF NOT COMENTARIOS-DISPONIBLE
               DISPLAY "ADVERTENCIA: SIN COMENTAR/BOLCOMEN - BOLETAS"
                       " SIN COMENTARIOS"
           END-IF.
           OPEN INPUT ASISTENCIA.
           IF FS-ASI-OK
               MOVE "S" TO SW-ASISTENCIA-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN ASISTENC - BOLETAS SIN"
                       " ASISTENCIA"
           END-IF.

       CERRAR-ARCHIVOS-OPCIONALES.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           IF SECCIONES-DISPONIBLE
               CLOSE SECCIONES
           END-IF.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           IF COMENTARIOS-DISPONIBLE
               CLOSE COMENTARIOS
               CLOSE BOL-COMENTARIOS
           END-IF.
           IF ASISTENCIA-DISPONIBLE
               CLOSE ASISTENCIA
           END-IF.

      ******************************************************************
      * Al SORT van los activos con término en curso, con la clave de
      * salón; la boleta se arma después releyendo el maestro.
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
           IF EST-ACTIVO AND NUM-MATERIAS > 0
               IF NOT FILTRA-CAMPUS
                  OR CAMPUS-EST = CAMPUS-PEDIDO
                   MOVE CAMPUS-EST TO SORT-CAMPUS
                   MOVE GRADO-NIVEL TO SORT-GRADO-NIVEL
                   MOVE SECCION-MATERIA(1) TO SORT-SALON
                   MOVE NOM-ESTUDIANTE TO SORT-NOM-ESTUDIANTE
                   MOVE ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE
                   RELEASE SORT-REC
               END-IF
           END-IF.
           PERFORM LEER-UN-ESTUDIANTE.

       IMPRIMIR-BOLETAS.
           OPEN INPUT STUDENT-MASTER.
           MOVE "N" TO SW-FIN-SORT.
           PERFORM DEVOLVER-ESTUDIANTE UNTIL FIN-SORT.
           CLOSE STUDENT-MASTER.

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
                           PERFORM IMPRIMIR-BOLETA
                   END-READ
           END-RETURN.

      ******************************************************************
      * Una página por estudiante.
      ******************************************************************
       IMPRIMIR-BOLETA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE GRADO-NIVEL TO GRADO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTE: " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               "  GRADO " DELIMITED BY SIZE
               GRADO-ED DELIMITED BY SIZE
               "  CAMPUS " DELIMITED BY SIZE
               CAMPUS-EST DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TÉRMINO: " DELIMITED BY SIZE
               TERMINO-ACTUAL DELIMITED BY SIZE
               "  SALÓN: SECCIÓN " DELIMITED BY SIZE
               SECCION-MATERIA(1) DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-MATERIA.
           MOVE "MAT." TO LMT-COD-MATERIA.
           MOVE "MATERIA" TO LMT-NOM-MATERIA.
           MOVE "DOCENTE" TO LMT-DOCENTE.
           MOVE "NOTA" TO LMT-NOTA.
           MOVE LINEA-MATERIA TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-MATERIA-BOLETA
                   VARYING IDX-MATERIA FROM 1 BY 1
                   UNTIL IDX-MATERIA > NUM-MATERIAS.
           IF ASISTENCIA-DISPONIBLE
               PERFORM IMPRIMIR-ASISTENCIA-BOLETA
           END-IF.
           MOVE "BOLETAS" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-LISTADO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-BOLETAS.

       IMPRIMIR-MATERIA-BOLETA.
           PERFORM BUSCAR-NOMBRE-MATERIA.
           PERFORM BUSCAR-DOCENTE.
           EVALUATE TRUE
               WHEN MATERIA-INCOMPLETA(IDX-MATERIA)
                   MOVE "INC" TO TEXTO-NOTA
               WHEN MATERIA-RETIRADA(IDX-MATERIA)
                   MOVE "RET" TO TEXTO-NOTA
               WHEN MATERIA-EXENTA(IDX-MATERIA)
                   MOVE "EXT" TO TEXTO-NOTA
               WHEN OTHER
                   MOVE NOTA-MATERIA(IDX-MATERIA) TO TEXTO-NOTA
           END-EVALUATE.
           MOVE SPACES TO LINEA-MATERIA.
           MOVE COD-MATERIA(IDX-MATERIA) TO LMT-COD-MATERIA.
           MOVE NOMBRE-MATERIA TO LMT-NOM-MATERIA.
           MOVE NOMBRE-DOCENTE TO LMT-DOCENTE.
           MOVE TEXTO-NOTA TO LMT-NOTA.
           MOVE LINEA-MATERIA TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           IF COMENTARIOS-DISPONIBLE
               PERFORM BUSCAR-COMENTARIO
               IF TEXTO-COMENTARIO NOT = SPACES
                   MOVE SPACES TO LINEA-SALIDA
                   MOVE TEXTO-COMENTARIO TO LINEA-SALIDA(6:)
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-IF.

       BUSCAR-NOMBRE-MATERIA.
           MOVE COD-MATERIA(IDX-MATERIA) TO NOMBRE-MATERIA.
           IF CATALOGO-DISPONIBLE
               MOVE COD-MATERIA(IDX-MATERIA) TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-NOM-MATERIA TO NOMBRE-MATERIA
               END-READ
           END-IF.

       BUSCAR-DOCENTE.
           MOVE SPACES TO NOMBRE-DOCENTE.
           IF SECCIONES-DISPONIBLE
              AND SECCION-MATERIA(IDX-MATERIA) > 0
               MOVE COD-MATERIA(IDX-MATERIA) TO SEC-COD-MATERIA
               MOVE SECCION-MATERIA(IDX-MATERIA) TO SEC-NUMERO
               READ SECCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-DOC-ID TO NOMBRE-DOCENTE
                       IF DOCENTES-DISPONIBLE
                           MOVE SEC-DOC-ID TO DOC-ID
                           READ DOCENTES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE DOC-NOMBRE TO NOMBRE-DOCENTE
                           END-READ
                       END-IF
               END-READ
           END-IF.

       BUSCAR-COMENTARIO.
           MOVE SPACES TO TEXTO-COMENTARIO.
           MOVE ID-ESTUDIANTE TO BCM-ID-ESTUDIANTE.
           MOVE TERMINO-ACTUAL TO BCM-TERMINO.
           MOVE COD-MATERIA(IDX-MATERIA) TO BCM-COD-MATERIA.
           READ BOL-COMENTARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BCM-COD-COMENTARIO TO COM-CODIGO
                   READ COMENTARIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE COM-TEXTO TO TEXTO-COMENTARIO
                   END-READ
           END-READ.

      ******************************************************************
      * Días del término por estado, dentro del rango pedido.
      ******************************************************************
       IMPRIMIR-ASISTENCIA-BOLETA.
           MOVE 0 TO DIAS-PRESENTE.
           MOVE 0 TO DIAS-AUSENTE.
           MOVE 0 TO DIAS-TARDE.
           MOVE 0 TO DIAS-JUSTIFICADO.
           MOVE "N" TO SW-FIN-ASISTENCIA.
           MOVE ID-ESTUDIANTE TO ASI-ID-ESTUDIANTE.
           MOVE FECHA-DESDE TO ASI-FECHA.
           START ASISTENCIA KEY IS NOT LESS THAN ASI-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ASISTENCIA
           END-START.
           IF NOT FIN-ASISTENCIA
               PERFORM LEER-ASISTENCIA
           END-IF.
           PERFORM CONTAR-UNA-ASISTENCIA UNTIL FIN-ASISTENCIA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE DIAS-PRESENTE TO DIAS-ED.
           STRING "ASISTENCIA DEL TÉRMINO - PRESENTE: "
                   DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE DIAS-AUSENTE TO DIAS-ED.
           MOVE "AUSENTE:" TO LINEA-SALIDA(42:).
           MOVE DIAS-ED TO LINEA-SALIDA(51:).
           MOVE DIAS-TARDE TO DIAS-ED.
           MOVE "TARDE:" TO LINEA-SALIDA(56:).
           MOVE DIAS-ED TO LINEA-SALIDA(63:).
           MOVE DIAS-JUSTIFICADO TO DIAS-ED.
           MOVE "JUST:" TO LINEA-SALIDA(68:).
           MOVE DIAS-ED TO LINEA-SALIDA(74:).
           PERFORM ESCRIBIR-LINEA.

       LEER-ASISTENCIA.
           READ ASISTENCIA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ASISTENCIA
           END-READ.
           IF NOT FIN-ASISTENCIA
               IF ASI-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                  OR ASI-FECHA > FECHA-HASTA
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

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
