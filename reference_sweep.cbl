      ******************************************************************
      * Barrido semanal de integridad referencial entre los maestros
      * de la suite.  Cada maestro se verifica por su cuenta (ver
      * INTEGRITY-VERIFY y DATA-COMPLETENESS), pero nadie mira los
      * enlaces entre ellos, que se pudren con las bajas y las
      * purgas.  Se revisan siete relaciones:
      *
      *   1  ASISTENC  ASI-ID-ESTUDIANTE       contra STUDMAST
      *   2  WAITLIST  WL-ID-ESTUDIANTE        contra STUDMAST
      *   3  APPEALS   APE-ID-ESTUDIANTE       contra STUDMAST
      *   4  SECCMAST  SEC-DOC-ID (no blanco)  contra TCHMAST
      *   5  STUDMAST  COD-MATERIA + SECCION-MATERIA (no cero)
      *                                         contra SECCMAST
      *   6  ORDLINES  ORD-CUENTA              contra CUSTMAST
      *   7  TERMHIST  TH-ID-ESTUDIANTE        contra STUDMAST y,
      *                si no está, contra el archivo ARCHIVE53I
      *
      * En ASISTENC y TERMHIST, que llevan varias filas por alumno,
      * el huérfano se informa una vez por ID con su cantidad de
      * filas; en ORDLINES una vez por pedido.  El listado REFSWEEP
      * lleva por relación los huérfanos con su clave y al pie la
      * cantidad por relación; cada huérfano se graba además en
      * EXCEPTLOG (campo = relación, valor = clave) para que
      * EXCEPTION-TRIAGE lo asigne.  Solo lectura: todos los
      * maestros se abren INPUT, de modo que puede correr dentro de
      * la ventana batch.  Una relación cuyo archivo no se puede
      * abrir sale marcada NO VERIFICADA en vez de frenar el resto.
      * RETURN-CODE 4 si hubo huérfanos, 8 sin STUDMAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERENCE-SWEEP.

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

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE53I"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS ARCH-NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ARCHIVE-FILE.

           SELECT ASISTENCIA ASSIGN TO "ASISTENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-ASISTENCIA.

           SELECT LISTA-ESPERA ASSIGN TO "WAITLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WL-CLAVE
               FILE STATUS IS FS-LISTA-ESPERA.

           SELECT APELACIONES ASSIGN TO "APPEALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APE-NUMERO
               FILE STATUS IS FS-APELACIONES.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT LINEAS-PEDIDO ASSIGN TO "ORDLINES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINEAS-PEDIDO.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT TERM-HIST ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-CLAVE
               FILE STATUS IS FS-TERM-HIST.

           SELECT LISTADO ASSIGN TO "REFSWEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  ARCHIVE-FILE.
           COPY ARCHSTUD.

       FD  ASISTENCIA.
           COPY ASISTEN.

       FD  LISTA-ESPERA.
           COPY WAITLIST.

       FD  APELACIONES.
           COPY APELACION.

       FD  SECCIONES.
           COPY SECCION.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  LINEAS-PEDIDO.
       01  REG-LINEA-PEDIDO.
           05  ORD-CUENTA         PIC X(16).
           05  ORD-NUMERO         PIC 9(6).
           05  ORD-ITEM           PIC X(8).
           05  ORD-CANTIDAD       PIC 9(3).
           05  ORD-FECHA          PIC 9(8).
           05  ORD-MARCA-LIBERADO PIC X.
               88  LINEA-LIBERADA-CREDITO VALUE "L".
           05  ORD-PRECIO-COTIZADO PIC 9(5)V99.
           05  ORD-COTIZACION     PIC 9(6).

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  TERM-HIST.
           COPY TERMHIST.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-ARCHIVE-FILE PIC XX.
           88  FS-ARCH-OK          VALUE "00".
       01  FS-ASISTENCIA PIC XX.
           88  FS-ASI-OK           VALUE "00".
       01  FS-LISTA-ESPERA PIC XX.
           88  FS-WL-OK            VALUE "00".
       01  FS-APELACIONES PIC XX.
           88  FS-APE-OK           VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK           VALUE "00".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK           VALUE "00".
       01  FS-LINEAS-PEDIDO PIC XX.
           88  FS-ORD-OK           VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK           VALUE "00".
       01  FS-TERM-HIST PIC XX.
           88  FS-TH-OK            VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-ARCHIVO-DISPONIBLE PIC A VALUE "N".
           88  ARCHIVO-DISPONIBLE VALUE "S".
       01  SW-SECCIONES-ABIERTO PIC A VALUE "N".
           88  SECCIONES-ABIERTO VALUE "S".
       01  SW-HAY-GRUPO PIC A VALUE "N".
           88  HAY-GRUPO VALUE "S".
       01  SW-GRUPO-HUERFANO PIC A VALUE "N".
           88  GRUPO-HUERFANO VALUE "S".
       01  ID-GRUPO PIC 9(6).
       01  FILAS-GRUPO PIC 9(6).
       01  PEDIDO-INFORMADO PIC 9(6) VALUE 0.
       01  IDX-MAT PIC 9.
       01  IDX-REL PIC 9.
       01  CANT-HUERFANOS PIC 9(6) VALUE 0.
       01  CANTIDAD-ED PIC ZZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
       01  CLAVE-HUERFANO PIC X(20).
      *
      * Una fila por relación revisada, en el orden del barrido: la
      * etiqueta va al listado y al campo de EXCEPTLOG; el estado
      * queda en N si el archivo no se pudo abrir.
      *
       01  TABLA-RELACIONES.
           05  FILLER PIC X(27) VALUE "ASISTENC-STUDMAST  000000N".
           05  FILLER PIC X(27) VALUE "WAITLIST-STUDMAST  000000N".
           05  FILLER PIC X(27) VALUE "APPEALS-STUDMAST   000000N".
           05  FILLER PIC X(27) VALUE "SECCMAST-TCHMAST   000000N".
           05  FILLER PIC X(27) VALUE "STUDMAST-SECCMAST  000000N".
           05  FILLER PIC X(27) VALUE "ORDLINES-CUSTMAST  000000N".
           05  FILLER PIC X(27) VALUE "TERMHIST-STUDMAST  000000N".
       01  TABLA-RELACIONES-R REDEFINES TABLA-RELACIONES.
           05  REL-FILA OCCURS 7 TIMES.
               10  REL-ETIQUETA       PIC X(19).
               10  REL-HUERFANOS      PIC 9(6).
               10  REL-ESTADO         PIC X.
                   88  REL-VERIFICADA     VALUE "S".
               10  FILLER             PIC X.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE "INTEGRIDAD REFERENCIAL" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM BARRER-ASISTENCIA THRU BARRER-ASISTENCIA-FIN.
           PERFORM BARRER-LISTA-ESPERA THRU BARRER-LISTA-ESPERA-FIN.
           PERFORM BARRER-APELACIONES THRU BARRER-APELACIONES-FIN.
           PERFORM BARRER-SECCIONES THRU BARRER-SECCIONES-FIN.
           PERFORM BARRER-SECCION-MATERIA
                   THRU BARRER-SECCION-MATERIA-FIN.
           PERFORM BARRER-LINEAS-PEDIDO THRU BARRER-LINEAS-PEDIDO-FIN.
           PERFORM BARRER-HISTORIA THRU BARRER-HISTORIA-FIN.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE STUDENT-MASTER.
           CLOSE LISTADO.
           DISPLAY "HUÉRFANOS EN TOTAL: ", CANT-HUERFANOS,
                   " - DETALLE EN REFSWEEP".
           IF CANT-HUERFANOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * 1  ASISTENC: la clave empieza por el ID, así que las filas de
      *    un alumno vienen juntas y se busca en STUDMAST una vez por
      *    ID.
      ******************************************************************
       BARRER-ASISTENCIA.
           MOVE 1 TO IDX-REL.
           PERFORM TITULO-RELACION.
           OPEN INPUT ASISTENCIA.
           IF NOT FS-ASI-OK
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-ASISTENCIA-FIN
           END-IF.
           MOVE "S" TO REL-ESTADO(IDX-REL).
           MOVE "N" TO SW-HAY-GRUPO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ASISTENCIA.
           PERFORM EXAMINAR-ASISTENCIA UNTIL FIN-ARCHIVO.
           PERFORM CERRAR-GRUPO-ID.
           CLOSE ASISTENCIA.
       BARRER-ASISTENCIA-FIN.
           EXIT.

       LEER-ASISTENCIA.
           READ ASISTENCIA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EXAMINAR-ASISTENCIA.
           IF NOT HAY-GRUPO OR ASI-ID-ESTUDIANTE NOT = ID-GRUPO
               PERFORM CERRAR-GRUPO-ID
               MOVE ASI-ID-ESTUDIANTE TO ID-GRUPO
               PERFORM ABRIR-GRUPO-ID
           END-IF.
           ADD 1 TO FILAS-GRUPO.
           PERFORM LEER-ASISTENCIA.

      ******************************************************************
      * Grupo de filas de un mismo ID (ASISTENC y TERMHIST): se abre
      * buscando el ID en STUDMAST - y, para TERMHIST, en el archivo
      * ARCHIVE53I - y al cerrarse informa el huérfano con la
      * cantidad de filas que arrastra.
      ******************************************************************
       ABRIR-GRUPO-ID.
           MOVE "S" TO SW-HAY-GRUPO.
           MOVE 0 TO FILAS-GRUPO.
           MOVE "N" TO SW-GRUPO-HUERFANO.
           MOVE ID-GRUPO TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "S" TO SW-GRUPO-HUERFANO
           END-READ.
           IF GRUPO-HUERFANO AND IDX-REL = 7 AND ARCHIVO-DISPONIBLE
               MOVE ID-GRUPO TO ARCH-ID-ESTUDIANTE
               READ ARCHIVE-FILE
                   NOT INVALID KEY
                       MOVE "N" TO SW-GRUPO-HUERFANO
               END-READ
           END-IF.

       CERRAR-GRUPO-ID.
           IF HAY-GRUPO AND GRUPO-HUERFANO
               MOVE FILAS-GRUPO TO CANTIDAD-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "  ID " DELIMITED BY SIZE
                   ID-GRUPO DELIMITED BY SIZE
                   "  FILAS: " DELIMITED BY SIZE
                   CANTIDAD-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               MOVE ID-GRUPO TO CLAVE-HUERFANO
               PERFORM INFORMAR-HUERFANO
           END-IF.
           MOVE "N" TO SW-HAY-GRUPO.

      ******************************************************************
      * 2  WAITLIST: una entrada de espera por fila.
      ******************************************************************
       BARRER-LISTA-ESPERA.
           MOVE 2 TO IDX-REL.
           PERFORM TITULO-RELACION.
           OPEN INPUT LISTA-ESPERA.
           IF NOT FS-WL-OK
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-LISTA-ESPERA-FIN
           END-IF.
           MOVE "S" TO REL-ESTADO(IDX-REL).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-LISTA-ESPERA.
           PERFORM EXAMINAR-LISTA-ESPERA UNTIL FIN-ARCHIVO.
           CLOSE LISTA-ESPERA.
       BARRER-LISTA-ESPERA-FIN.
           EXIT.

       LEER-LISTA-ESPERA.
           READ LISTA-ESPERA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EXAMINAR-LISTA-ESPERA.
           MOVE WL-ID-ESTUDIANTE TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  ID " DELIMITED BY SIZE
                       WL-ID-ESTUDIANTE DELIMITED BY SIZE
                       "  MATERIA " DELIMITED BY SIZE
                       WL-COD-MATERIA DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WL-NOM-ESTUDIANTE DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   MOVE SPACES TO CLAVE-HUERFANO
                   STRING WL-ID-ESTUDIANTE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WL-COD-MATERIA DELIMITED BY SIZE
                       INTO CLAVE-HUERFANO
                   END-STRING
                   PERFORM INFORMAR-HUERFANO
           END-READ.
           PERFORM LEER-LISTA-ESPERA.

      ******************************************************************
      * 3  APPEALS: una apelación por fila, abierta o cerrada.
      ******************************************************************
       BARRER-APELACIONES.
           MOVE 3 TO IDX-REL.
           PERFORM TITULO-RELACION.
           OPEN INPUT APELACIONES.
           IF NOT FS-APE-OK
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-APELACIONES-FIN
           END-IF.
           MOVE "S" TO REL-ESTADO(IDX-REL).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-APELACION.
           PERFORM EXAMINAR-APELACION UNTIL FIN-ARCHIVO.
           CLOSE APELACIONES.
       BARRER-APELACIONES-FIN.
           EXIT.

       LEER-APELACION.
           READ APELACIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EXAMINAR-APELACION.
           MOVE APE-ID-ESTUDIANTE TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  APELACIÓN " DELIMITED BY SIZE
                       APE-NUMERO DELIMITED BY SIZE
                       "  ID " DELIMITED BY SIZE
                       APE-ID-ESTUDIANTE DELIMITED BY SIZE
                       "  ESTADO " DELIMITED BY SIZE
                       APE-ESTADO DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   MOVE SPACES TO CLAVE-HUERFANO
                   STRING "APE " DELIMITED BY SIZE
                       APE-NUMERO DELIMITED BY SIZE
                       " ID " DELIMITED BY SIZE
                       APE-ID-ESTUDIANTE DELIMITED BY SIZE
                       INTO CLAVE-HUERFANO
                   END-STRING
                   PERFORM INFORMAR-HUERFANO
           END-READ.
           PERFORM LEER-APELACION.

      ******************************************************************
      * 4  SECCMAST: docente de cada sección.  SEC-DOC-ID en blanco es
      *    una sección sin docente asignado todavía, no un huérfano.
      *    SECCMAST queda abierto para la relación 5.
      ******************************************************************
       BARRER-SECCIONES.
           MOVE 4 TO IDX-REL.
           PERFORM TITULO-RELACION.
           OPEN INPUT SECCIONES.
           IF NOT FS-SEC-OK
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-SECCIONES-FIN
           END-IF.
           MOVE "S" TO SW-SECCIONES-ABIERTO.
           OPEN INPUT DOCENTES.
           IF NOT FS-DOC-OK
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-SECCIONES-FIN
           END-IF.
           MOVE "S" TO REL-ESTADO(IDX-REL).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-SECCION.
           PERFORM EXAMINAR-SECCION UNTIL FIN-ARCHIVO.
           CLOSE DOCENTES.
       BARRER-SECCIONES-FIN.
           EXIT.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EXAMINAR-SECCION.
           IF SEC-DOC-ID NOT = SPACES
               MOVE SEC-DOC-ID TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       MOVE SPACES TO LINEA-SALIDA
                       STRING "  SECCIÓN " DELIMITED BY SIZE
                           SEC-COD-MATERIA DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           SEC-NUMERO DELIMITED BY SIZE
                           "  DOC-ID " DELIMITED BY SIZE
                           SEC-DOC-ID DELIMITED BY SIZE
                           INTO LINEA-SALIDA
                       END-STRING
                       MOVE SPACES TO CLAVE-HUERFANO
                       STRING SEC-COD-MATERIA DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           SEC-NUMERO DELIMITED BY SIZE
                           " DOC " DELIMITED BY SIZE
                           SEC-DOC-ID DELIMITED BY SIZE
                           INTO CLAVE-HUERFANO
                       END-STRING
                       PERFORM INFORMAR-HUERFANO
               END-READ
           END-IF.
           PERFORM LEER-SECCION.

      ******************************************************************
      * 5  STUDMAST: cada materia con sección asignada (SECCION-MATERIA
      *    distinta de cero; la sección cero ya la lista DATA-
      *    COMPLETENESS) debe existir en SECCMAST.  Se recorre el
      *    maestro desde el principio con START.
      ******************************************************************
       BARRER-SECCION-MATERIA.
           MOVE 5 TO IDX-REL.
           PERFORM TITULO-RELACION.
           IF NOT SECCIONES-ABIERTO
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-SECCION-MATERIA-FIN
           END-IF.
           MOVE "S" TO REL-ESTADO(IDX-REL).
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE 0 TO ID-ESTUDIANTE.
           START STUDENT-MASTER KEY IS NOT LESS THAN ID-ESTUDIANTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-ESTUDIANTE
           END-IF.
           PERFORM EXAMINAR-ESTUDIANTE UNTIL FIN-ARCHIVO.
           CLOSE SECCIONES.
       BARRER-SECCION-MATERIA-FIN.
           EXIT.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EXAMINAR-ESTUDIANTE.
           PERFORM EXAMINAR-MATERIA
                   VARYING IDX-MAT FROM 1 BY 1
                   UNTIL IDX-MAT > 6.
           PERFORM LEER-ESTUDIANTE.

       EXAMINAR-MATERIA.
           IF COD-MATERIA(IDX-MAT) NOT = SPACES
              AND SECCION-MATERIA(IDX-MAT) NOT = 0
               MOVE COD-MATERIA(IDX-MAT) TO SEC-COD-MATERIA
               MOVE SECCION-MATERIA(IDX-MAT) TO SEC-NUMERO
               READ SECCIONES
                   INVALID KEY
                       MOVE SPACES TO LINEA-SALIDA
                       STRING "  ID " DELIMITED BY SIZE
                           ID-ESTUDIANTE DELIMITED BY SIZE
                           "  SECCIÓN " DELIMITED BY SIZE
                           COD-MATERIA(IDX-MAT) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           SECCION-MATERIA(IDX-MAT) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           NOM-ESTUDIANTE DELIMITED BY SIZE
                           INTO LINEA-SALIDA
                       END-STRING
                       MOVE SPACES TO CLAVE-HUERFANO
                       STRING ID-ESTUDIANTE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           COD-MATERIA(IDX-MAT) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           SECCION-MATERIA(IDX-MAT) DELIMITED BY SIZE
                           INTO CLAVE-HUERFANO
                       END-STRING
                       PERFORM INFORMAR-HUERFANO
               END-READ
           END-IF.

      ******************************************************************
      * 6  ORDLINES: las líneas de un pedido se graban juntas; el
      *    huérfano se informa una vez por pedido.
      ******************************************************************
       BARRER-LINEAS-PEDIDO.
           MOVE 6 TO IDX-REL.
           PERFORM TITULO-RELACION.
           OPEN INPUT LINEAS-PEDIDO.
           IF NOT FS-ORD-OK
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-LINEAS-PEDIDO-FIN
           END-IF.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLI-OK
               CLOSE LINEAS-PEDIDO
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-LINEAS-PEDIDO-FIN
           END-IF.
           MOVE "S" TO REL-ESTADO(IDX-REL).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-LINEA-PEDIDO.
           PERFORM EXAMINAR-LINEA-PEDIDO UNTIL FIN-ARCHIVO.
           CLOSE LINEAS-PEDIDO.
           CLOSE CLIENTES.
       BARRER-LINEAS-PEDIDO-FIN.
           EXIT.

       LEER-LINEA-PEDIDO.
           READ LINEAS-PEDIDO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EXAMINAR-LINEA-PEDIDO.
           IF ORD-NUMERO NOT = PEDIDO-INFORMADO
               MOVE ORD-CUENTA TO CLI-CUENTA
               READ CLIENTES
                   INVALID KEY
                       MOVE ORD-NUMERO TO PEDIDO-INFORMADO
                       MOVE SPACES TO LINEA-SALIDA
                       STRING "  PEDIDO " DELIMITED BY SIZE
                           ORD-NUMERO DELIMITED BY SIZE
                           "  CUENTA " DELIMITED BY SIZE
                           ORD-CUENTA DELIMITED BY SIZE
                           "  FECHA " DELIMITED BY SIZE
                           ORD-FECHA DELIMITED BY SIZE
                           INTO LINEA-SALIDA
                       END-STRING
                       MOVE ORD-CUENTA TO CLAVE-HUERFANO
                       PERFORM INFORMAR-HUERFANO
               END-READ
           END-IF.
           PERFORM LEER-LINEA-PEDIDO.

      ******************************************************************
      * 7  TERMHIST: un alumno egresado o purgado sigue teniendo
      *    historia legítima si está en ARCHIVE53I.  Sin el archivo se
      *    verifica solo contra STUDMAST, con aviso en el listado.
      ******************************************************************
       BARRER-HISTORIA.
           MOVE 7 TO IDX-REL.
           PERFORM TITULO-RELACION.
           OPEN INPUT TERM-HIST.
           IF NOT FS-TH-OK
               PERFORM RELACION-NO-VERIFICADA
               GO TO BARRER-HISTORIA-FIN
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF FS-ARCH-OK
               MOVE "S" TO SW-ARCHIVO-DISPONIBLE
           ELSE
               MOVE "  SIN ARCHIVE53I - SOLO CONTRA STUDMAST"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           MOVE "S" TO REL-ESTADO(IDX-REL).
           MOVE "N" TO SW-HAY-GRUPO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-HISTORIA.
           PERFORM EXAMINAR-HISTORIA UNTIL FIN-ARCHIVO.
           PERFORM CERRAR-GRUPO-ID.
           CLOSE TERM-HIST.
           IF ARCHIVO-DISPONIBLE
               CLOSE ARCHIVE-FILE
           END-IF.
       BARRER-HISTORIA-FIN.
           EXIT.

       LEER-HISTORIA.
           READ TERM-HIST NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EXAMINAR-HISTORIA.
           IF NOT HAY-GRUPO OR TH-ID-ESTUDIANTE NOT = ID-GRUPO
               PERFORM CERRAR-GRUPO-ID
               MOVE TH-ID-ESTUDIANTE TO ID-GRUPO
               PERFORM ABRIR-GRUPO-ID
           END-IF.
           ADD 1 TO FILAS-GRUPO.
           PERFORM LEER-HISTORIA.

      ******************************************************************
      * Comunes a todas las relaciones.  INFORMAR-HUERFANO espera la
      * línea de detalle en LINEA-SALIDA y la clave para EXCEPTLOG en
      * CLAVE-HUERFANO.
      ******************************************************************
       TITULO-RELACION.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE REL-ETIQUETA(IDX-REL) TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

       RELACION-NO-VERIFICADA.
           MOVE "  ARCHIVO NO DISPONIBLE - RELACIÓN NO VERIFICADA"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

       INFORMAR-HUERFANO.
           ADD 1 TO REL-HUERFANOS(IDX-REL).
           ADD 1 TO CANT-HUERFANOS.
           PERFORM ESCRIBIR-LINEA.
           MOVE "REFERENCE-SWEEP" TO EXCLOG-PROGRAMA.
           MOVE REL-ETIQUETA(IDX-REL) TO EXCLOG-CAMPO.
           MOVE CLAVE-HUERFANO TO EXCLOG-VALOR-MALO.
           PERFORM REGISTRAR-EXCEPCION.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "RELACIÓN            HUÉRFANOS" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-TOTAL-RELACION
                   VARYING IDX-REL FROM 1 BY 1
                   UNTIL IDX-REL > 7.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL" TO LINEA-SALIDA.
           MOVE CANT-HUERFANOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(21:).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTAL-RELACION.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE REL-ETIQUETA(IDX-REL) TO LINEA-SALIDA.
           IF REL-VERIFICADA(IDX-REL)
               MOVE REL-HUERFANOS(IDX-REL) TO CANTIDAD-ED
               MOVE CANTIDAD-ED TO LINEA-SALIDA(21:)
           ELSE
               MOVE "NO VERIFICADA" TO LINEA-SALIDA(21:)
           END-IF.
           PERFORM ESCRIBIR-LINEA.

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
