      ******************************************************************
      * Recuento nocturno de inscriptos: rearma desde STUDENT-MASTER
      * la cantidad de estudiantes activos de cada materia y sección
      * - con la misma regla que el conteo mantenido ENRLCNT (ver
      * INSCCNT.CPY): las filas 1..NUM-MATERIAS con código no blanco
      * de los estudiantes con EST-ACTIVO - y la coteja contra
      * ENRLCNT, que mantienen durante el día la entrada de COBOL53,
      * ENROLL-LOAD, STUDENT-WITHDRAW, STUDENT-MERGE, TERM-ROLL,
      * CHANGE-APPROVAL y CAMPUS-TRANSFER.
      *
      * El maestro se recorre una sola vez y cada fila contada se
      * suelta a un SORT por materia y sección; la salida del SORT
      * se aparea con ENRLCNT en el mismo orden de clave.  Toda
      * diferencia se corrige en el conteo (se reescribe la cantidad,
      * se da de alta el par que faltaba o se borra el que ya no
      * tiene inscriptos), sale en el listado ENRLDIF con el
      * encabezado RPTHDR y deja su línea en el registro de
      * excepciones - una diferencia es un camino de alta o baja que
      * no pasó por el conteo (egreso, recarga, importación, archivo)
      * o un ajuste que quedó pendiente por un registro tomado.  Los
      * pares con cantidad cero y sin inscriptos se borran sin
      * denunciar.  Un ENRLCNT que no existe se crea y se carga
      * entero.
      *
      * RETURN-CODE 4 si hubo diferencias; 8 si STUDMAST o ENRLCNT no
      * se pudieron abrir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-COUNT-RECON.

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

           SELECT CONTEO-INSCRIPTOS ASSIGN TO "ENRLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNI-CLAVE
               FILE STATUS IS FS-CONTEO-INSCRIPTOS.

           SELECT LISTADO ASSIGN TO "ENRLDIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT SORT-WORK ASSIGN TO "SRTWKCNT".

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CONTEO-INSCRIPTOS.
           COPY INSCCNT.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CLAVE.
               10  SORT-COD-MATERIA   PIC X(4).
               10  SORT-SECCION       PIC 99.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-CONTEO-INSCRIPTOS PIC XX.
           88  FS-CNT-OK           VALUE "00".
           88  FS-CNT-NO-EXISTE    VALUE "35".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-CONTEO-NUEVO PIC A VALUE "N".
           88  CONTEO-NUEVO VALUE "S".
       01  IDX-FILA PIC 9.
       01  FECHA-HOY PIC 9(8).
      ******************************************************************
      * Los dos lados del apareo: el par materia/sección que viene del
      * SORT con su cantidad recontada, y el par que viene de ENRLCNT
      * con la cantidad mantenida.  HIGH-VALUES marca el lado agotado.
      ******************************************************************
       01  CLAVE-MAESTRO.
           05  CLM-COD-MATERIA PIC X(4).
           05  CLM-SECCION     PIC 99.
       01  CANT-MAESTRO PIC 9(5).
       01  CLAVE-CONTEO.
           05  CLC-COD-MATERIA PIC X(4).
           05  CLC-SECCION     PIC 99.
       01  CANT-CONTEO PIC 9(5).
       01  CLAVE-CONTEO-LEIDA PIC X(6).
       01  CLAVE-DIFERENCIA.
           05  CLD-COD-MATERIA PIC X(4).
           05  CLD-SECCION     PIC 99.
       01  CANT-DIF-MAESTRO PIC 9(5).
       01  ACCION-DIFERENCIA PIC X(12).
       01  CANT-LEIDOS PIC 9(7) VALUE 0.
       01  CANT-SOLTADAS PIC 9(7) VALUE 0.
       01  CANT-PARES PIC 9(5) VALUE 0.
       01  CANT-DIFERENCIAS PIC 9(5) VALUE 0.
       01  CANT-AGREGADOS PIC 9(5) VALUE 0.
       01  CANT-BORRADOS PIC 9(5) VALUE 0.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  CANTIDAD-LARGA-ED PIC Z,ZZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONTEO-INSCRIPTOS.
           IF FS-CNT-NO-EXISTE
               OPEN OUTPUT CONTEO-INSCRIPTOS
               CLOSE CONTEO-INSCRIPTOS
               OPEN I-O CONTEO-INSCRIPTOS
               MOVE "S" TO SW-CONTEO-NUEVO
           END-IF.
           IF NOT FS-CNT-OK
               DISPLAY "NO SE PUDO ABRIR EL CONTEO ENRLCNT - ESTADO: ",
                       FS-CONTEO-INSCRIPTOS
               CLOSE STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CONTEO-NUEVO
               DISPLAY "CONTEO ENRLCNT NUEVO - SE CARGA ENTERO DESDE"
                       " STUDMAST"
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE "DIFERENCIAS DEL CONTEO DE INSCRIPTOS"
               TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "MATERIA  SECCION   CONTEO  MAESTRO  ACCION"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CLAVE
               INPUT PROCEDURE IS SOLTAR-MATERIAS-ACTIVAS
               OUTPUT PROCEDURE IS COTEJAR-CONTEOS.
           CLOSE STUDENT-MASTER.
           CLOSE CONTEO-INSCRIPTOS.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE LISTADO.
           DISPLAY "ESTUDIANTES LEÍDOS: ", CANT-LEIDOS,
                   "  PARES COTEJADOS: ", CANT-PARES,
                   "  DIFERENCIAS: ", CANT-DIFERENCIAS,
                   " - DETALLE EN ENRLDIF".
           IF CANT-DIFERENCIAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * Lado del maestro: una fila al SORT por cada materia contada
      * de cada estudiante activo.
      ******************************************************************
       SOLTAR-MATERIAS-ACTIVAS.
           PERFORM LEER-ESTUDIANTE.
           PERFORM SOLTAR-UN-ESTUDIANTE UNTIL FIN-MAESTRO.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
               NOT AT END
                   ADD 1 TO CANT-LEIDOS
           END-READ.

       SOLTAR-UN-ESTUDIANTE.
           IF EST-ACTIVO
               PERFORM SOLTAR-UNA-MATERIA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
                          OR IDX-FILA > 6
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       SOLTAR-UNA-MATERIA.
           IF COD-MATERIA(IDX-FILA) NOT = SPACES
               MOVE COD-MATERIA(IDX-FILA) TO SORT-COD-MATERIA
               MOVE SECCION-MATERIA(IDX-FILA) TO SORT-SECCION
               RELEASE SORT-REC
               ADD 1 TO CANT-SOLTADAS
           END-IF.

      ******************************************************************
      * Apareo por clave materia/sección.  El lado de ENRLCNT avanza
      * siempre con START GREATER THAN la última clave leída, así las
      * altas y bajas que el apareo va grabando en el mismo archivo no
      * le mueven la posición.
      ******************************************************************
       COTEJAR-CONTEOS.
           MOVE LOW-VALUES TO CLAVE-CONTEO-LEIDA.
           PERFORM DEVOLVER-FILA.
           PERFORM TOMAR-GRUPO-MAESTRO.
           PERFORM LEER-CONTEO.
           PERFORM COTEJAR-UN-PAR
                   UNTIL CLAVE-MAESTRO = HIGH-VALUES
                     AND CLAVE-CONTEO = HIGH-VALUES.

       DEVOLVER-FILA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
           END-RETURN.

       TOMAR-GRUPO-MAESTRO.
           IF FIN-SORT
               MOVE HIGH-VALUES TO CLAVE-MAESTRO
               MOVE 0 TO CANT-MAESTRO
           ELSE
               MOVE SORT-CLAVE TO CLAVE-MAESTRO
               MOVE 0 TO CANT-MAESTRO
               PERFORM SUMAR-FILA-GRUPO
                       UNTIL FIN-SORT
                          OR SORT-CLAVE NOT = CLAVE-MAESTRO
           END-IF.

       SUMAR-FILA-GRUPO.
           ADD 1 TO CANT-MAESTRO.
           PERFORM DEVOLVER-FILA.

       LEER-CONTEO.
           MOVE CLAVE-CONTEO-LEIDA TO CNI-CLAVE.
           START CONTEO-INSCRIPTOS
               KEY IS GREATER THAN CNI-CLAVE
               INVALID KEY
                   MOVE HIGH-VALUES TO CLAVE-CONTEO
           END-START.
           IF FS-CNT-OK
               READ CONTEO-INSCRIPTOS NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO CLAVE-CONTEO
                   NOT AT END
                       MOVE CNI-CLAVE TO CLAVE-CONTEO
                       MOVE CNI-CLAVE TO CLAVE-CONTEO-LEIDA
                       MOVE CNI-CANTIDAD TO CANT-CONTEO
               END-READ
           END-IF.

       COTEJAR-UN-PAR.
           ADD 1 TO CANT-PARES.
           EVALUATE TRUE
               WHEN CLAVE-MAESTRO < CLAVE-CONTEO
                   MOVE 0 TO CANT-CONTEO
                   PERFORM AGREGAR-PAR
                   PERFORM TOMAR-GRUPO-MAESTRO
               WHEN CLAVE-MAESTRO > CLAVE-CONTEO
                   PERFORM BORRAR-PAR
                   PERFORM LEER-CONTEO
               WHEN OTHER
                   IF CANT-CONTEO NOT = CANT-MAESTRO
                       PERFORM CORREGIR-PAR
                   END-IF
                   PERFORM TOMAR-GRUPO-MAESTRO
                   PERFORM LEER-CONTEO
           END-EVALUATE.

       AGREGAR-PAR.
           MOVE CLAVE-MAESTRO TO CNI-CLAVE.
           MOVE CANT-MAESTRO TO CNI-CANTIDAD.
           PERFORM SELLAR-PAR.
           WRITE REG-CONTEO-INSCRIPTOS
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM VERIFICAR-ESCRITURA-CONTEO.
           ADD 1 TO CANT-AGREGADOS.
           MOVE CLAVE-MAESTRO TO CLAVE-DIFERENCIA.
           MOVE CANT-MAESTRO TO CANT-DIF-MAESTRO.
           MOVE "AGREGADO" TO ACCION-DIFERENCIA.
           PERFORM DENUNCIAR-DIFERENCIA.

       BORRAR-PAR.
           MOVE CLAVE-CONTEO TO CNI-CLAVE.
           DELETE CONTEO-INSCRIPTOS
               INVALID KEY
                   CONTINUE
           END-DELETE.
           PERFORM VERIFICAR-ESCRITURA-CONTEO.
           ADD 1 TO CANT-BORRADOS.
           IF CANT-CONTEO NOT = 0
               MOVE CLAVE-CONTEO TO CLAVE-DIFERENCIA
               MOVE 0 TO CANT-DIF-MAESTRO
               MOVE "BORRADO" TO ACCION-DIFERENCIA
               PERFORM DENUNCIAR-DIFERENCIA
           END-IF.

       CORREGIR-PAR.
           MOVE CLAVE-MAESTRO TO CNI-CLAVE.
           MOVE CANT-MAESTRO TO CNI-CANTIDAD.
           PERFORM SELLAR-PAR.
           REWRITE REG-CONTEO-INSCRIPTOS
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           PERFORM VERIFICAR-ESCRITURA-CONTEO.
           MOVE CLAVE-MAESTRO TO CLAVE-DIFERENCIA.
           MOVE CANT-MAESTRO TO CANT-DIF-MAESTRO.
           MOVE "CORREGIDO" TO ACCION-DIFERENCIA.
           PERFORM DENUNCIAR-DIFERENCIA.

       SELLAR-PAR.
           ACCEPT CNI-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT CNI-HORA-ACT FROM TIME.
           MOVE "ENROLL-COUNT-RECON" TO CNI-PROGRAMA-ACT.

       VERIFICAR-ESCRITURA-CONTEO.
           MOVE "ENRLCNT" TO FCHK-ARCHIVO.
           MOVE CNI-CLAVE TO FCHK-CLAVE.
           MOVE FS-CONTEO-INSCRIPTOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Una línea en ENRLDIF y otra en el registro de excepciones por
      * cada par cuyo conteo no coincidía con el maestro.
      ******************************************************************
       DENUNCIAR-DIFERENCIA.
           ADD 1 TO CANT-DIFERENCIAS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CLD-COD-MATERIA TO LINEA-SALIDA(1:4).
           MOVE CLD-SECCION TO LINEA-SALIDA(13:2).
           MOVE CANT-CONTEO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(19:6).
           MOVE CANT-DIF-MAESTRO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(28:6).
           MOVE ACCION-DIFERENCIA TO LINEA-SALIDA(36:12).
           PERFORM ESCRIBIR-LINEA.
           MOVE "ENROLL-COUNT-RECON" TO EXCLOG-PROGRAMA.
           MOVE "CONTEO-INSCRIPTOS" TO EXCLOG-CAMPO.
           MOVE SPACES TO EXCLOG-VALOR-MALO.
           STRING CLD-COD-MATERIA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CLD-SECCION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CANT-CONTEO DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               CANT-DIF-MAESTRO DELIMITED BY SIZE
               INTO EXCLOG-VALOR-MALO
           END-STRING.
           PERFORM REGISTRAR-EXCEPCION.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ESTUDIANTES LEÍDOS DEL MAESTRO" TO LINEA-SALIDA.
           MOVE CANT-LEIDOS TO CANTIDAD-LARGA-ED.
           MOVE CANTIDAD-LARGA-ED TO LINEA-SALIDA(36:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "MATERIAS INSCRIPTAS CONTADAS" TO LINEA-SALIDA.
           MOVE CANT-SOLTADAS TO CANTIDAD-LARGA-ED.
           MOVE CANTIDAD-LARGA-ED TO LINEA-SALIDA(36:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PARES MATERIA/SECCIÓN COTEJADOS" TO LINEA-SALIDA.
           MOVE CANT-PARES TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(39:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PARES AGREGADOS AL CONTEO" TO LINEA-SALIDA.
           MOVE CANT-AGREGADOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(39:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PARES BORRADOS DEL CONTEO" TO LINEA-SALIDA.
           MOVE CANT-BORRADOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(39:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "DIFERENCIAS CORREGIDAS" TO LINEA-SALIDA.
           MOVE CANT-DIFERENCIAS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(39:).
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
           COPY FILECHK-PROC.
