      ******************************************************************
      * Avisos de bajo rendimiento de mitad de término: recorre el
      * STUDENT-MASTER y toma a cada estudiante activo con alguna
      * materia en estado normal por debajo de la nota de aprobación
      * (tarjeta de SYSIN, blanco = 60, el mismo corte que
      * PROMOTION-RUN) o con el PROMEDIO en REPROBADO.  Por DEFCARTA
      * sale una carta al apoderado (NOM-APODERADO, DIRECCION-1/
      * DIRECCION-2) con cada materia en falta, su nota y el docente
      * de la sección (SECCMAST/TCHMAST).  Igual que el modo por hogar
      * de STUDENT-LABELS, los hermanos con la misma HOGAR-EST van en
      * una sola carta - los estudiantes pasan por un SORT por hogar
      * antes de imprimir; los que no tienen hogar (cero) reciben una
      * carta cada uno.  Cada estudiante avisado queda asentado en
      * DEFLOG (ver DEFAVISO.CPY) con fecha y hora, como constancia de
      * que la familia fue avisada si una retención se apela después.
      * Los estudiantes sin dirección cargada no se pueden avisar por
      * correo: se informan y no se asientan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFICIENCY-NOTICES.

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

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT SORT-WORK ASSIGN TO "SRTWKDEF".

           SELECT CARTAS ASSIGN TO "DEFCARTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

           SELECT REGISTRO-AVISOS ASSIGN TO "DEFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  SECCIONES.
           COPY SECCION.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-HOGAR             PIC 9(4).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-NOM-ESTUDIANTE    PIC X(20).
           05  SORT-NOM-APODERADO     PIC X(20).
           05  SORT-DIRECCION-1       PIC X(30).
           05  SORT-DIRECCION-2       PIC X(30).
           05  SORT-PROMEDIO          PIC 999V99.
           05  SORT-TERMINO           PIC X(6).
           05  SORT-CANT-FALLAS       PIC 9.
           05  SORT-FALLA OCCURS 6 TIMES.
               10  SORT-COD-MATERIA   PIC X(4).
               10  SORT-NOM-MATERIA   PIC X(30).
               10  SORT-NOTA-MATERIA  PIC 999.
               10  SORT-NOM-DOCENTE   PIC X(30).

       FD  CARTAS.
       01  LINEA-CARTA PIC X(60).

       FD  REGISTRO-AVISOS.
           COPY DEFAVISO.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK VALUE "00".
       01  SW-SECCIONES-DISPONIBLE PIC A VALUE "N".
           88  SECCIONES-DISPONIBLE VALUE "S".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  FS-CARTAS PIC XX.
       01  FS-REGISTRO PIC XX.
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  ENTRADA-CORTE PIC X(3).
       01  NOTA-CORTE PIC 999 VALUE 60.
       01  FECHA-HOY PIC 9(8).
       01  HORA-AVISO PIC 9(8).
       01  HOGAR-ANTERIOR PIC 9(4).
       01  SW-CARTA-ABIERTA PIC A VALUE "N".
           88  CARTA-ABIERTA VALUE "S".
       01  IDX-FILA PIC 9.
       01  IDX-FALLA PIC 9.
       01  PROMEDIO-ED PIC ZZ9.99.
       01  NOTA-ED PIC ZZ9.
       01  CORTE-ED PIC ZZ9.
       01  CANT-CARTAS PIC 9(5) VALUE 0.
       01  CANT-AVISADOS PIC 9(5) VALUE 0.
       01  CANT-SIN-DIRECCION PIC 9(5) VALUE 0.
           COPY NUMCHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "AVISOS DE BAJO RENDIMIENTO DE MITAD DE TÉRMINO".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "NOTA DE APROBACIÓN (ENTER = 60): ".
           ACCEPT ENTRADA-CORTE.
           IF ENTRADA-CORTE NOT = SPACES
               MOVE ENTRADA-CORTE TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO NOTA-CORTE
               ELSE
                   DISPLAY "SE USA LA NOTA DE APROBACIÓN 60"
               END-IF
           END-IF.
           MOVE NOTA-CORTE TO CORTE-ED.
           OPEN INPUT SECCIONES.
           IF FS-SEC-OK
               MOVE "S" TO SW-SECCIONES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN ARCHIVO DE SECCIONES - LAS"
                       " CARTAS SALEN SIN DOCENTE"
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           END-IF.
           OPEN OUTPUT CARTAS.
           OPEN EXTEND REGISTRO-AVISOS.
           IF FS-REGISTRO = "05" OR FS-REGISTRO = "35"
               CLOSE REGISTRO-AVISOS
               OPEN OUTPUT REGISTRO-AVISOS
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-HOGAR SORT-ID-ESTUDIANTE
               INPUT PROCEDURE IS SOLTAR-ESTUDIANTES-EN-FALTA
               OUTPUT PROCEDURE IS ESCRIBIR-CARTAS.
           CLOSE CARTAS.
           CLOSE REGISTRO-AVISOS.
           IF SECCIONES-DISPONIBLE
               CLOSE SECCIONES
           END-IF.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           DISPLAY "CARTAS ESCRITAS:        ", CANT-CARTAS.
           DISPLAY "ESTUDIANTES AVISADOS:   ", CANT-AVISADOS.
           IF CANT-SIN-DIRECCION > 0
               DISPLAY "SIN DIRECCIÓN (NO AVISADOS): ",
                       CANT-SIN-DIRECCION
           END-IF.
           STOP RUN.

      ******************************************************************
      * Selección: un registro de SORT por estudiante en falta, con
      * las materias por debajo del corte ya resueltas a nombre de
      * materia y docente.
      ******************************************************************
       SOLTAR-ESTUDIANTES-EN-FALTA.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               MOVE "S" TO SW-FIN-MAESTRO
           ELSE
               PERFORM LEER-ESTUDIANTE
           END-IF.
           PERFORM EVALUAR-ESTUDIANTE UNTIL FIN-MAESTRO.
           IF FS-OK OR FS-STUDENT-MASTER = "10"
               CLOSE STUDENT-MASTER
           END-IF.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
           END-READ.

       EVALUAR-ESTUDIANTE.
           IF EST-ACTIVO
               MOVE 0 TO SORT-CANT-FALLAS
               PERFORM EVALUAR-UNA-FILA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS
               IF SORT-CANT-FALLAS > 0 OR REPROBADO
                   IF DIRECCION-1 = SPACES
                       ADD 1 TO CANT-SIN-DIRECCION
                       DISPLAY "SIN DIRECCIÓN - NO SE AVISA: ",
                               ID-ESTUDIANTE, " ", NOM-ESTUDIANTE
                   ELSE
                       PERFORM SOLTAR-ESTUDIANTE
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       EVALUAR-UNA-FILA.
           IF MATERIA-NORMAL(IDX-FILA)
              AND NOTA-MATERIA(IDX-FILA) < NOTA-CORTE
               ADD 1 TO SORT-CANT-FALLAS
               MOVE SORT-CANT-FALLAS TO IDX-FALLA
               MOVE COD-MATERIA(IDX-FILA)
                   TO SORT-COD-MATERIA(IDX-FALLA)
               MOVE NOTA-MATERIA(IDX-FILA)
                   TO SORT-NOTA-MATERIA(IDX-FALLA)
               PERFORM BUSCAR-NOMBRE-MATERIA
               PERFORM BUSCAR-DOCENTE-FILA
           END-IF.

       BUSCAR-NOMBRE-MATERIA.
           MOVE COD-MATERIA(IDX-FILA) TO SORT-NOM-MATERIA(IDX-FALLA).
           IF CATALOGO-DISPONIBLE
               MOVE COD-MATERIA(IDX-FILA) TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAT-NOM-MATERIA
                           TO SORT-NOM-MATERIA(IDX-FALLA)
               END-READ
           END-IF.

       BUSCAR-DOCENTE-FILA.
           MOVE "SIN SECCIÓN ASIGNADA" TO SORT-NOM-DOCENTE(IDX-FALLA).
           IF SECCIONES-DISPONIBLE AND SECCION-MATERIA(IDX-FILA) > 0
               MOVE COD-MATERIA(IDX-FILA) TO SEC-COD-MATERIA
               MOVE SECCION-MATERIA(IDX-FILA) TO SEC-NUMERO
               READ SECCIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-DOC-ID TO SORT-NOM-DOCENTE(IDX-FALLA)
                       PERFORM BUSCAR-NOMBRE-DOCENTE
               END-READ
           END-IF.

       BUSCAR-NOMBRE-DOCENTE.
           IF DOCENTES-DISPONIBLE
               MOVE SEC-DOC-ID TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DOC-NOMBRE TO SORT-NOM-DOCENTE(IDX-FALLA)
               END-READ
           END-IF.

       SOLTAR-ESTUDIANTE.
           MOVE HOGAR-EST TO SORT-HOGAR.
           MOVE ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE.
           MOVE NOM-ESTUDIANTE TO SORT-NOM-ESTUDIANTE.
           MOVE NOM-APODERADO TO SORT-NOM-APODERADO.
           MOVE DIRECCION-1 TO SORT-DIRECCION-1.
           MOVE DIRECCION-2 TO SORT-DIRECCION-2.
           MOVE PROMEDIO TO SORT-PROMEDIO.
           MOVE TERMINO-ACTUAL TO SORT-TERMINO.
           RELEASE SORT-REC.

      ******************************************************************
      * Impresión: corte por hogar.  Un hogar en cero no agrupa - cada
      * estudiante sin hogar abre su propia carta.
      ******************************************************************
       ESCRIBIR-CARTAS.
           MOVE "N" TO SW-FIN-SORT.
           MOVE 0 TO HOGAR-ANTERIOR.
           PERFORM DEVOLVER-ESTUDIANTE UNTIL FIN-SORT.
           IF CARTA-ABIERTA
               PERFORM CERRAR-CARTA
           END-IF.

       DEVOLVER-ESTUDIANTE.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF SORT-HOGAR = 0
                      OR SORT-HOGAR NOT = HOGAR-ANTERIOR
                      OR NOT CARTA-ABIERTA
                       IF CARTA-ABIERTA
                           PERFORM CERRAR-CARTA
                       END-IF
                       PERFORM ABRIR-CARTA
                   END-IF
                   PERFORM ESCRIBIR-BLOQUE-ESTUDIANTE
                   PERFORM ASENTAR-AVISO
           END-RETURN.

       ABRIR-CARTA.
           MOVE SORT-HOGAR TO HOGAR-ANTERIOR.
           MOVE "S" TO SW-CARTA-ABIERTA.
           ADD 1 TO CANT-CARTAS.
           MOVE ALL "-" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "FECHA: " DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           IF SORT-NOM-APODERADO NOT = SPACES
               STRING "SR/A. " DELIMITED BY SIZE
                   SORT-NOM-APODERADO DELIMITED BY SIZE
                   INTO LINEA-CARTA
               END-STRING
           ELSE
               STRING "A LA FAMILIA DE " DELIMITED BY SIZE
                   SORT-NOM-ESTUDIANTE DELIMITED BY SIZE
                   INTO LINEA-CARTA
               END-STRING
           END-IF.
           WRITE LINEA-CARTA.
           MOVE SORT-DIRECCION-1 TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           IF SORT-DIRECCION-2 NOT = SPACES
               MOVE SORT-DIRECCION-2 TO LINEA-CARTA
               WRITE LINEA-CARTA
           END-IF.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "REF.: AVISO DE BAJO RENDIMIENTO - TÉRMINO "
               DELIMITED BY SIZE
               SORT-TERMINO DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE "A MITAD DE TÉRMINO, LAS NOTAS SIGUIENTES ESTÁN POR"
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "DEBAJO DE LA NOTA DE APROBACIÓN (" DELIMITED BY SIZE
               CORTE-ED DELIMITED BY SIZE
               ").  LE PEDIMOS" DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE "COMUNICARSE CON EL DOCENTE O CON LA DIRECCIÓN."
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.

       ESCRIBIR-BLOQUE-ESTUDIANTE.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SORT-PROMEDIO TO PROMEDIO-ED.
           MOVE SPACES TO LINEA-CARTA.
           STRING "ESTUDIANTE: " DELIMITED BY SIZE
               SORT-NOM-ESTUDIANTE DELIMITED BY SIZE
               " PROMEDIO " DELIMITED BY SIZE
               PROMEDIO-ED DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           IF SORT-PROMEDIO < 60
               MOVE "  EL PROMEDIO GENERAL ESTÁ POR DEBAJO DE 60"
                   TO LINEA-CARTA
               WRITE LINEA-CARTA
           END-IF.
           PERFORM ESCRIBIR-UNA-FALLA
                   VARYING IDX-FALLA FROM 1 BY 1
                   UNTIL IDX-FALLA > SORT-CANT-FALLAS.

       ESCRIBIR-UNA-FALLA.
           MOVE SORT-NOTA-MATERIA(IDX-FALLA) TO NOTA-ED.
           MOVE SPACES TO LINEA-CARTA.
           STRING "  " DELIMITED BY SIZE
               SORT-NOM-MATERIA(IDX-FALLA) DELIMITED BY SIZE
               "  NOTA " DELIMITED BY SIZE
               NOTA-ED DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "      DOCENTE: " DELIMITED BY SIZE
               SORT-NOM-DOCENTE(IDX-FALLA) DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.

       CERRAR-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "LA DIRECCIÓN" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE ALL "-" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "N" TO SW-CARTA-ABIERTA.

       ASENTAR-AVISO.
           ACCEPT HORA-AVISO FROM TIME.
           MOVE FECHA-HOY TO AVD-FECHA.
           MOVE HORA-AVISO TO AVD-HORA.
           MOVE SORT-ID-ESTUDIANTE TO AVD-ID-ESTUDIANTE.
           MOVE SORT-HOGAR TO AVD-HOGAR.
           MOVE SORT-TERMINO TO AVD-TERMINO.
           MOVE SORT-PROMEDIO TO AVD-PROMEDIO.
           MOVE NOTA-CORTE TO AVD-NOTA-CORTE.
           MOVE SORT-CANT-FALLAS TO AVD-CANT-MATERIAS.
           PERFORM ASENTAR-UNA-MATERIA
                   VARYING IDX-FALLA FROM 1 BY 1
                   UNTIL IDX-FALLA > 6.
           MOVE SORT-NOM-APODERADO TO AVD-APODERADO.
           MOVE FIRMA-OPERADOR TO AVD-OPERADOR.
           WRITE REG-AVISO-DEFICIENCIA.
           ADD 1 TO CANT-AVISADOS.

       ASENTAR-UNA-MATERIA.
           IF IDX-FALLA > SORT-CANT-FALLAS
               MOVE SPACES TO AVD-COD-MATERIA(IDX-FALLA)
               MOVE 0 TO AVD-NOTA-MATERIA(IDX-FALLA)
           ELSE
               MOVE SORT-COD-MATERIA(IDX-FALLA)
                   TO AVD-COD-MATERIA(IDX-FALLA)
               MOVE SORT-NOTA-MATERIA(IDX-FALLA)
                   TO AVD-NOTA-MATERIA(IDX-FALLA)
           END-IF.

           COPY NUMCHK-PROC.
