      * TERMHIST, con clave ID-ESTUDIANTE + TERMINO-ACTUAL, y deja el
      * registro maestro limpio (tabla vacía, promedio en cero, término
      * en blanco) listo para la carga del término nuevo por COBOL53.
      * Si se da el término nuevo, la tabla del estudiante activo se
      * carga de una vez con las secciones que SECTION-SCHEDULER le
      * asignó en CRSREQ para ese término (ver SOLICIT.CPY).
      * Un estudiante sin término cargado (registro anterior a la
      * dimensión de términos, o ya cerrado) se saltea.
      *
      *             arrastren el promedio simple al histórico.  Sin
      *             catálogo se graba el PROMEDIO del maestro tal
      *             como está.
      * 2026-10-15  Al cerrar, el estudiante con beca del término
      *             (BECAOTOR, ver BECAOTOR.CPY) cuyo promedio
      *             acumulado - con el término recién grabado - queda
      *             por debajo del promedio de renovación de la beca
      *             (BECAPROG) sale en la lista de pérdida de beca
      *             BECAPERD, para que el comité la revise antes de
      *             la carta.  TERM-HIST pasa a acceso dinámico para
      *             el recorrido de CALCULAR-PROMEDIO-ACUM.  Sin
      *             BECAPROG o BECAOTOR el cierre sigue sin lista.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  REG-DIARIO-MAESTRO crece a X(296) con COD-POSTAL-EST
      *             y MARCA-DIRECCION-EST del registro maestro.
      * 2026-10-15  Se pide el término nuevo (ENTER = no cargar): la
      *             tabla de materias del estudiante activo se carga con
      *             las secciones que SECTION-SCHEDULER le asignó en
      *             CRSREQ para ese término, que quedan CARGADAS, y el
      *             registro pasa al término nuevo. El estudiante
      *             activo sin término ni materias también recibe sus
      *             secciones; el que ya tiene el término nuevo no se
      *             vuelve a cerrar.
      * 2026-10-15  Cada registro que el cierre limpia o carga con las
      *             secciones del término nuevo mueve el conteo de
      *             inscriptos ENRLCNT (ver CNTCHK-PROC.CPY): libera las
      *             materias del término cerrado y toma las asignadas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-ROLL.

           SELECT TERM-HIST ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-CLAVE
               FILE STATUS IS FS-TERM-HIST.

               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT BECAS ASSIGN TO "BECAPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEC-CODIGO
               FILE STATUS IS FS-BECAS.

           SELECT BECAS-OTORGADAS ASSIGN TO "BECAOTOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOT-CLAVE
               FILE STATUS IS FS-BECAS-OTORGADAS.

           SELECT LISTA-PERDIDA ASSIGN TO "BECAPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA-PERDIDA.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT SOLICITUDES ASSIGN TO "CRSREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOL-CLAVE
               FILE STATUS IS FS-SOLICITUDES.

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
       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  BECAS.
           COPY BECA.

       FD  BECAS-OTORGADAS.
           COPY BECAOTOR.

       FD  LISTA-PERDIDA.
       01  LINEA-PERDIDA PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  SOLICITUDES.
           COPY SOLICIT.

       FD  CONTEO-INSCRIPTOS.
           COPY INSCCNT.

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  TOTAL-PONDERADO PIC 9(6).
       01  TOTAL-CREDITOS PIC 9(3).
       01  CREDITOS-MATERIA PIC 99.
       01  FS-BECAS PIC XX.
           88  FS-BEC-OK           VALUE "00".
       01  FS-BECAS-OTORGADAS PIC XX.
           88  FS-BOT-OK           VALUE "00".
       01  FS-LISTA-PERDIDA PIC XX.
       01  SW-BECAS-DISPONIBLE PIC A VALUE "N".
           88  BECAS-DISPONIBLE VALUE "S".
       01  SW-FIN-BECAS PIC A VALUE "N".
           88  FIN-BECAS VALUE "S".
       01  SW-FIN-OTORGADAS PIC A.
           88  FIN-OTORGADAS VALUE "S".
       01  SW-PROMEDIO-CALCULADO PIC A.
           88  PROMEDIO-CALCULADO VALUE "S".
       01  SW-BECA-HALLADA PIC A.
           88  BECA-HALLADA VALUE "S".
      *
      * Promedio de renovación de cada beca de BECAPROG, para
      * comparar sin releer el maestro por cada otorgamiento.
      *
       01  TABLA-BECAS.
           05  CANT-BECAS PIC 99 VALUE 0.
           05  BECA-FILA OCCURS 30 TIMES.
               10  TBE-CODIGO          PIC X(4).
               10  TBE-PROMEDIO-RENOV  PIC 999V99.
       01  IDX-BECA PIC 99.
       01  FECHA-HOY PIC 9(8).
       01  CANT-BECAS-REVISADAS PIC 9(5) VALUE 0.
       01  CANT-BECAS-PERDIDAS PIC 9(5) VALUE 0.
       01  PROMEDIO-ED PIC ZZ9.99.
       01  RENOVACION-ED PIC ZZ9.99.
       01  LINEA-SALIDA PIC X(80).
       01  FS-SOLICITUDES PIC XX.
           88  FS-SOL-OK           VALUE "00".
       01  TERMINO-NUEVO PIC X(6).
       01  SW-PRECARGA PIC A VALUE "N".
           88  PRECARGA-ACTIVA VALUE "S".
       01  SW-FIN-SOLICITUDES PIC A.
           88  FIN-SOLICITUDES VALUE "S".
       01  CANT-PRECARGADOS PIC 9(6) VALUE 0.
           COPY PROMACUM.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY CNTCHK.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
               MOVE "S" TO SW-PAC-CATALOGO
           ELSE
               DISPLAY "ADVERTENCIA: SIN CATALOGO DE MATERIAS - EL"
                       " PROMEDIO SE CIERRA SIN PONDERAR"
           END-IF.
           PERFORM ABRIR-BECAS THRU ABRIR-BECAS-FIN.
           PERFORM ABRIR-SOLICITUDES.
           MOVE "TERM-ROLL" TO CNTCHK-PROGRAMA.
           PERFORM ABRIR-CONTEO-INSCRIPTOS
                   THRU ABRIR-CONTEO-INSCRIPTOS-FIN.
           PERFORM LEER-ESTUDIANTE.
           PERFORM CERRAR-UN-ESTUDIANTE UNTIL FIN-ARCHIVO.
           CLOSE STUDENT-MASTER.
           CLOSE TERM-HIST.
           PERFORM CERRAR-CONTEO-INSCRIPTOS.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           IF BECAS-DISPONIBLE
               PERFORM IMPRIMIR-TOTALES-PERDIDA
               CLOSE BECAS-OTORGADAS
               CLOSE LISTA-PERDIDA
           END-IF.
           IF PRECARGA-ACTIVA
               CLOSE SOLICITUDES
               DISPLAY "ESTUDIANTES CARGADOS CON SECCIONES DE "
                       TERMINO-NUEVO ": " CANT-PRECARGADOS
           END-IF.
           MOVE CANT-CERRADOS TO CANT-CERRADOS-ED.
           DISPLAY "TÉRMINOS CERRADOS: ", CANT-CERRADOS-ED.
           IF BECAS-DISPONIBLE
               DISPLAY "BECAS REVISADAS: ", CANT-BECAS-REVISADAS,
                       "  BAJO EL PROMEDIO DE RENOVACIÓN: ",
                       CANT-BECAS-PERDIDAS
           END-IF.
           STOP RUN.

       ABRIR-TERM-HIST.
               OPEN I-O TERM-HIST
           END-IF.

      ******************************************************************
      * La lista de pérdida de beca sólo se arma si están los dos
      * archivos de becas; sin ellos el cierre corre como siempre.
      ******************************************************************
       ABRIR-BECAS.
           OPEN INPUT BECAS.
           IF NOT FS-BEC-OK
               DISPLAY "ADVERTENCIA: SIN PROGRAMAS DE BECA BECAPROG"
                       " - NO SE ARMA LA LISTA DE PÉRDIDA DE BECA"
               GO TO ABRIR-BECAS-FIN
           END-IF.
           PERFORM CARGAR-UNA-BECA UNTIL FIN-BECAS.
           CLOSE BECAS.
           OPEN INPUT BECAS-OTORGADAS.
           IF NOT FS-BOT-OK
               DISPLAY "ADVERTENCIA: SIN BECAS OTORGADAS BECAOTOR"
                       " - NO SE ARMA LA LISTA DE PÉRDIDA DE BECA"
               GO TO ABRIR-BECAS-FIN
           END-IF.
           MOVE "S" TO SW-BECAS-DISPONIBLE.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTA-PERDIDA.
           MOVE "BECAS BAJO EL PROMEDIO DE RENOVACIÓN"
               TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
       ABRIR-BECAS-FIN.
           EXIT.

      ******************************************************************
      * Término nuevo para la carga de las secciones asignadas; ENTER
      * cierra sin cargar nada, como siempre.
      ******************************************************************
       ABRIR-SOLICITUDES.
           DISPLAY "TÉRMINO NUEVO PARA CARGAR LAS SECCIONES ASIGNADAS"
                   " (ENTER = NO CARGAR): ".
           ACCEPT TERMINO-NUEVO.
           MOVE FUNCTION UPPER-CASE(TERMINO-NUEVO) TO TERMINO-NUEVO.
           IF TERMINO-NUEVO NOT = SPACES
               OPEN I-O SOLICITUDES
               IF FS-SOL-OK
                   MOVE "S" TO SW-PRECARGA
               ELSE
                   DISPLAY "ADVERTENCIA: SIN SOLICITUDES CRSREQ - NO"
                           " SE CARGAN SECCIONES"
               END-IF
           END-IF.

       CARGAR-UNA-BECA.
           READ BECAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-BECAS
               NOT AT END
                   IF CANT-BECAS < 30
                       ADD 1 TO CANT-BECAS
                       MOVE BEC-CODIGO TO TBE-CODIGO(CANT-BECAS)
                       MOVE BEC-PROMEDIO-RENOVACION
                           TO TBE-PROMEDIO-RENOV(CANT-BECAS)
                   ELSE
                       DISPLAY "BECAPROG EXCEDE 30 BECAS - "
                               BEC-CODIGO " NO SE REVISA"
                   END-IF
           END-READ.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Con carga del término nuevo, el registro que ya lo tiene (una
      * corrida repetida) no se vuelve a cerrar, y el estudiante
      * activo sin término y sin materias recibe igual sus secciones.
      ******************************************************************
       CERRAR-UN-ESTUDIANTE.
           PERFORM TOMAR-MATERIAS-ANTES.
           IF TERMINO-ACTUAL NOT = SPACES
              AND (NOT PRECARGA-ACTIVA
                   OR TERMINO-ACTUAL NOT = TERMINO-NUEVO)
               PERFORM GRABAR-HISTORIA-TERMINO
               IF BECAS-DISPONIBLE
                   PERFORM REVISAR-BECAS-ESTUDIANTE
               END-IF
               PERFORM LIMPIAR-REGISTRO-MAESTRO
           ELSE
               IF PRECARGA-ACTIVA AND TERMINO-ACTUAL = SPACES
                  AND NUM-MATERIAS = 0 AND EST-ACTIVO
                   PERFORM CARGAR-SECCIONES-ASIGNADAS
                   IF TERMINO-ACTUAL NOT = SPACES
                       PERFORM GRABAR-REGISTRO-MAESTRO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-ESTUDIANTE.

                   END-IF
           END-READ.

      ******************************************************************
      * Becas del término que se cierra: el promedio acumulado se
      * calcula una sola vez, con el término recién grabado en
      * TERMHIST, y cada beca se compara contra su propio promedio de
      * renovación.  Una beca que ya no está en BECAPROG se lista
      * igual, sin promedio de renovación, para que el comité la vea.
      ******************************************************************
       REVISAR-BECAS-ESTUDIANTE.
           MOVE "N" TO SW-PROMEDIO-CALCULADO.
           MOVE "N" TO SW-FIN-OTORGADAS.
           MOVE ID-ESTUDIANTE TO BOT-ID-ESTUDIANTE.
           MOVE TERMINO-ACTUAL TO BOT-TERMINO.
           MOVE LOW-VALUES TO BOT-CODIGO-BECA.
           START BECAS-OTORGADAS KEY IS NOT LESS THAN BOT-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-OTORGADAS
           END-START.
           PERFORM LEER-BECA-OTORGADA UNTIL FIN-OTORGADAS.

       LEER-BECA-OTORGADA.
           READ BECAS-OTORGADAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-OTORGADAS
               NOT AT END
                   IF BOT-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                      OR BOT-TERMINO NOT = TERMINO-ACTUAL
                       MOVE "S" TO SW-FIN-OTORGADAS
                   ELSE
                       PERFORM REVISAR-UNA-BECA
                   END-IF
           END-READ.

       REVISAR-UNA-BECA.
           IF NOT PROMEDIO-CALCULADO
               MOVE ID-ESTUDIANTE TO PAC-ID-ESTUDIANTE
               PERFORM CALCULAR-PROMEDIO-ACUM
               MOVE "S" TO SW-PROMEDIO-CALCULADO
           END-IF.
           ADD 1 TO CANT-BECAS-REVISADAS.
           MOVE "N" TO SW-BECA-HALLADA.
           PERFORM BUSCAR-BECA
                   VARYING IDX-BECA FROM 1 BY 1
                   UNTIL IDX-BECA > CANT-BECAS OR BECA-HALLADA.
           IF BECA-HALLADA
               SUBTRACT 1 FROM IDX-BECA
               IF PAC-PROMEDIO < TBE-PROMEDIO-RENOV(IDX-BECA)
                   MOVE TBE-PROMEDIO-RENOV(IDX-BECA) TO RENOVACION-ED
                   PERFORM IMPRIMIR-BECA-PERDIDA
               END-IF
           ELSE
               MOVE 0 TO RENOVACION-ED
               PERFORM IMPRIMIR-BECA-PERDIDA
           END-IF.

       BUSCAR-BECA.
           IF TBE-CODIGO(IDX-BECA) = BOT-CODIGO-BECA
               MOVE "S" TO SW-BECA-HALLADA
           END-IF.

       IMPRIMIR-BECA-PERDIDA.
           ADD 1 TO CANT-BECAS-PERDIDAS.
           MOVE PAC-PROMEDIO TO PROMEDIO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BOT-CODIGO-BECA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TERMINO-ACTUAL DELIMITED BY SIZE
               " T" DELIMITED BY SIZE
               BOT-NRO-TERMINO DELIMITED BY SIZE
               "  ACUM " DELIMITED BY SIZE
               PROMEDIO-ED DELIMITED BY SIZE
               "  RENOV " DELIMITED BY SIZE
               RENOVACION-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES-PERDIDA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "BECAS DEL TÉRMINO REVISADAS: " DELIMITED BY SIZE
               CANT-BECAS-REVISADAS DELIMITED BY SIZE
               "  BAJO RENOVACIÓN: " DELIMITED BY SIZE
               CANT-BECAS-PERDIDAS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-PERDIDA FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-PERDIDA FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-PERDIDA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       LIMPIAR-REGISTRO-MAESTRO.
           MOVE 0 TO NUM-MATERIAS.
           PERFORM LIMPIAR-UNA-MATERIA
                   UNTIL IDX-ROLL > 6.
           MOVE 0 TO PROMEDIO.
           MOVE SPACES TO TERMINO-ACTUAL.
           IF PRECARGA-ACTIVA AND EST-ACTIVO
               PERFORM CARGAR-SECCIONES-ASIGNADAS
           END-IF.
           PERFORM GRABAR-REGISTRO-MAESTRO.

       GRABAR-REGISTRO-MAESTRO.
           REWRITE INFO-ESTUDIANTE.
           MOVE "STUDMAST" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "TERM-ROLL" TO DIARIO-PROGRAMA.
           MOVE "M" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM TOMAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.

       LIMPIAR-UNA-MATERIA.
           MOVE SPACES TO COD-MATERIA(IDX-ROLL).
           MOVE SPACE TO ESTADO-MATERIA(IDX-ROLL).
           MOVE 0 TO SECCION-MATERIA(IDX-ROLL).

      ******************************************************************
      * Las filas ASIGNADAS del estudiante en el término nuevo pasan a
      * la tabla (nota en cero, estado normal) y quedan CARGADAS.  Con
      * alguna materia cargada el registro pasa al término nuevo.
      ******************************************************************
       CARGAR-SECCIONES-ASIGNADAS.
           MOVE "N" TO SW-FIN-SOLICITUDES.
           MOVE TERMINO-NUEVO TO SOL-TERMINO.
           MOVE ID-ESTUDIANTE TO SOL-ID-ESTUDIANTE.
           MOVE 0 TO SOL-ORDEN.
           START SOLICITUDES KEY IS NOT LESS THAN SOL-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-SOLICITUDES
           END-START.
           PERFORM CARGAR-UNA-SOLICITUD UNTIL FIN-SOLICITUDES.
           IF NUM-MATERIAS > 0
               MOVE TERMINO-NUEVO TO TERMINO-ACTUAL
               ADD 1 TO CANT-PRECARGADOS
           END-IF.

       CARGAR-UNA-SOLICITUD.
           READ SOLICITUDES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-SOLICITUDES
               NOT AT END
                   IF SOL-TERMINO NOT = TERMINO-NUEVO
                      OR SOL-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                       MOVE "S" TO SW-FIN-SOLICITUDES
                   ELSE
                       IF SOL-ASIGNADA AND NUM-MATERIAS < 6
                           PERFORM CARGAR-SECCION-ASIGNADA
                       END-IF
                   END-IF
           END-READ.

       CARGAR-SECCION-ASIGNADA.
           ADD 1 TO NUM-MATERIAS.
           MOVE SOL-MATERIA-ASIG TO COD-MATERIA(NUM-MATERIAS).
           MOVE 0 TO NOTA-MATERIA(NUM-MATERIAS).
           MOVE SPACE TO ESTADO-MATERIA(NUM-MATERIAS).
           MOVE SOL-SECCION-ASIG TO SECCION-MATERIA(NUM-MATERIAS).
           MOVE "C" TO SOL-ESTADO.
           REWRITE REG-SOLICITUD.
           MOVE "CRSREQ" TO FCHK-ARCHIVO.
           MOVE SOL-CLAVE TO FCHK-CLAVE.
           MOVE FS-SOLICITUDES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

           COPY PROMACUM-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
           COPY CNTCHK-PROC.
