      ******************************************************************
      * Cobertura diaria de suplencias: para el día pedido toma las
      * ausencias cargadas en TCHABSN (ver AUSENCIA.CPY) y busca en
      * SECCMAST cada sección activa cuyo docente está ausente en el
      * período de la sección (la ausencia parcial solo cubre su
      * rango de períodos).  Las secciones pasan por un SORT por
      * período y quedan en pantalla numeradas, con el suplente que
      * ya tengan asignado en SUBCOVER (ver COBERTUR.CPY), para que la
      * oficina asigne uno del padrón SUBPOOL a cada renglón.  Un
      * suplente inactivo no se asigna, y tampoco uno que ese día ya
      * está tomado en el mismo período en otra sección.  Al terminar
      * sale el listado COVERLST del día por período, con las
      * secciones cubiertas y las que quedan sin cubrir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTITUTE-COVERAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS ASSIGN TO "TCHABSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CLAVE
               FILE STATUS IS FS-AUSENCIAS.

           SELECT SECCIONES ASSIGN TO "SECCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEC-CLAVE
               FILE STATUS IS FS-SECCIONES.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT SUPLENTES ASSIGN TO "SUBPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS FS-SUPLENTES.

           SELECT COBERTURAS ASSIGN TO "SUBCOVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLAVE
               ALTERNATE RECORD KEY IS COB-SUP-ID WITH DUPLICATES
               FILE STATUS IS FS-COBERTURAS.

           SELECT SORT-WORK ASSIGN TO "SRTWKCOB".

           SELECT LISTADO ASSIGN TO "COVERLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS.
           COPY AUSENCIA.

       FD  SECCIONES.
           COPY SECCION.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  SUPLENTES.
           COPY SUPLENTE.

       FD  COBERTURAS.
           COPY COBERTUR.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-PERIODO           PIC 99.
           05  SORT-COD-MATERIA       PIC X(4).
           05  SORT-NUMERO            PIC 99.
           05  SORT-DOC-ID            PIC X(6).
           05  SORT-AULA              PIC X(6).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-AUSENCIAS PIC XX.
           88  FS-AUS-OK           VALUE "00".
       01  FS-SECCIONES PIC XX.
           88  FS-SEC-OK           VALUE "00".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK           VALUE "00".
       01  FS-SUPLENTES PIC XX.
           88  FS-SUP-OK           VALUE "00".
       01  FS-COBERTURAS PIC XX.
           88  FS-COB-OK           VALUE "00".
           88  FS-COB-NO-EXISTE    VALUE "35".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  SW-FIN-ASIGNACION PIC A VALUE "N".
           88  FIN-ASIGNACION VALUE "S".
       01  SW-AUSENTE PIC A.
           88  DOCENTE-AUSENTE VALUE "S".
       01  SW-SUPLENTE-TOMADO PIC A.
           88  SUPLENTE-TOMADO VALUE "S".
       01  SW-TABLA-LLENA PIC A VALUE "N".
           88  TABLA-LLENA VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-PEDIDA PIC 9(8).
       01  RENGLON-ENTRADA PIC X(3).
       01  RENGLON-PEDIDO PIC 9(3).
       01  SUPLENTE-PEDIDO PIC X(6).
       01  PERIODO-ANTERIOR PIC 99.
      ******************************************************************
      * Docentes ausentes del día (AUT-) con su rango de períodos, y
      * secciones a cubrir (ACU-) en el orden del SORT, con el
      * suplente asignado (en blanco = sin cubrir).
      ******************************************************************
       01  CANT-AUSENTES PIC 9(3) VALUE 0.
       01  TABLA-AUSENTES.
           05  AUT-ENTRADA OCCURS 200 TIMES.
               10  AUT-DOC-ID          PIC X(6).
               10  AUT-DESDE           PIC 99.
               10  AUT-HASTA           PIC 99.
       01  IDX-AUS PIC 9(3).
       01  CANT-A-CUBRIR PIC 9(3) VALUE 0.
       01  TABLA-A-CUBRIR.
           05  ACU-ENTRADA OCCURS 300 TIMES.
               10  ACU-PERIODO         PIC 99.
               10  ACU-COD-MATERIA     PIC X(4).
               10  ACU-NUMERO          PIC 99.
               10  ACU-DOC-ID          PIC X(6).
               10  ACU-AULA            PIC X(6).
               10  ACU-SUP-ID          PIC X(6).
       01  IDX-ACU PIC 9(3).
       01  CANT-CUBIERTAS PIC 9(3).
       01  CANT-ED PIC ZZ9.
       01  LINEA-SALIDA PIC X(100).
           COPY NUMCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA UNTIL FECHA-OK.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-AUSENTES.
           IF CANT-AUSENTES = 0
               DISPLAY "NO HAY AUSENCIAS CARGADAS PARA EL ",
                       FECHA-PEDIDA
           ELSE
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-PERIODO SORT-COD-MATERIA
                                    SORT-NUMERO
                   INPUT PROCEDURE IS SOLTAR-SECCIONES
                   OUTPUT PROCEDURE IS CARGAR-A-CUBRIR
               IF CANT-A-CUBRIR = 0
                   DISPLAY "LOS AUSENTES NO TIENEN SECCIONES EN LOS "
                           "PERÍODOS DE SU AUSENCIA"
               ELSE
                   PERFORM ASIGNAR-SUPLENTE THRU ASIGNAR-SUPLENTE-FIN
                           UNTIL FIN-ASIGNACION
               END-IF
           END-IF.
           PERFORM IMPRIMIR-COBERTURA.
           CLOSE AUSENCIAS SECCIONES DOCENTES SUPLENTES COBERTURAS.
           STOP RUN.

       PEDIR-FECHA.
           DISPLAY "DÍA A CUBRIR (AAAAMMDD, ENTER = HOY): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-HOY TO FECHA-PEDIDA
               MOVE "S" TO SW-FECHA-OK
           ELSE
               IF FECHA-ENTRADA IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
                   MOVE FECHA-ENTRADA TO FECHA-PEDIDA
                   MOVE "S" TO SW-FECHA-OK
               ELSE
                   DISPLAY "FECHA INVÁLIDA, REINGRESE"
               END-IF
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT AUSENCIAS.
           IF NOT FS-AUS-OK
               DISPLAY "NO HAY ARCHIVO DE AUSENCIAS TCHABSN"
               STOP RUN
           END-IF.
           OPEN INPUT SECCIONES.
           IF NOT FS-SEC-OK
               DISPLAY "NO HAY MAESTRO DE SECCIONES SECCMAST"
               CLOSE AUSENCIAS
               STOP RUN
           END-IF.
           OPEN INPUT DOCENTES.
           IF NOT FS-DOC-OK
               DISPLAY "NO HAY MAESTRO DE DOCENTES TCHMAST"
               CLOSE AUSENCIAS SECCIONES
               STOP RUN
           END-IF.
           OPEN INPUT SUPLENTES.
           IF NOT FS-SUP-OK
               DISPLAY "NO HAY PADRÓN DE SUPLENTES SUBPOOL"
               CLOSE AUSENCIAS SECCIONES DOCENTES
               STOP RUN
           END-IF.
           OPEN I-O COBERTURAS.
           IF FS-COB-NO-EXISTE
               OPEN OUTPUT COBERTURAS
               CLOSE COBERTURAS
               OPEN I-O COBERTURAS
           END-IF.

      ******************************************************************
      * Ausentes del día: la clave de TCHABSN empieza por la fecha,
      * así que se posiciona en el día y se lee hasta que cambia.
      ******************************************************************
       CARGAR-AUSENTES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE FECHA-PEDIDA TO AUS-FECHA.
           MOVE LOW-VALUES TO AUS-DOC-ID.
           START AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM CARGAR-UN-AUSENTE UNTIL FIN-ARCHIVO.

       CARGAR-UN-AUSENTE.
           READ AUSENCIAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF AUS-FECHA NOT = FECHA-PEDIDA
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       IF CANT-AUSENTES < 200
                           ADD 1 TO CANT-AUSENTES
                           MOVE AUS-DOC-ID TO AUT-DOC-ID(CANT-AUSENTES)
                           MOVE AUS-PERIODO-DESDE
                               TO AUT-DESDE(CANT-AUSENTES)
                           MOVE AUS-PERIODO-HASTA
                               TO AUT-HASTA(CANT-AUSENTES)
                       ELSE
                           DISPLAY "TABLA DE AUSENTES LLENA - SE "
                                   "IGNORA ", AUS-DOC-ID
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * Selección: secciones activas cuyo docente está ausente en el
      * período de la sección.
      ******************************************************************
       SOLTAR-SECCIONES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-SECCION.
           PERFORM SOLTAR-UNA-SECCION UNTIL FIN-ARCHIVO.

       LEER-SECCION.
           READ SECCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UNA-SECCION.
           IF SEC-ACTIVA
               MOVE "N" TO SW-AUSENTE
               PERFORM BUSCAR-AUSENTE
                       VARYING IDX-AUS FROM 1 BY 1
                       UNTIL IDX-AUS > CANT-AUSENTES
                          OR DOCENTE-AUSENTE
               IF DOCENTE-AUSENTE
                   MOVE SEC-PERIODO TO SORT-PERIODO
                   MOVE SEC-COD-MATERIA TO SORT-COD-MATERIA
                   MOVE SEC-NUMERO TO SORT-NUMERO
                   MOVE SEC-DOC-ID TO SORT-DOC-ID
                   MOVE SEC-AULA TO SORT-AULA
                   RELEASE SORT-REC
               END-IF
           END-IF.
           PERFORM LEER-SECCION.

       BUSCAR-AUSENTE.
           IF AUT-DOC-ID(IDX-AUS) = SEC-DOC-ID
              AND SEC-PERIODO NOT < AUT-DESDE(IDX-AUS)
              AND SEC-PERIODO NOT > AUT-HASTA(IDX-AUS)
               MOVE "S" TO SW-AUSENTE
           END-IF.

      ******************************************************************
      * Las secciones a cubrir quedan en la tabla en orden de período,
      * cada una con el suplente que ya tenga asignado ese día.
      ******************************************************************
       CARGAR-A-CUBRIR.
           PERFORM DEVOLVER-SECCION UNTIL FIN-SORT.

       DEVOLVER-SECCION.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF CANT-A-CUBRIR < 300
                       ADD 1 TO CANT-A-CUBRIR
                       MOVE SORT-PERIODO TO ACU-PERIODO(CANT-A-CUBRIR)
                       MOVE SORT-COD-MATERIA
                           TO ACU-COD-MATERIA(CANT-A-CUBRIR)
                       MOVE SORT-NUMERO TO ACU-NUMERO(CANT-A-CUBRIR)
                       MOVE SORT-DOC-ID TO ACU-DOC-ID(CANT-A-CUBRIR)
                       MOVE SORT-AULA TO ACU-AULA(CANT-A-CUBRIR)
                       MOVE CANT-A-CUBRIR TO IDX-ACU
                       PERFORM LEER-COBERTURA-ACTUAL
                   ELSE
                       IF NOT TABLA-LLENA
                           DISPLAY "TABLA DE SECCIONES A CUBRIR LLENA"
                                   " - SE IGNORA DESDE ",
                                   SORT-COD-MATERIA, "-", SORT-NUMERO
                           MOVE "S" TO SW-TABLA-LLENA
                       END-IF
                   END-IF
           END-RETURN.

       LEER-COBERTURA-ACTUAL.
           MOVE FECHA-PEDIDA TO COB-FECHA.
           MOVE ACU-COD-MATERIA(IDX-ACU) TO COB-COD-MATERIA.
           MOVE ACU-NUMERO(IDX-ACU) TO COB-NUMERO.
           READ COBERTURAS KEY IS COB-CLAVE
               INVALID KEY
                   MOVE SPACES TO ACU-SUP-ID(IDX-ACU)
               NOT INVALID KEY
                   MOVE COB-SUP-ID TO ACU-SUP-ID(IDX-ACU)
           END-READ.

      ******************************************************************
      * Asignación: se muestra la lista numerada y se pide el renglón
      * y el suplente.  ENTER en el renglón termina.  Asignar sobre un
      * renglón ya cubierto reemplaza al suplente anterior.
      ******************************************************************
       ASIGNAR-SUPLENTE.
           PERFORM MOSTRAR-UN-RENGLON
                   VARYING IDX-ACU FROM 1 BY 1
                   UNTIL IDX-ACU > CANT-A-CUBRIR.
           DISPLAY "RENGLÓN A CUBRIR (ENTER = TERMINAR): ".
           ACCEPT RENGLON-ENTRADA.
           IF RENGLON-ENTRADA = SPACES
               MOVE "S" TO SW-FIN-ASIGNACION
               GO TO ASIGNAR-SUPLENTE-FIN
           END-IF.
           MOVE RENGLON-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-INVALIDO
               DISPLAY "RENGLÓN INVÁLIDO"
               GO TO ASIGNAR-SUPLENTE-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO RENGLON-PEDIDO.
           IF RENGLON-PEDIDO < 1 OR RENGLON-PEDIDO > CANT-A-CUBRIR
               DISPLAY "RENGLÓN FUERA DE LA LISTA"
               GO TO ASIGNAR-SUPLENTE-FIN
           END-IF.
           DISPLAY "LEGAJO DEL SUPLENTE: ".
           ACCEPT SUPLENTE-PEDIDO.
           MOVE FUNCTION UPPER-CASE(SUPLENTE-PEDIDO) TO SUPLENTE-PEDIDO.
           MOVE SUPLENTE-PEDIDO TO SUP-ID.
           READ SUPLENTES
               INVALID KEY
                   DISPLAY "LEGAJO NO ESTÁ EN EL PADRÓN DE SUPLENTES"
                   GO TO ASIGNAR-SUPLENTE-FIN
           END-READ.
           IF NOT SUP-ACTIVO
               DISPLAY "SUPLENTE INACTIVO - NO SE ASIGNA"
               GO TO ASIGNAR-SUPLENTE-FIN
           END-IF.
           PERFORM VERIFICAR-SUPLENTE-LIBRE.
           IF SUPLENTE-TOMADO
               DISPLAY "*** ", SUP-NOMBRE, " YA ESTÁ TOMADO EN EL "
                       "PERÍODO ", ACU-PERIODO(RENGLON-PEDIDO),
                       " EN ", COB-COD-MATERIA, "-", COB-NUMERO,
                       " - NO SE ASIGNA"
               GO TO ASIGNAR-SUPLENTE-FIN
           END-IF.
           PERFORM GRABAR-COBERTURA.
           MOVE SUPLENTE-PEDIDO TO ACU-SUP-ID(RENGLON-PEDIDO).
           DISPLAY "ASIGNADO ", SUP-NOMBRE, " A ",
                   ACU-COD-MATERIA(RENGLON-PEDIDO), "-",
                   ACU-NUMERO(RENGLON-PEDIDO).
       ASIGNAR-SUPLENTE-FIN.
           EXIT.

       MOSTRAR-UN-RENGLON.
           IF ACU-SUP-ID(IDX-ACU) = SPACES
               DISPLAY IDX-ACU, "  PER ", ACU-PERIODO(IDX-ACU), "  ",
                       ACU-COD-MATERIA(IDX-ACU), "-",
                       ACU-NUMERO(IDX-ACU), "  AULA ",
                       ACU-AULA(IDX-ACU), "  AUSENTE ",
                       ACU-DOC-ID(IDX-ACU), "  *** SIN CUBRIR ***"
           ELSE
               DISPLAY IDX-ACU, "  PER ", ACU-PERIODO(IDX-ACU), "  ",
                       ACU-COD-MATERIA(IDX-ACU), "-",
                       ACU-NUMERO(IDX-ACU), "  AULA ",
                       ACU-AULA(IDX-ACU), "  AUSENTE ",
                       ACU-DOC-ID(IDX-ACU), "  SUPLENTE ",
                       ACU-SUP-ID(IDX-ACU)
           END-IF.

      ******************************************************************
      * Un suplente ya está tomado si tiene otra cobertura el mismo
      * día en el mismo período.  Se recorren sus coberturas por la
      * clave alterna COB-SUP-ID; la de la propia sección (cuando se
      * reasigna al mismo suplente) no cuenta.
      ******************************************************************
       VERIFICAR-SUPLENTE-LIBRE.
           MOVE "N" TO SW-SUPLENTE-TOMADO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE SUPLENTE-PEDIDO TO COB-SUP-ID.
           START COBERTURAS KEY IS NOT LESS THAN COB-SUP-ID
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM REVISAR-COBERTURA-SUPLENTE
                   UNTIL FIN-ARCHIVO OR SUPLENTE-TOMADO.

       REVISAR-COBERTURA-SUPLENTE.
           READ COBERTURAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF COB-SUP-ID NOT = SUPLENTE-PEDIDO
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       IF COB-FECHA = FECHA-PEDIDA
                          AND COB-PERIODO = ACU-PERIODO(RENGLON-PEDIDO)
                          AND (COB-COD-MATERIA NOT =
                                   ACU-COD-MATERIA(RENGLON-PEDIDO)
                            OR COB-NUMERO NOT =
                                   ACU-NUMERO(RENGLON-PEDIDO))
                           MOVE "S" TO SW-SUPLENTE-TOMADO
                       END-IF
                   END-IF
           END-READ.

       GRABAR-COBERTURA.
           MOVE FECHA-PEDIDA TO COB-FECHA.
           MOVE ACU-COD-MATERIA(RENGLON-PEDIDO) TO COB-COD-MATERIA.
           MOVE ACU-NUMERO(RENGLON-PEDIDO) TO COB-NUMERO.
           READ COBERTURAS KEY IS COB-CLAVE
               INVALID KEY
                   MOVE ACU-PERIODO(RENGLON-PEDIDO) TO COB-PERIODO
                   MOVE ACU-DOC-ID(RENGLON-PEDIDO) TO COB-DOC-ID
                   MOVE SUPLENTE-PEDIDO TO COB-SUP-ID
                   MOVE FIRMA-OPERADOR TO COB-OPERADOR
                   WRITE REG-COBERTURA
               NOT INVALID KEY
                   MOVE SUPLENTE-PEDIDO TO COB-SUP-ID
                   MOVE FIRMA-OPERADOR TO COB-OPERADOR
                   REWRITE REG-COBERTURA
           END-READ.
           MOVE "SUBCOVER" TO FCHK-ARCHIVO.
           MOVE COB-CLAVE TO FCHK-CLAVE.
           MOVE FS-COBERTURAS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Listado COVERLST del día, por período: cada sección con el
      * docente ausente y el suplente asignado o la marca de sin
      * cubrir; al pie, cuántas quedaron cubiertas.
      ******************************************************************
       IMPRIMIR-COBERTURA.
           MOVE SPACES TO RPTHDR-TITULO.
           STRING "COBERTURA DE SUPLENCIAS DEL " DELIMITED BY SIZE
               FECHA-PEDIDA DELIMITED BY SIZE
               INTO RPTHDR-TITULO
           END-STRING.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.
           MOVE 0 TO CANT-CUBIERTAS.
           MOVE 0 TO PERIODO-ANTERIOR.
           PERFORM IMPRIMIR-UNA-SECCION
                   VARYING IDX-ACU FROM 1 BY 1
                   UNTIL IDX-ACU > CANT-A-CUBRIR.
           MOVE SPACES TO LINEA-SALIDA.
           IF CANT-A-CUBRIR = 0
               MOVE "SIN SECCIONES A CUBRIR EN EL DÍA" TO LINEA-SALIDA
           ELSE
               MOVE CANT-A-CUBRIR TO CANT-ED
               MOVE "SECCIONES A CUBRIR:" TO LINEA-SALIDA(1:19)
               MOVE CANT-ED TO LINEA-SALIDA(21:3)
               MOVE "CUBIERTAS:" TO LINEA-SALIDA(27:10)
               MOVE CANT-CUBIERTAS TO CANT-ED
               MOVE CANT-ED TO LINEA-SALIDA(38:3)
               MOVE "SIN CUBRIR:" TO LINEA-SALIDA(44:11)
               COMPUTE CANT-ED = CANT-A-CUBRIR - CANT-CUBIERTAS
               MOVE CANT-ED TO LINEA-SALIDA(56:3)
           END-IF.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           CLOSE LISTADO.
           DISPLAY "SECCIONES A CUBRIR: ", CANT-A-CUBRIR,
                   "  CUBIERTAS: ", CANT-CUBIERTAS.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PER" TO LINEA-SALIDA(1:3).
           MOVE "SECCIÓN" TO LINEA-SALIDA(5:8).
           MOVE "AULA" TO LINEA-SALIDA(14:4).
           MOVE "DOCENTE AUSENTE" TO LINEA-SALIDA(21:15).
           MOVE "SUPLENTE" TO LINEA-SALIDA(51:8).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-UNA-SECCION.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE ACU-PERIODO(IDX-ACU) TO LINEA-SALIDA(2:2).
           MOVE ACU-COD-MATERIA(IDX-ACU) TO LINEA-SALIDA(5:4).
           MOVE "-" TO LINEA-SALIDA(9:1).
           MOVE ACU-NUMERO(IDX-ACU) TO LINEA-SALIDA(10:2).
           MOVE ACU-AULA(IDX-ACU) TO LINEA-SALIDA(14:6).
           MOVE ACU-DOC-ID(IDX-ACU) TO LINEA-SALIDA(21:6).
           MOVE ACU-DOC-ID(IDX-ACU) TO DOC-ID.
           READ DOCENTES
               INVALID KEY
                   MOVE "(NO ESTÁ EN TCHMAST)" TO LINEA-SALIDA(28:21)
               NOT INVALID KEY
                   MOVE DOC-NOMBRE TO LINEA-SALIDA(28:21)
           END-READ.
           IF ACU-SUP-ID(IDX-ACU) = SPACES
               MOVE "*** SIN CUBRIR ***" TO LINEA-SALIDA(51:18)
           ELSE
               ADD 1 TO CANT-CUBIERTAS
               MOVE ACU-SUP-ID(IDX-ACU) TO LINEA-SALIDA(51:6)
               MOVE ACU-SUP-ID(IDX-ACU) TO SUP-ID
               READ SUPLENTES
                   INVALID KEY
                       MOVE "(NO ESTÁ EN SUBPOOL)"
                           TO LINEA-SALIDA(58:21)
                   NOT INVALID KEY
                       MOVE SUP-NOMBRE TO LINEA-SALIDA(58:21)
               END-READ
           END-IF.
           IF ACU-PERIODO(IDX-ACU) NOT = PERIODO-ANTERIOR
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
               MOVE ACU-PERIODO(IDX-ACU) TO PERIODO-ANTERIOR
           ELSE
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
               PERFORM IMPRIMIR-TITULOS
           END-IF.

           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
           COPY RPTHDR-PROC.
