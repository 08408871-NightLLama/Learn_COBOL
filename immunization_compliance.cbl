      ******************************************************************
      * Cumplimiento de vacunas antes de la fecha de exclusión: cruza
      * cada estudiante activo del STUDENT-MASTER con la tabla de
      * vacunas exigidas para su GRADO-NIVEL (VACREQ, ver VACREQ.CPY)
      * y con su ficha de salud (HEALTHMS, ver SALUD.CPY), y toma a
      * los que tienen menos dosis aplicadas que las exigidas para
      * alguna vacuna.  Una exención médica o religiosa cargada en la
      * ficha cubre la vacuna exenta (o todas, si la exención no
      * nombra una); un estudiante sin ficha figura con todas las
      * vacunas de su grado en falta.  Los estudiantes en falta pasan
      * por un SORT por campus, grado y nombre: por INMRPT sale la
      * lista de exclusión con corte y subtotal por campus y por
      * grado, y por INMCARTA una carta al apoderado (NOM-APODERADO,
      * DIRECCION-1/DIRECCION-2) con las dosis pendientes y la fecha
      * de exclusión, mismo formato que las cartas de
      * DEFICIENCY-NOTICES.  Los que no tienen dirección cargada se
      * marcan en la lista y no reciben carta.
      * Tarjetas de SYSIN: fecha de exclusión (AAAAMMDD) y campus
      * (ENTER o * = todos).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMUNIZATION-COMPLIANCE.

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

           SELECT FICHAS-SALUD ASSIGN TO "HEALTHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-ID-ESTUDIANTE
               FILE STATUS IS FS-SALUD.

           SELECT VACUNAS-REQUERIDAS ASSIGN TO "VACREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRQ-CLAVE
               FILE STATUS IS FS-VACUNAS.

           SELECT SORT-WORK ASSIGN TO "SRTWKINM".

           SELECT LISTADO ASSIGN TO "INMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT CARTAS ASSIGN TO "INMCARTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  FICHAS-SALUD.
           COPY SALUD.

       FD  VACUNAS-REQUERIDAS.
           COPY VACREQ.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CAMPUS            PIC XX.
           05  SORT-GRADO             PIC 99.
           05  SORT-NOM-ESTUDIANTE    PIC X(20).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-NOM-APODERADO     PIC X(20).
           05  SORT-DIRECCION-1       PIC X(30).
           05  SORT-DIRECCION-2       PIC X(30).
           05  SORT-SIN-FICHA         PIC A.
           05  SORT-CANT-FALTAS       PIC 99.
           05  SORT-FALTA OCCURS 10 TIMES.
               10  SORT-COD-VACUNA    PIC X(4).
               10  SORT-NOM-VACUNA    PIC X(30).
               10  SORT-DOSIS-TIENE   PIC 9.
               10  SORT-DOSIS-EXIGE   PIC 9.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  CARTAS.
       01  LINEA-CARTA PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-SALUD PIC XX.
           88  FS-SAL-OK VALUE "00".
       01  SW-FICHAS-DISPONIBLE PIC A VALUE "N".
           88  FICHAS-DISPONIBLE VALUE "S".
       01  FS-VACUNAS PIC XX.
           88  FS-VRQ-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  FS-CARTAS PIC XX.
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-VACUNAS PIC A VALUE "N".
           88  FIN-VACUNAS VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-TIENE-FICHA PIC A.
           88  TIENE-FICHA VALUE "S".
       01  SW-EXENTO PIC A.
           88  VACUNA-EXENTA VALUE "S".
       01  SW-USO-EXENCION PIC A.
           88  USO-EXENCION VALUE "S".
       01  SW-PRIMER-GRUPO PIC A VALUE "S".
           88  PRIMER-GRUPO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-EXCLUSION PIC 9(8).
       01  FECHA-EXCLUSION-RED REDEFINES FECHA-EXCLUSION.
           05  FEX-ANIO               PIC 9(4).
           05  FEX-MES                PIC 99.
           05  FEX-DIA                PIC 99.
       01  FECHA-EXCLUSION-ED PIC X(10).
       01  CAMPUS-PEDIDO PIC XX.
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
      ******************************************************************
      * Tabla de vacunas exigidas: las filas activas de VACREQ, en el
      * orden de la clave (grado, vacuna).
      ******************************************************************
       01  TABLA-REQUISITOS.
           05  CANT-REQUISITOS        PIC 9(3) VALUE 0.
           05  TR-FILA OCCURS 300 TIMES.
               10  TR-GRADO           PIC 99.
               10  TR-COD-VACUNA      PIC X(4).
               10  TR-NOM-VACUNA      PIC X(30).
               10  TR-DOSIS           PIC 9.
       01  IDX-REQ PIC 9(3).
       01  IDX-DOSIS PIC 99.
       01  IDX-FALTA PIC 99.
       01  CANT-DOSIS-TIENE PIC 9.
       01  CAMPUS-ANTERIOR PIC XX.
       01  GRADO-ANTERIOR PIC 99.
       01  CANT-EN-GRADO PIC 9(5).
       01  CANT-EN-CAMPUS PIC 9(5).
       01  CANT-REVISADOS PIC 9(5) VALUE 0.
       01  CANT-EN-FALTA PIC 9(5) VALUE 0.
       01  CANT-CON-EXENCION PIC 9(5) VALUE 0.
       01  CANT-SIN-FICHA PIC 9(5) VALUE 0.
       01  CANT-SIN-REQUISITOS PIC 9(5) VALUE 0.
       01  CANT-CARTAS PIC 9(5) VALUE 0.
       01  CANT-SIN-DIRECCION PIC 9(5) VALUE 0.
       01  CANT-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CUMPLIMIENTO DE VACUNAS - LISTA DE EXCLUSIÓN".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "LISTA DE EXCLUSIÓN POR VACUNAS" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           DISPLAY "FECHA DE EXCLUSIÓN (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY "FECHA DE EXCLUSIÓN INVÁLIDA - CORRIDA"
                       " CANCELADA"
               STOP RUN
           END-IF.
           MOVE FECHA-ENTRADA TO FECHA-EXCLUSION.
           MOVE SPACES TO FECHA-EXCLUSION-ED.
           STRING FEX-DIA DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FEX-MES DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FEX-ANIO DELIMITED BY SIZE
               INTO FECHA-EXCLUSION-ED
           END-STRING.
           DISPLAY "CAMPUS A REVISAR (ENTER O * = TODOS): ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO NOT = SPACES
              AND CAMPUS-PEDIDO NOT = "*"
               MOVE "S" TO SW-FILTRA-CAMPUS
               DISPLAY "REVISIÓN LIMITADA AL CAMPUS ", CAMPUS-PEDIDO
           END-IF.
           PERFORM CARGAR-REQUISITOS.
           IF CANT-REQUISITOS = 0
               DISPLAY "LA TABLA VACREQ NO TIENE VACUNAS EXIGIDAS"
                       " ACTIVAS - CORRIDA CANCELADA"
               STOP RUN
           END-IF.
           OPEN INPUT FICHAS-SALUD.
           IF FS-SAL-OK
               MOVE "S" TO SW-FICHAS-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN ARCHIVO DE FICHAS HEALTHMS"
                       " - NINGÚN ESTUDIANTE TIENE DOSIS CARGADAS"
           END-IF.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT CARTAS.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CAMPUS SORT-GRADO
                                SORT-NOM-ESTUDIANTE
               INPUT PROCEDURE IS SOLTAR-ESTUDIANTES-EN-FALTA
               OUTPUT PROCEDURE IS ESCRIBIR-LISTA-Y-CARTAS.
           CLOSE LISTADO.
           CLOSE CARTAS.
           IF FICHAS-DISPONIBLE
               CLOSE FICHAS-SALUD
           END-IF.
           DISPLAY "ESTUDIANTES REVISADOS:      ", CANT-REVISADOS.
           DISPLAY "CON VACUNAS EN FALTA:       ", CANT-EN-FALTA.
           DISPLAY "CON EXENCIÓN APLICADA:      ", CANT-CON-EXENCION.
           DISPLAY "SIN FICHA DE SALUD:         ", CANT-SIN-FICHA.
           DISPLAY "CARTAS ESCRITAS:            ", CANT-CARTAS.
           IF CANT-SIN-DIRECCION > 0
               DISPLAY "SIN DIRECCIÓN (SIN CARTA):  ",
                       CANT-SIN-DIRECCION
           END-IF.
           IF CANT-SIN-REQUISITOS > 0
               DISPLAY "GRADO SIN VACUNAS EXIGIDAS: ",
                       CANT-SIN-REQUISITOS
           END-IF.
           STOP RUN.

       CARGAR-REQUISITOS.
           OPEN INPUT VACUNAS-REQUERIDAS.
           IF NOT FS-VRQ-OK
               DISPLAY "NO HAY TABLA DE VACUNAS VACREQ"
               STOP RUN
           END-IF.
           PERFORM LEER-VACUNA-REQUERIDA.
           PERFORM GUARDAR-REQUISITO UNTIL FIN-VACUNAS.
           CLOSE VACUNAS-REQUERIDAS.

       LEER-VACUNA-REQUERIDA.
           READ VACUNAS-REQUERIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-VACUNAS
           END-READ.

       GUARDAR-REQUISITO.
           IF VRQ-ACTIVA
               IF CANT-REQUISITOS < 300
                   ADD 1 TO CANT-REQUISITOS
                   MOVE VRQ-GRADO-NIVEL TO TR-GRADO(CANT-REQUISITOS)
                   MOVE VRQ-COD-VACUNA
                       TO TR-COD-VACUNA(CANT-REQUISITOS)
                   MOVE VRQ-NOM-VACUNA
                       TO TR-NOM-VACUNA(CANT-REQUISITOS)
                   MOVE VRQ-DOSIS-REQUERIDAS
                       TO TR-DOSIS(CANT-REQUISITOS)
               ELSE
                   DISPLAY "TABLA DE VACUNAS LLENA - SE IGNORA ",
                           VRQ-CLAVE
               END-IF
           END-IF.
           PERFORM LEER-VACUNA-REQUERIDA.

      ******************************************************************
      * Selección: un registro de SORT por estudiante activo con
      * alguna vacuna de su grado por debajo de las dosis exigidas.
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
              AND (NOT FILTRA-CAMPUS OR CAMPUS-EST = CAMPUS-PEDIDO)
               ADD 1 TO CANT-REVISADOS
               PERFORM LEER-FICHA-ESTUDIANTE
               MOVE "N" TO SW-USO-EXENCION
               MOVE 0 TO SORT-CANT-FALTAS
               MOVE 0 TO IDX-FALTA
               PERFORM EVALUAR-REQUISITO
                       VARYING IDX-REQ FROM 1 BY 1
                       UNTIL IDX-REQ > CANT-REQUISITOS
               IF IDX-FALTA = 0
                   ADD 1 TO CANT-SIN-REQUISITOS
               END-IF
               IF USO-EXENCION
                   ADD 1 TO CANT-CON-EXENCION
               END-IF
               IF NOT TIENE-FICHA
                   ADD 1 TO CANT-SIN-FICHA
               END-IF
               IF SORT-CANT-FALTAS > 0
                   PERFORM SOLTAR-ESTUDIANTE
               END-IF
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       LEER-FICHA-ESTUDIANTE.
           MOVE "N" TO SW-TIENE-FICHA.
           IF FICHAS-DISPONIBLE
               MOVE ID-ESTUDIANTE TO SAL-ID-ESTUDIANTE
               READ FICHAS-SALUD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-TIENE-FICHA
               END-READ
           END-IF.

      ******************************************************************
      * IDX-FALTA cuenta las vacunas exigidas al grado (para avisar
      * de un grado sin filas en VACREQ); SORT-CANT-FALTAS, las que
      * quedaron en falta.
      ******************************************************************
       EVALUAR-REQUISITO.
           IF TR-GRADO(IDX-REQ) = GRADO-NIVEL
               ADD 1 TO IDX-FALTA
               MOVE 0 TO CANT-DOSIS-TIENE
               MOVE "N" TO SW-EXENTO
               IF TIENE-FICHA
                   PERFORM CONTAR-DOSIS-APLICADA
                           VARYING IDX-DOSIS FROM 1 BY 1
                           UNTIL IDX-DOSIS > SAL-CANT-DOSIS
                   IF NOT SAL-SIN-EXENCION
                       IF SAL-VACUNA-EXENTA = SPACES
                          OR SAL-VACUNA-EXENTA = TR-COD-VACUNA(IDX-REQ)
                           MOVE "S" TO SW-EXENTO
                       END-IF
                   END-IF
               END-IF
               IF CANT-DOSIS-TIENE < TR-DOSIS(IDX-REQ)
                   IF VACUNA-EXENTA
                       MOVE "S" TO SW-USO-EXENCION
                   ELSE
                       PERFORM ANOTAR-FALTA
                   END-IF
               END-IF
           END-IF.

       CONTAR-DOSIS-APLICADA.
           IF SAL-COD-VACUNA(IDX-DOSIS) = TR-COD-VACUNA(IDX-REQ)
              AND CANT-DOSIS-TIENE < 9
               ADD 1 TO CANT-DOSIS-TIENE
           END-IF.

       ANOTAR-FALTA.
           IF SORT-CANT-FALTAS < 10
               ADD 1 TO SORT-CANT-FALTAS
               MOVE TR-COD-VACUNA(IDX-REQ)
                   TO SORT-COD-VACUNA(SORT-CANT-FALTAS)
               MOVE TR-NOM-VACUNA(IDX-REQ)
                   TO SORT-NOM-VACUNA(SORT-CANT-FALTAS)
               MOVE CANT-DOSIS-TIENE
                   TO SORT-DOSIS-TIENE(SORT-CANT-FALTAS)
               MOVE TR-DOSIS(IDX-REQ)
                   TO SORT-DOSIS-EXIGE(SORT-CANT-FALTAS)
           END-IF.

       SOLTAR-ESTUDIANTE.
           ADD 1 TO CANT-EN-FALTA.
           MOVE CAMPUS-EST TO SORT-CAMPUS.
           MOVE GRADO-NIVEL TO SORT-GRADO.
           MOVE NOM-ESTUDIANTE TO SORT-NOM-ESTUDIANTE.
           MOVE ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE.
           MOVE NOM-APODERADO TO SORT-NOM-APODERADO.
           MOVE DIRECCION-1 TO SORT-DIRECCION-1.
           MOVE DIRECCION-2 TO SORT-DIRECCION-2.
           IF TIENE-FICHA
               MOVE "N" TO SORT-SIN-FICHA
           ELSE
               MOVE "S" TO SORT-SIN-FICHA
           END-IF.
           RELEASE SORT-REC.

      ******************************************************************
      * Impresión: corte por campus y por grado en la lista; una carta
      * por estudiante con dirección.
      ******************************************************************
       ESCRIBIR-LISTA-Y-CARTAS.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "FECHA DE EXCLUSIÓN: " DELIMITED BY SIZE
               FECHA-EXCLUSION-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO SW-FIN-SORT.
           MOVE "S" TO SW-PRIMER-GRUPO.
           PERFORM DEVOLVER-ESTUDIANTE UNTIL FIN-SORT.
           IF NOT PRIMER-GRUPO
               PERFORM CERRAR-GRADO
               PERFORM CERRAR-CAMPUS
           END-IF.
           PERFORM ESCRIBIR-TOTALES.

       DEVOLVER-ESTUDIANTE.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   PERFORM CONTROLAR-CORTES
                   PERFORM ESCRIBIR-ESTUDIANTE
                   IF SORT-DIRECCION-1 NOT = SPACES
                       PERFORM ESCRIBIR-CARTA
                   ELSE
                       ADD 1 TO CANT-SIN-DIRECCION
                   END-IF
           END-RETURN.

       CONTROLAR-CORTES.
           IF PRIMER-GRUPO
               MOVE "N" TO SW-PRIMER-GRUPO
               PERFORM ABRIR-CAMPUS
               PERFORM ABRIR-GRADO
           ELSE
               IF SORT-CAMPUS NOT = CAMPUS-ANTERIOR
                   PERFORM CERRAR-GRADO
                   PERFORM CERRAR-CAMPUS
                   PERFORM ABRIR-CAMPUS
                   PERFORM ABRIR-GRADO
               ELSE
                   IF SORT-GRADO NOT = GRADO-ANTERIOR
                       PERFORM CERRAR-GRADO
                       PERFORM ABRIR-GRADO
                   END-IF
               END-IF
           END-IF.

       ABRIR-CAMPUS.
           MOVE SORT-CAMPUS TO CAMPUS-ANTERIOR.
           MOVE 0 TO CANT-EN-CAMPUS.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CAMPUS " DELIMITED BY SIZE
               SORT-CAMPUS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ABRIR-GRADO.
           MOVE SORT-GRADO TO GRADO-ANTERIOR.
           MOVE 0 TO CANT-EN-GRADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  GRADO " DELIMITED BY SIZE
               SORT-GRADO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       CERRAR-GRADO.
           MOVE CANT-EN-GRADO TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  EN FALTA EN EL GRADO " DELIMITED BY SIZE
               GRADO-ANTERIOR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       CERRAR-CAMPUS.
           MOVE CANT-EN-CAMPUS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "EN FALTA EN EL CAMPUS " DELIMITED BY SIZE
               CAMPUS-ANTERIOR DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ESTUDIANTE.
           ADD 1 TO CANT-EN-GRADO.
           ADD 1 TO CANT-EN-CAMPUS.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "    " DELIMITED BY SIZE
               SORT-ID-ESTUDIANTE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SORT-NOM-ESTUDIANTE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           IF SORT-SIN-FICHA = "S"
               MOVE "SIN FICHA DE SALUD" TO LINEA-SALIDA(36:18)
           END-IF.
           IF SORT-DIRECCION-1 = SPACES
               MOVE "SIN DIRECCIÓN-SIN CARTA" TO LINEA-SALIDA(56:24)
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           PERFORM ESCRIBIR-UNA-FALTA
                   VARYING IDX-FALTA FROM 1 BY 1
                   UNTIL IDX-FALTA > SORT-CANT-FALTAS.

       ESCRIBIR-UNA-FALTA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "          " DELIMITED BY SIZE
               SORT-COD-VACUNA(IDX-FALTA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORT-NOM-VACUNA(IDX-FALTA) DELIMITED BY SIZE
               " TIENE " DELIMITED BY SIZE
               SORT-DOSIS-TIENE(IDX-FALTA) DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               SORT-DOSIS-EXIGE(IDX-FALTA) DELIMITED BY SIZE
               " DOSIS" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-REVISADOS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTES ACTIVOS REVISADOS:  " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-EN-FALTA TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CON VACUNAS EN FALTA:           " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-CON-EXENCION TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CUBIERTOS POR EXENCIÓN:         " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-SIN-FICHA TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SIN FICHA DE SALUD:             " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Carta al apoderado: mismo marco de 60 columnas que las cartas
      * de DEFICIENCY-NOTICES.
      ******************************************************************
       ESCRIBIR-CARTA.
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
           MOVE "REF.: VACUNAS PENDIENTES - EXCLUSIÓN ESCOLAR"
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "ESTUDIANTE: " DELIMITED BY SIZE
               SORT-NOM-ESTUDIANTE DELIMITED BY SIZE
               " GRADO " DELIMITED BY SIZE
               SORT-GRADO DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "SEGÚN LA FICHA DE SALUD DE LA ENFERMERÍA, FALTAN LAS"
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "DOSIS SIGUIENTES, EXIGIDAS PARA SU GRADO:"
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           PERFORM ESCRIBIR-FALTA-CARTA
                   VARYING IDX-FALTA FROM 1 BY 1
                   UNTIL IDX-FALTA > SORT-CANT-FALTAS.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "SI NO SE PRESENTA EL CERTIFICADO DE VACUNACIÓN O DE"
               TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "EXENCIÓN, A PARTIR DEL " DELIMITED BY SIZE
               FECHA-EXCLUSION-ED DELIMITED BY SIZE
               " EL ESTUDIANTE NO" DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.
           MOVE "PODRÁ ASISTIR A CLASES." TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE "ENFERMERÍA - LA DIRECCIÓN" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE ALL "-" TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.

       ESCRIBIR-FALTA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING "  " DELIMITED BY SIZE
               SORT-NOM-VACUNA(IDX-FALTA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SORT-DOSIS-TIENE(IDX-FALTA) DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               SORT-DOSIS-EXIGE(IDX-FALTA) DELIMITED BY SIZE
               INTO LINEA-CARTA
           END-STRING.
           WRITE LINEA-CARTA.

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
