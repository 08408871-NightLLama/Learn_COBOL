      ******************************************************************
      * Resumen de incidentes de disciplina de fin de término: lee el
      * archivo INCIDENT (ver INCIDENT.CPY) y, para el término que
      * pide la tarjeta de SYSIN, cuenta los incidentes y los días de
      * suspensión por tipo, y por GRADO-NIVEL del estudiante (tomado
      * de STUDMAST) con el desglose por tipo dentro de cada grado -
      * el informe que pide el distrito.  Al pie: total de
      * incidentes, estudiantes distintos, estudiantes suspendidos,
      * días de suspensión y expulsiones.  Salida por INCRPT con el
      * encabezado RPTHDR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-SUMMARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENTES ASSIGN TO "INCIDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INC-CLAVE
               FILE STATUS IS FS-INCIDENTES.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT LISTADO ASSIGN TO "INCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENTES.
           COPY INCIDENT.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-INCIDENTES PIC XX.
           88  FS-INC-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  SW-MAESTRO-DISPONIBLE PIC A VALUE "N".
           88  MAESTRO-DISPONIBLE VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  TERMINO-PEDIDO PIC X(6).
      *
      * Tipos de incidente en el orden del informe; mismos códigos
      * que los 88 de INC-TIPO.
      *
       01  TABLA-TIPOS-VALORES.
           05  FILLER PIC X(26) VALUE "PEPELEA                   ".
           05  FILLER PIC X(26) VALUE "ACACOSO                   ".
           05  FILLER PIC X(26) VALUE "VAVANDALISMO              ".
           05  FILLER PIC X(26) VALUE "ININSUBORDINACIÓN        ".
           05  FILLER PIC X(26) VALUE "SUSUSTANCIAS              ".
           05  FILLER PIC X(26) VALUE "ARARMAS                   ".
           05  FILLER PIC X(26) VALUE "ROROBO                    ".
           05  FILLER PIC X(26) VALUE "DADESHONESTIDAD ACADÉMICA".
           05  FILLER PIC X(26) VALUE "OTOTRO                    ".
       01  TABLA-TIPOS REDEFINES TABLA-TIPOS-VALORES.
           05  TIPO-FILA OCCURS 9 TIMES.
               10  TIPO-CODIGO         PIC XX.
               10  TIPO-DESCRIPCION    PIC X(24).
       01  CANT-TIPOS PIC 99 VALUE 9.
       01  TOTALES-TIPO.
           05  TOT-TIPO OCCURS 9 TIMES.
               10  TOT-TIPO-INCIDENTES PIC 9(5).
               10  TOT-TIPO-DIAS       PIC 9(5).
      *
      * Un casillero por GRADO-NIVEL 00 a 99 (subíndice grado + 1).
      *
       01  TOTALES-GRADO.
           05  TOT-GRADO OCCURS 100 TIMES.
               10  TOT-GRADO-INCIDENTES PIC 9(5).
               10  TOT-GRADO-DIAS       PIC 9(5).
               10  TOT-GRADO-TIPO OCCURS 9 TIMES PIC 9(5).
       01  IDX-TIPO PIC 99.
       01  IDX-GRADO PIC 999.
       01  GRADO-ED PIC 99.
       01  ID-ANTERIOR PIC 9(6) VALUE 0.
       01  ID-SUSPENDIDO-ANTERIOR PIC 9(6) VALUE 0.
       01  CANT-INCIDENTES PIC 9(5) VALUE 0.
       01  CANT-ESTUDIANTES PIC 9(5) VALUE 0.
       01  CANT-SUSPENDIDOS PIC 9(5) VALUE 0.
       01  CANT-EXPULSIONES PIC 9(5) VALUE 0.
       01  TOTAL-DIAS PIC 9(6) VALUE 0.
       01  CANT-ED PIC ZZ,ZZ9.
       01  DIAS-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "RESUMEN DE INCIDENTES DE DISCIPLINA" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO TERMINO-PEDIDO.
           PERFORM PEDIR-TERMINO UNTIL TERMINO-PEDIDO NOT = SPACES.
           OPEN INPUT INCIDENTES.
           IF NOT FS-INC-OK
               DISPLAY "NO HAY ARCHIVO DE INCIDENTES INCIDENT"
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF FS-OK
               MOVE "S" TO SW-MAESTRO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN STUDENT-MASTER - TODO CUENTA"
                       " EN GRADO 00"
           END-IF.
           INITIALIZE TOTALES-TIPO.
           INITIALIZE TOTALES-GRADO.
           PERFORM LEER-INCIDENTE.
           PERFORM ACUMULAR-INCIDENTE UNTIL FIN-ARCHIVO.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TÉRMINO: " DELIMITED BY SIZE
               TERMINO-PEDIDO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-POR-TIPO.
           PERFORM IMPRIMIR-POR-GRADO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE INCIDENTES.
           CLOSE LISTADO.
           IF MAESTRO-DISPONIBLE
               CLOSE STUDENT-MASTER
           END-IF.
           DISPLAY "INCIDENTES DEL TÉRMINO: ", CANT-INCIDENTES,
                   "  ESTUDIANTES: ", CANT-ESTUDIANTES.
           STOP RUN.

       PEDIR-TERMINO.
           DISPLAY "TÉRMINO A RESUMIR (EJ. 2026S1): ".
           ACCEPT TERMINO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(TERMINO-PEDIDO) TO TERMINO-PEDIDO.

       LEER-INCIDENTE.
           READ INCIDENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * El archivo viene en orden de estudiante: un ID distinto del
      * anterior es un estudiante más.
      ******************************************************************
       ACUMULAR-INCIDENTE.
           IF INC-TERMINO = TERMINO-PEDIDO
               ADD 1 TO CANT-INCIDENTES
               IF INC-ID-ESTUDIANTE NOT = ID-ANTERIOR
                   ADD 1 TO CANT-ESTUDIANTES
                   MOVE INC-ID-ESTUDIANTE TO ID-ANTERIOR
               END-IF
               IF INC-SUSPENSION
                   ADD INC-DIAS-SUSPENSION TO TOTAL-DIAS
                   IF INC-ID-ESTUDIANTE NOT = ID-SUSPENDIDO-ANTERIOR
                       ADD 1 TO CANT-SUSPENDIDOS
                       MOVE INC-ID-ESTUDIANTE
                           TO ID-SUSPENDIDO-ANTERIOR
                   END-IF
               END-IF
               IF INC-EXPULSION
                   ADD 1 TO CANT-EXPULSIONES
               END-IF
               PERFORM BUSCAR-GRADO
               PERFORM BUSCAR-TIPO
               ADD 1 TO TOT-GRADO-INCIDENTES(IDX-GRADO)
               ADD INC-DIAS-SUSPENSION TO TOT-GRADO-DIAS(IDX-GRADO)
               ADD 1 TO TOT-TIPO-INCIDENTES(IDX-TIPO)
               ADD INC-DIAS-SUSPENSION TO TOT-TIPO-DIAS(IDX-TIPO)
               ADD 1 TO TOT-GRADO-TIPO(IDX-GRADO, IDX-TIPO)
           END-IF.
           PERFORM LEER-INCIDENTE.

       BUSCAR-GRADO.
           MOVE 1 TO IDX-GRADO.
           IF MAESTRO-DISPONIBLE
               MOVE INC-ID-ESTUDIANTE TO ID-ESTUDIANTE
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE IDX-GRADO = GRADO-NIVEL + 1
               END-READ
           END-IF.

      ******************************************************************
      * Un código fuera de la tabla cae en OT (la última fila).
      ******************************************************************
       BUSCAR-TIPO.
           MOVE 1 TO IDX-TIPO.
           PERFORM AVANZAR-TIPO
                   UNTIL IDX-TIPO = CANT-TIPOS
                      OR TIPO-CODIGO(IDX-TIPO) = INC-TIPO.

       AVANZAR-TIPO.
           ADD 1 TO IDX-TIPO.

       IMPRIMIR-POR-TIPO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "POR TIPO DE INCIDENTE                 INCIDENTES"
               TO LINEA-SALIDA.
           MOVE "DÍAS SUSP." TO LINEA-SALIDA(53:11).
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-UN-TIPO
                   VARYING IDX-TIPO FROM 1 BY 1
                   UNTIL IDX-TIPO > CANT-TIPOS.

       IMPRIMIR-UN-TIPO.
           MOVE TOT-TIPO-INCIDENTES(IDX-TIPO) TO CANT-ED.
           MOVE TOT-TIPO-DIAS(IDX-TIPO) TO DIAS-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  " DELIMITED BY SIZE
               TIPO-CODIGO(IDX-TIPO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIPO-DESCRIPCION(IDX-TIPO) DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-POR-GRADO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "POR GRADO (GRADO-NIVEL) Y TIPO" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-UN-GRADO
                   VARYING IDX-GRADO FROM 1 BY 1
                   UNTIL IDX-GRADO > 100.

       IMPRIMIR-UN-GRADO.
           IF TOT-GRADO-INCIDENTES(IDX-GRADO) > 0
               COMPUTE GRADO-ED = IDX-GRADO - 1
               MOVE TOT-GRADO-INCIDENTES(IDX-GRADO) TO CANT-ED
               MOVE TOT-GRADO-DIAS(IDX-GRADO) TO DIAS-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "  GRADO " DELIMITED BY SIZE
                   GRADO-ED DELIMITED BY SIZE
                   "   INCIDENTES " DELIMITED BY SIZE
                   CANT-ED DELIMITED BY SIZE
                   "   DÍAS DE SUSPENSIÓN " DELIMITED BY SIZE
                   DIAS-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               PERFORM IMPRIMIR-GRADO-TIPO
                   VARYING IDX-TIPO FROM 1 BY 1
                   UNTIL IDX-TIPO > CANT-TIPOS
           END-IF.

       IMPRIMIR-GRADO-TIPO.
           IF TOT-GRADO-TIPO(IDX-GRADO, IDX-TIPO) > 0
               MOVE TOT-GRADO-TIPO(IDX-GRADO, IDX-TIPO) TO CANT-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "      " DELIMITED BY SIZE
                   TIPO-CODIGO(IDX-TIPO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TIPO-DESCRIPCION(IDX-TIPO) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   CANT-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-INCIDENTES TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL DE INCIDENTES:       " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-ESTUDIANTES TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTES CON INCIDENTES:" DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-SUSPENDIDOS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTES SUSPENDIDOS:   " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE TOTAL-DIAS TO DIAS-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "DÍAS DE SUSPENSIÓN:        " DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-EXPULSIONES TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "EXPULSIONES PROPUESTAS:    " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
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
