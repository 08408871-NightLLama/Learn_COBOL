      ******************************************************************
      * Reporte de datos incompletos del STUDENT-MASTER: INTEGRITY-
      * VERIFY comprueba que el registro esté sano, pero un registro
      * legible puede seguir inservible para el distrito.  Por cada
      * estudiante activo se revisa:
      *
      *   NACIM    FECHA-NACIMIENTO en cero
      *   GRADO    GRADO-NIVEL 00
      *   CAMPUS   CAMPUS-EST en blanco
      *   SEXO     SEXO-EST fuera de SEXO-VALIDO (M/F/X)
      *   APOD     NOM-APODERADO en blanco
      *   HOGAR    HOGAR-EST en cero
      *   SECCION  SECCION-MATERIA 00 en una materia inscrita (fila
      *            con código y no retirada)
      *
      * El listado COMPLRPT lleva una línea por estudiante con los
      * campos que le faltan, y al pie los totales por campo y por
      * campus.  La lista de trabajo COMPLETA (ver COMPLETA.CPY) se
      * rehace en cada corrida para que CONTACT-MAINT y DEMOG-MAINT
      * la recorran en su modo lista, estudiante tras estudiante.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-COMPLETENESS.

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

           SELECT LISTA-TRABAJO ASSIGN TO "COMPLETA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA-TRABAJO.

           SELECT LISTADO ASSIGN TO "COMPLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  LISTA-TRABAJO.
           COPY COMPLETA.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-LISTA-TRABAJO PIC XX.
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  IDX-MAT PIC 9.
       01  CANT-ACTIVOS PIC 9(5) VALUE 0.
       01  CANT-INCOMPLETOS PIC 9(5) VALUE 0.
      *
      * Un contador por campo revisado, en el orden de COMPL-MARCAS.
      *
       01  TABLA-CAMPOS.
           05  FILLER PIC X(14) VALUE "NACIM  00000".
           05  FILLER PIC X(14) VALUE "GRADO  00000".
           05  FILLER PIC X(14) VALUE "CAMPUS 00000".
           05  FILLER PIC X(14) VALUE "SEXO   00000".
           05  FILLER PIC X(14) VALUE "APOD   00000".
           05  FILLER PIC X(14) VALUE "HOGAR  00000".
           05  FILLER PIC X(14) VALUE "SECCION00000".
       01  TABLA-CAMPOS-R REDEFINES TABLA-CAMPOS.
           05  CAMPO-FILA OCCURS 7 TIMES.
               10  CAMPO-ETIQUETA     PIC X(7).
               10  CAMPO-CANTIDAD     PIC 9(5).
               10  FILLER             PIC XX.
       01  IDX-CAMPO PIC 9.
      *
      * Activos y activos incompletos por campus; el campus en blanco
      * cuenta en su propia fila.
      *
       01  TABLA-CAMPUS.
           05  CANT-CAMPUS PIC 99 VALUE 0.
           05  CAMPUS-FILA OCCURS 30 TIMES.
               10  TCA-CAMPUS         PIC XX.
               10  TCA-ACTIVOS        PIC 9(5).
               10  TCA-INCOMPLETOS    PIC 9(5).
       01  IDX-CAMPUS PIC 99.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
       01  PUNTERO-LINEA PIC 99.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "REPORTE DE DATOS INCOMPLETOS DEL MAESTRO".
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTA-TRABAJO.
           OPEN OUTPUT LISTADO.
           MOVE "DATOS INCOMPLETOS DEL MAESTRO" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "ID     NOMBRE               CA FALTA" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-ESTUDIANTE.
           PERFORM REVISAR-ESTUDIANTE THRU REVISAR-ESTUDIANTE-FIN
                   UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE STUDENT-MASTER.
           CLOSE LISTA-TRABAJO.
           CLOSE LISTADO.
           DISPLAY "ACTIVOS: ", CANT-ACTIVOS,
                   "  INCOMPLETOS: ", CANT-INCOMPLETOS.
           DISPLAY "LISTA DE TRABAJO EN COMPLETA - CORREGIR CON"
                   " CONTACT-MAINT / DEMOG-MAINT EN MODO LISTA".
           STOP RUN.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-ESTUDIANTE.
           IF NOT EST-ACTIVO
               GO TO REVISAR-ESTUDIANTE-SIGUE
           END-IF.
           ADD 1 TO CANT-ACTIVOS.
           PERFORM UBICAR-CAMPUS.
           IF IDX-CAMPUS > 0
               ADD 1 TO TCA-ACTIVOS(IDX-CAMPUS)
           END-IF.
           MOVE ID-ESTUDIANTE TO COMPL-ID-ESTUDIANTE.
           MOVE NOM-ESTUDIANTE TO COMPL-NOM-ESTUDIANTE.
           MOVE CAMPUS-EST TO COMPL-CAMPUS.
           MOVE "NNNNNNN" TO COMPL-MARCAS.
           MOVE "NN" TO COMPL-SEGMENTOS.
           IF FECHA-NACIMIENTO = 0
               MOVE "S" TO COMPL-NACIMIENTO
               MOVE "S" TO COMPL-DEMOG
           END-IF.
           IF GRADO-NIVEL = 0
               MOVE "S" TO COMPL-GRADO
           END-IF.
           IF CAMPUS-EST = SPACES
               MOVE "S" TO COMPL-CAMPUS-EST
           END-IF.
           IF NOT SEXO-VALIDO
               MOVE "S" TO COMPL-SEXO
               MOVE "S" TO COMPL-DEMOG
           END-IF.
           IF NOM-APODERADO = SPACES
               MOVE "S" TO COMPL-APODERADO
               MOVE "S" TO COMPL-CONTACTO
           END-IF.
           IF HOGAR-EST = 0
               MOVE "S" TO COMPL-HOGAR
           END-IF.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-SECCION-CERO
                   VARYING IDX-MAT FROM 1 BY 1
                   UNTIL IDX-MAT > NUM-MATERIAS OR HALLADO.
           IF HALLADO
               MOVE "S" TO COMPL-SECCION
           END-IF.
           IF COMPL-MARCAS = "NNNNNNN"
               GO TO REVISAR-ESTUDIANTE-SIGUE
           END-IF.
           ADD 1 TO CANT-INCOMPLETOS.
           IF IDX-CAMPUS > 0
               ADD 1 TO TCA-INCOMPLETOS(IDX-CAMPUS)
           END-IF.
           WRITE REG-COMPLETA.
           MOVE "COMPLETA" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-LISTA-TRABAJO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           PERFORM IMPRIMIR-ESTUDIANTE.
       REVISAR-ESTUDIANTE-SIGUE.
           PERFORM LEER-ESTUDIANTE.
       REVISAR-ESTUDIANTE-FIN.
           EXIT.

       BUSCAR-SECCION-CERO.
           IF COD-MATERIA(IDX-MAT) NOT = SPACES
              AND NOT MATERIA-RETIRADA(IDX-MAT)
              AND SECCION-MATERIA(IDX-MAT) = 0
               MOVE "S" TO SW-HALLADO
           END-IF.

       UBICAR-CAMPUS.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-CAMPUS
                   VARYING IDX-CAMPUS FROM 1 BY 1
                   UNTIL IDX-CAMPUS > CANT-CAMPUS OR HALLADO.
           IF HALLADO
               SUBTRACT 1 FROM IDX-CAMPUS
           ELSE
               IF CANT-CAMPUS < 30
                   ADD 1 TO CANT-CAMPUS
                   MOVE CANT-CAMPUS TO IDX-CAMPUS
                   MOVE CAMPUS-EST TO TCA-CAMPUS(IDX-CAMPUS)
                   MOVE 0 TO TCA-ACTIVOS(IDX-CAMPUS)
                   MOVE 0 TO TCA-INCOMPLETOS(IDX-CAMPUS)
               ELSE
                   MOVE 0 TO IDX-CAMPUS
               END-IF
           END-IF.

       BUSCAR-CAMPUS.
           IF TCA-CAMPUS(IDX-CAMPUS) = CAMPUS-EST
               MOVE "S" TO SW-HALLADO
           END-IF.

      ******************************************************************
      * Una línea por estudiante con la etiqueta de cada campo que le
      * falta; los contadores por campo se suman al armarla.
      ******************************************************************
       IMPRIMIR-ESTUDIANTE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAMPUS-EST DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE 34 TO PUNTERO-LINEA.
           PERFORM ARMAR-CAMPO-FALTANTE
                   VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > 7.
           PERFORM ESCRIBIR-LINEA.

       ARMAR-CAMPO-FALTANTE.
           IF COMPL-MARCAS(IDX-CAMPO:1) = "S"
               ADD 1 TO CAMPO-CANTIDAD(IDX-CAMPO)
               STRING FUNCTION TRIM(CAMPO-ETIQUETA(IDX-CAMPO))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO LINEA-SALIDA
                   WITH POINTER PUNTERO-LINEA
               END-STRING
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ESTUDIANTES CON EL CAMPO FALTANTE O INVÁLIDO:"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-TOTAL-CAMPO
                   VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > 7.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "CAMPUS     ACTIVOS  INCOMPLETOS" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-TOTAL-CAMPUS
                   VARYING IDX-CAMPUS FROM 1 BY 1
                   UNTIL IDX-CAMPUS > CANT-CAMPUS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL" TO LINEA-SALIDA.
           MOVE CANT-ACTIVOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(11:).
           MOVE CANT-INCOMPLETOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(25:).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTAL-CAMPO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CAMPO-ETIQUETA(IDX-CAMPO) TO LINEA-SALIDA(3:).
           MOVE CAMPO-CANTIDAD(IDX-CAMPO) TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(11:).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTAL-CAMPUS.
           MOVE SPACES TO LINEA-SALIDA.
           IF TCA-CAMPUS(IDX-CAMPUS) = SPACES
               MOVE "(BLANCO)" TO LINEA-SALIDA
           ELSE
               MOVE TCA-CAMPUS(IDX-CAMPUS) TO LINEA-SALIDA
           END-IF.
           MOVE TCA-ACTIVOS(IDX-CAMPUS) TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(11:).
           MOVE TCA-INCOMPLETOS(IDX-CAMPUS) TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(25:).
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
