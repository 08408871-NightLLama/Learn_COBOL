      ******************************************************************
      * Informe mensual de traslados entre campus: para el mes AAAAMM
      * que pide la operadora recorre el registro TRASLOG que asienta
      * CAMPUS-TRANSFER (ver TRASLADO.CPY) y lista, campus por campus,
      * los estudiantes que entraron (con el campus de donde vinieron)
      * y los que salieron (con el campus al que fueron), con las
      * materias que quedaron en la lista de espera o sin sección en
      * el campus nuevo.  Cada traslado pasa dos veces por el SORT,
      * como entrada del campus de destino y como salida del de
      * origen.  Al pie de cada campus salen las entradas, las
      * salidas y el neto; al final, el total de traslados del mes.
      * El nombre del campus se toma de CAMPUSCT si está cargado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-TRASLADOS ASSIGN TO "TRASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

           SELECT SORT-WORK ASSIGN TO "SRTWKTRS".

           SELECT LISTADO ASSIGN TO "TRASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-TRASLADOS.
           COPY TRASLADO.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CAMPUS            PIC XX.
           05  SORT-SENTIDO           PIC X.
           05  SORT-FECHA             PIC 9(8).
           05  SORT-HORA              PIC 9(8).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).
           05  SORT-NOM-ESTUDIANTE    PIC X(20).
           05  SORT-GRADO-NIVEL       PIC 99.
           05  SORT-OTRO-CAMPUS       PIC XX.
           05  SORT-CANT-ESPERA       PIC 9.
           05  SORT-CANT-SIN-SECCION  PIC 9.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-REGISTRO PIC XX.
           88  FS-REG-OK VALUE "00".
       01  FS-CAMPUS-CONTROL PIC XX.
           88  FS-CAMP-CTL-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-CAMPUS-DISPONIBLE PIC A VALUE "N".
           88  CAMPUS-DISPONIBLE VALUE "S".
       01  SW-FIN-REGISTRO PIC A VALUE "N".
           88  FIN-REGISTRO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-HAY-CAMPUS PIC A VALUE "N".
           88  HAY-CAMPUS VALUE "S".
       01  MES-PEDIDO PIC X(6).
       01  CAMPUS-ANTERIOR PIC XX.
       01  SENTIDO-ANTERIOR PIC X.
       01  NOM-CAMPUS PIC X(30).
       01  IDX-FILA PIC 9.
       01  CANT-ESPERA PIC 9.
       01  CANT-SIN-SECCION PIC 9.
       01  CANT-ENTRADAS PIC 9(4).
       01  CANT-SALIDAS PIC 9(4).
       01  NETO-CAMPUS PIC S9(4).
       01  CANT-TRASLADOS PIC 9(5) VALUE 0.
       01  CANT-CAMPUS PIC 9(3) VALUE 0.
       01  CANT-ED PIC ZZZ9.
       01  NETO-ED PIC +ZZZ9.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "TRASLADOS ENTRE CAMPUS DEL MES" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           MOVE SPACES TO MES-PEDIDO.
           PERFORM PEDIR-MES UNTIL MES-PEDIDO IS NUMERIC.
           OPEN INPUT REGISTRO-TRASLADOS.
           IF NOT FS-REG-OK
               DISPLAY "NO HAY REGISTRO DE TRASLADOS TRASLOG"
               STOP RUN
           END-IF.
           CLOSE REGISTRO-TRASLADOS.
           OPEN INPUT CAMPUS-CONTROL.
           IF FS-CAMP-CTL-OK
               MOVE "S" TO SW-CAMPUS-DISPONIBLE
           END-IF.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "MES: " DELIMITED BY SIZE
               MES-PEDIDO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-CAMPUS
                                SORT-SENTIDO
                                SORT-FECHA
                                SORT-HORA
                                SORT-ID-ESTUDIANTE
               INPUT PROCEDURE IS SOLTAR-TRASLADOS
               OUTPUT PROCEDURE IS LISTAR-POR-CAMPUS.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-TRASLADOS TO CANT-ED.
           STRING "TRASLADOS DEL MES: " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           CLOSE LISTADO.
           IF CAMPUS-DISPONIBLE
               CLOSE CAMPUS-CONTROL
           END-IF.
           DISPLAY "TRASLADOS DEL MES: ", CANT-TRASLADOS,
                   "  CAMPUS LISTADOS: ", CANT-CAMPUS.
           STOP RUN.

       PEDIR-MES.
           DISPLAY "MES A LISTAR (AAAAMM): ".
           ACCEPT MES-PEDIDO.
           IF MES-PEDIDO IS NOT NUMERIC
               DISPLAY "MES INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Cada traslado del mes va dos veces al SORT: "E" bajo el campus
      * de destino y "S" bajo el de origen.
      ******************************************************************
       SOLTAR-TRASLADOS.
           MOVE "N" TO SW-FIN-REGISTRO.
           OPEN INPUT REGISTRO-TRASLADOS.
           PERFORM LEER-TRASLADO.
           PERFORM SOLTAR-UN-TRASLADO UNTIL FIN-REGISTRO.
           CLOSE REGISTRO-TRASLADOS.

       LEER-TRASLADO.
           READ REGISTRO-TRASLADOS
               AT END
                   MOVE "S" TO SW-FIN-REGISTRO
           END-READ.

       SOLTAR-UN-TRASLADO.
           IF TRS-FECHA(1:6) = MES-PEDIDO
               ADD 1 TO CANT-TRASLADOS
               MOVE 0 TO CANT-ESPERA
               MOVE 0 TO CANT-SIN-SECCION
               PERFORM CONTAR-UNA-FILA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > TRS-CANT-MATERIAS
               MOVE TRS-FECHA TO SORT-FECHA
               MOVE TRS-HORA TO SORT-HORA
               MOVE TRS-ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE
               MOVE TRS-NOM-ESTUDIANTE TO SORT-NOM-ESTUDIANTE
               MOVE TRS-GRADO-NIVEL TO SORT-GRADO-NIVEL
               MOVE CANT-ESPERA TO SORT-CANT-ESPERA
               MOVE CANT-SIN-SECCION TO SORT-CANT-SIN-SECCION
               MOVE TRS-CAMPUS-DESTINO TO SORT-CAMPUS
               MOVE "E" TO SORT-SENTIDO
               MOVE TRS-CAMPUS-ORIGEN TO SORT-OTRO-CAMPUS
               RELEASE SORT-REC
               MOVE TRS-CAMPUS-ORIGEN TO SORT-CAMPUS
               MOVE "S" TO SORT-SENTIDO
               MOVE TRS-CAMPUS-DESTINO TO SORT-OTRO-CAMPUS
               RELEASE SORT-REC
           END-IF.
           PERFORM LEER-TRASLADO.

       CONTAR-UNA-FILA.
           EVALUATE TRUE
               WHEN TRS-EN-ESPERA(IDX-FILA)
                   ADD 1 TO CANT-ESPERA
               WHEN TRS-SIN-SECCION(IDX-FILA)
                   ADD 1 TO CANT-SIN-SECCION
           END-EVALUATE.

      ******************************************************************
      * Corte de control por campus y, dentro del campus, por sentido.
      ******************************************************************
       LISTAR-POR-CAMPUS.
           MOVE "N" TO SW-FIN-SORT.
           PERFORM DEVOLVER-TRASLADO.
           PERFORM LISTAR-UN-TRASLADO UNTIL FIN-SORT.
           IF HAY-CAMPUS
               PERFORM CERRAR-CAMPUS
           END-IF.

       DEVOLVER-TRASLADO.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
           END-RETURN.

       LISTAR-UN-TRASLADO.
           IF NOT HAY-CAMPUS OR SORT-CAMPUS NOT = CAMPUS-ANTERIOR
               IF HAY-CAMPUS
                   PERFORM CERRAR-CAMPUS
               END-IF
               PERFORM ABRIR-CAMPUS
           END-IF.
           IF SORT-SENTIDO NOT = SENTIDO-ANTERIOR
               PERFORM TITULAR-SENTIDO
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE SORT-FECHA TO FECHA-ED.
           MOVE FECHA-ED TO LINEA-SALIDA(3:10).
           MOVE SORT-ID-ESTUDIANTE TO LINEA-SALIDA(15:6).
           MOVE SORT-NOM-ESTUDIANTE TO LINEA-SALIDA(23:20).
           MOVE SORT-GRADO-NIVEL TO LINEA-SALIDA(45:2).
           MOVE SORT-OTRO-CAMPUS TO LINEA-SALIDA(52:2).
           MOVE SORT-CANT-ESPERA TO LINEA-SALIDA(62:1).
           MOVE SORT-CANT-SIN-SECCION TO LINEA-SALIDA(72:1).
           PERFORM ESCRIBIR-LINEA.
           IF SORT-SENTIDO = "E"
               ADD 1 TO CANT-ENTRADAS
           ELSE
               ADD 1 TO CANT-SALIDAS
           END-IF.
           PERFORM DEVOLVER-TRASLADO.

       ABRIR-CAMPUS.
           MOVE "S" TO SW-HAY-CAMPUS.
           MOVE SORT-CAMPUS TO CAMPUS-ANTERIOR.
           MOVE SPACE TO SENTIDO-ANTERIOR.
           MOVE 0 TO CANT-ENTRADAS.
           MOVE 0 TO CANT-SALIDAS.
           ADD 1 TO CANT-CAMPUS.
           MOVE SPACES TO NOM-CAMPUS.
           IF SORT-CAMPUS = SPACES
               MOVE "CAMPUS ORIGINAL" TO NOM-CAMPUS
           ELSE
               IF CAMPUS-DISPONIBLE
                   MOVE SORT-CAMPUS TO CAM-CODIGO
                   READ CAMPUS-CONTROL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAM-NOMBRE TO NOM-CAMPUS
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CAMPUS " DELIMITED BY SIZE
               SORT-CAMPUS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NOM-CAMPUS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       TITULAR-SENTIDO.
           MOVE SORT-SENTIDO TO SENTIDO-ANTERIOR.
           MOVE SPACES TO LINEA-SALIDA.
           IF SORT-SENTIDO = "E"
               MOVE "  ENTRADAS" TO LINEA-SALIDA
               MOVE "DESDE" TO LINEA-SALIDA(51:)
           ELSE
               MOVE "  SALIDAS" TO LINEA-SALIDA
               MOVE "HACIA" TO LINEA-SALIDA(51:)
           END-IF.
           MOVE "ESPERA" TO LINEA-SALIDA(58:).
           MOVE "SIN SECC" TO LINEA-SALIDA(67:).
           PERFORM ESCRIBIR-LINEA.

       CERRAR-CAMPUS.
           COMPUTE NETO-CAMPUS = CANT-ENTRADAS - CANT-SALIDAS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CANT-ENTRADAS TO CANT-ED.
           STRING "  ENTRADAS: " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE CANT-SALIDAS TO CANT-ED.
           MOVE "SALIDAS:" TO LINEA-SALIDA(22:).
           MOVE CANT-ED TO LINEA-SALIDA(31:).
           MOVE NETO-CAMPUS TO NETO-ED.
           MOVE "NETO:" TO LINEA-SALIDA(40:).
           MOVE NETO-ED TO LINEA-SALIDA(46:).
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
