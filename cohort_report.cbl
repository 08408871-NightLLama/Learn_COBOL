      ******************************************************************
      * Tasa de egreso y retención por cohorte: agrupa a todos los
      * estudiantes - los vivos del STUDENT-MASTER y los archivados en
      * ARCHIVE53I - en cohortes de ingreso por el año de la FECHA-
      * INSCRIPCION, y por cohorte, campus (CAMPUS-EST) y sexo
      * (SEXO-EST) cuenta cuántos egresaron a tiempo, egresaron
      * tarde, siguen inscritos, se trasladaron o abandonaron - la
      * tasa de egreso a cuatro años que el distrito pide cada año y
      * que se sacaba a mano de las carpetas.
      *
      * CLASIFICACIÓN:
      *   A TIEMPO  EST-EGRESADO con FECHA-EGRESO hasta el cierre del
      *             plazo: el 31 de agosto del año de ingreso más el
      *             plazo en años (ENTER = 4)
      *   TARDE     EST-EGRESADO con FECHA-EGRESO posterior al plazo
      *   EN CURSO  EST-ACTIVO (todavía inscrito)
      *   TRASLADO  EST-RETIRADO por RETIRO-TRASLADO: sale del
      *             denominador de la cohorte
      *   ABANDONO  EST-RETIRADO por RETIRO-ABANDONO
      *   OTRO RET  EST-RETIRADO por mudanza u otro motivo: sin
      *             constancia de traslado queda en el denominador
      *
      * DENOMINADOR = TOTAL - TRASLADOS.  %A TIEMPO = A TIEMPO sobre
      * el denominador; %RETENC = egresados (a tiempo y tarde) más
      * EN CURSO sobre el denominador.  La cohorte cuyo plazo todavía
      * no cerró sale marcada COHORTE ABIERTA: sus tasas son
      * parciales.  Los registros con FECHA-INSCRIPCION en cero no
      * tienen cohorte; se cuentan aparte para completarlos con
      * DEMOG-MAINT (ver DATA-COMPLETENESS).
      *
      * El listado COHRTRPT lleva por cohorte una fila por campus y
      * sexo, el subtotal del campus y el total de la cohorte.  El
      * extracto COHRTEXT, con el layout fijo del distrito, lleva una
      * fila "C" por cohorte, campus y sexo y cierra con una fila "T"
      * de control con la cantidad de filas y de estudiantes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-REPORT.

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

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE53I"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS ARCH-NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ARCHIVE-FILE.

           SELECT LISTADO ASSIGN TO "COHRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXTRACTO ASSIGN TO "COHRTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  ARCHIVE-FILE.
           COPY ARCHSTUD.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       FD  EXTRACTO.
       01  REG-EXTRACTO.
           05  EXC-TIPO           PIC X.
           05  EXC-ANIO-COHORTE   PIC 9(4).
           05  EXC-CAMPUS         PIC XX.
           05  EXC-SEXO           PIC X.
           05  EXC-TOTAL          PIC 9(5).
           05  EXC-A-TIEMPO       PIC 9(5).
           05  EXC-TARDE          PIC 9(5).
           05  EXC-EN-CURSO       PIC 9(5).
           05  EXC-TRASLADO       PIC 9(5).
           05  EXC-ABANDONO       PIC 9(5).
           05  EXC-OTRO-RETIRO    PIC 9(5).
           05  EXC-DENOMINADOR    PIC 9(5).
           05  EXC-TASA-A-TIEMPO  PIC 999V9.
           05  EXC-FECHA-PLAZO    PIC 9(8).
       01  REG-EXTRACTO-TRAILER REDEFINES REG-EXTRACTO.
           05  TRL-TIPO           PIC X.
           05  TRL-CANT-FILAS     PIC 9(6).
           05  TRL-CANT-ESTUDIANTES PIC 9(6).
           05  FILLER             PIC X(47).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-ARCHIVE-FILE PIC XX.
           88  FS-ARCH-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  FS-EXTRACTO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-ENTRADA-OK PIC A.
           88  ENTRADA-OK VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  PLAZO-ANIOS-X PIC XX.
       01  PLAZO-ANIOS PIC 99 VALUE 4.
           COPY NUMCHK.
       01  MMDD-CIERRE-CICLO PIC 9(4) VALUE 0831.
       01  FECHA-HOY PIC 9(8).
      ******************************************************************
      * Estudiante en proceso, tomado del maestro o del archivo con
      * los mismos 88 que el registro maestro.
      ******************************************************************
       01  ESTUDIANTE-COHORTE.
           05  ECO-FECHA-INSCRIPCION PIC 9(8).
           05  ECO-FECHA-INS-R REDEFINES ECO-FECHA-INSCRIPCION.
               10  ECO-ANIO-INGRESO  PIC 9(4).
               10  FILLER            PIC 9(4).
           05  ECO-FECHA-EGRESO   PIC 9(8).
           05  ECO-CAMPUS         PIC XX.
           05  ECO-SEXO           PIC X.
           05  ECO-ESTADO         PIC X.
               88  ECO-ACTIVO         VALUES "A", " ".
               88  ECO-RETIRADO       VALUE "R".
               88  ECO-EGRESADO       VALUE "G".
           05  ECO-MOTIVO-RETIRO  PIC XX.
               88  ECO-TRASLADO       VALUE "TR".
               88  ECO-ABANDONO       VALUE "AB".
       01  COH-CLAVE-BUSCADA.
           05  CLB-ANIO           PIC 9(4).
           05  CLB-CAMPUS         PIC XX.
           05  CLB-SEXO           PIC X.
       01  FECHA-PLAZO PIC 9(8).
      ******************************************************************
      * Una fila por cohorte, campus y sexo, insertada en orden de
      * clave para que el listado corte por cohorte y campus sin
      * ordenar aparte.
      ******************************************************************
       01  TABLA-COHORTES.
           05  CANT-COHORTES PIC 9(3) VALUE 0.
           05  COHORTE-FILA OCCURS 400 TIMES.
               10  COH-CLAVE.
                   15  COH-ANIO       PIC 9(4).
                   15  COH-CAMPUS     PIC XX.
                   15  COH-SEXO       PIC X.
               10  COH-CONTEOS.
                   15  COH-TOTAL      PIC 9(5).
                   15  COH-A-TIEMPO   PIC 9(5).
                   15  COH-TARDE      PIC 9(5).
                   15  COH-EN-CURSO   PIC 9(5).
                   15  COH-TRASLADO   PIC 9(5).
                   15  COH-ABANDONO   PIC 9(5).
                   15  COH-OTRO-RETIRO PIC 9(5).
       01  IDX-COH PIC 9(3).
       01  IDX-COH-2 PIC 9(3).
      ******************************************************************
      * Conteos de la línea a imprimir y acumuladores de corte.
      ******************************************************************
       01  CONTEOS-LINEA.
           05  CNT-TOTAL          PIC 9(5).
           05  CNT-A-TIEMPO       PIC 9(5).
           05  CNT-TARDE          PIC 9(5).
           05  CNT-EN-CURSO       PIC 9(5).
           05  CNT-TRASLADO       PIC 9(5).
           05  CNT-ABANDONO       PIC 9(5).
           05  CNT-OTRO-RETIRO    PIC 9(5).
       01  CONTEOS-CAMPUS.
           05  CCA-TOTAL          PIC 9(5).
           05  CCA-A-TIEMPO       PIC 9(5).
           05  CCA-TARDE          PIC 9(5).
           05  CCA-EN-CURSO       PIC 9(5).
           05  CCA-TRASLADO       PIC 9(5).
           05  CCA-ABANDONO       PIC 9(5).
           05  CCA-OTRO-RETIRO    PIC 9(5).
       01  CONTEOS-COHORTE.
           05  CCO-TOTAL          PIC 9(5).
           05  CCO-A-TIEMPO       PIC 9(5).
           05  CCO-TARDE          PIC 9(5).
           05  CCO-EN-CURSO       PIC 9(5).
           05  CCO-TRASLADO       PIC 9(5).
           05  CCO-ABANDONO       PIC 9(5).
           05  CCO-OTRO-RETIRO    PIC 9(5).
       01  DENOMINADOR PIC 9(5).
       01  TASA-A-TIEMPO PIC 999V9.
       01  TASA-RETENCION PIC 999V9.
       01  ANIO-EN-CURSO PIC 9(4).
       01  CAMPUS-EN-CURSO PIC XX.
       01  ETIQUETA-LINEA PIC X(12).
       01  CANT-LEIDOS-MAESTRO PIC 9(6) VALUE 0.
       01  CANT-LEIDOS-ARCHIVO PIC 9(6) VALUE 0.
       01  CANT-SIN-INSCRIPCION PIC 9(6) VALUE 0.
       01  CANT-SIN-LUGAR PIC 9(6) VALUE 0.
       01  CANT-EN-COHORTE PIC 9(6) VALUE 0.
       01  CANT-FILAS-EXTRACTO PIC 9(6) VALUE 0.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  TASA-ED PIC ZZ9.9.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TASA DE EGRESO Y RETENCIÓN POR COHORTE".
           MOVE "N" TO SW-ENTRADA-OK.
           PERFORM PEDIR-PLAZO UNTIL ENTRADA-OK.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           MOVE "TASA DE EGRESO Y RETENCIÓN POR COHORTE"
               TO RPTHDR-TITULO.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ESTUDIANTE.
           PERFORM ACUMULAR-UN-ESTUDIANTE UNTIL FIN-ARCHIVO.
           CLOSE STUDENT-MASTER.
           PERFORM ACUMULAR-ARCHIVO THRU ACUMULAR-ARCHIVO-FIN.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT EXTRACTO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           IF CANT-COHORTES = 0
               MOVE "SIN ESTUDIANTES CON FECHA DE INSCRIPCIÓN"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE 0 TO ANIO-EN-CURSO
               PERFORM IMPRIMIR-UNA-FILA
                       VARYING IDX-COH FROM 1 BY 1
                       UNTIL IDX-COH > CANT-COHORTES
               PERFORM CERRAR-CAMPUS
               PERFORM CERRAR-COHORTE
           END-IF.
           PERFORM IMPRIMIR-PIE.
           PERFORM GRABAR-TRAILER.
           CLOSE LISTADO.
           CLOSE EXTRACTO.
           DISPLAY "LEÍDOS DEL MAESTRO: ", CANT-LEIDOS-MAESTRO,
                   "  DEL ARCHIVO: ", CANT-LEIDOS-ARCHIVO.
           DISPLAY "EN COHORTE: ", CANT-EN-COHORTE,
                   "  SIN FECHA DE INSCRIPCIÓN: ",
                   CANT-SIN-INSCRIPCION.
           DISPLAY "FILAS EN EL EXTRACTO COHRTEXT: ",
                   CANT-FILAS-EXTRACTO.
           IF CANT-SIN-LUGAR > 0
               DISPLAY "ADVERTENCIA: ", CANT-SIN-LUGAR,
                       " ESTUDIANTES SIN LUGAR EN LA TABLA DE"
                       " COHORTES (400 FILAS) - NO SE CUENTAN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * ENTER toma el plazo de cuatro años de la tasa del distrito.
      ******************************************************************
       PEDIR-PLAZO.
           DISPLAY "PLAZO DE EGRESO EN AÑOS (ENTER = 4): ".
           ACCEPT PLAZO-ANIOS-X.
           IF PLAZO-ANIOS-X = SPACES
               MOVE "S" TO SW-ENTRADA-OK
           ELSE
               MOVE PLAZO-ANIOS-X TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                  AND FUNCTION NUMVAL(PLAZO-ANIOS-X) > 0
                   COMPUTE PLAZO-ANIOS =
                       FUNCTION NUMVAL(PLAZO-ANIOS-X)
                   MOVE "S" TO SW-ENTRADA-OK
               END-IF
               IF NUMCHK-VALIDO
                  AND FUNCTION NUMVAL(PLAZO-ANIOS-X) = 0
                   DISPLAY "DEBE SER MAYOR QUE CERO, REINGRESE"
               END-IF
           END-IF.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       ACUMULAR-UN-ESTUDIANTE.
           ADD 1 TO CANT-LEIDOS-MAESTRO.
           MOVE FECHA-INSCRIPCION TO ECO-FECHA-INSCRIPCION.
           MOVE FECHA-EGRESO TO ECO-FECHA-EGRESO.
           MOVE CAMPUS-EST TO ECO-CAMPUS.
           MOVE SEXO-EST TO ECO-SEXO.
           MOVE ESTADO-ESTUDIANTE TO ECO-ESTADO.
           MOVE MOTIVO-RETIRO TO ECO-MOTIVO-RETIRO.
           PERFORM CLASIFICAR-ESTUDIANTE
                   THRU CLASIFICAR-ESTUDIANTE-FIN.
           PERFORM LEER-ESTUDIANTE.

      ******************************************************************
      * El archivo guarda a los egresados y retirados que ARCHIVE-
      * PURGE sacó del maestro; sin ellos las cohortes viejas quedan
      * sin sus egresados.  Sin ARCHIVE53I se cuenta solo el maestro.
      ******************************************************************
       ACUMULAR-ARCHIVO.
           OPEN INPUT ARCHIVE-FILE.
           IF NOT FS-ARCH-OK
               DISPLAY "ADVERTENCIA: SIN ARCHIVE53I - LAS COHORTES"
                       " CUENTAN SOLO EL MAESTRO VIVO"
               GO TO ACUMULAR-ARCHIVO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ARCHIVADO.
           PERFORM ACUMULAR-UN-ARCHIVADO UNTIL FIN-ARCHIVO.
           CLOSE ARCHIVE-FILE.
       ACUMULAR-ARCHIVO-FIN.
           EXIT.

       LEER-ARCHIVADO.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       ACUMULAR-UN-ARCHIVADO.
           ADD 1 TO CANT-LEIDOS-ARCHIVO.
           MOVE ARCH-FECHA-INSCRIPCION TO ECO-FECHA-INSCRIPCION.
           MOVE ARCH-FECHA-EGRESO TO ECO-FECHA-EGRESO.
           MOVE ARCH-CAMPUS TO ECO-CAMPUS.
           MOVE ARCH-SEXO TO ECO-SEXO.
           MOVE ARCH-ESTADO TO ECO-ESTADO.
           MOVE ARCH-MOTIVO-RETIRO TO ECO-MOTIVO-RETIRO.
           PERFORM CLASIFICAR-ESTUDIANTE
                   THRU CLASIFICAR-ESTUDIANTE-FIN.
           PERFORM LEER-ARCHIVADO.

       CLASIFICAR-ESTUDIANTE.
           IF ECO-FECHA-INSCRIPCION = 0
               ADD 1 TO CANT-SIN-INSCRIPCION
               GO TO CLASIFICAR-ESTUDIANTE-FIN
           END-IF.
           MOVE ECO-ANIO-INGRESO TO CLB-ANIO.
           MOVE ECO-CAMPUS TO CLB-CAMPUS.
           MOVE ECO-SEXO TO CLB-SEXO.
           PERFORM UBICAR-COHORTE.
           IF IDX-COH = 0
               ADD 1 TO CANT-SIN-LUGAR
               GO TO CLASIFICAR-ESTUDIANTE-FIN
           END-IF.
           ADD 1 TO CANT-EN-COHORTE.
           ADD 1 TO COH-TOTAL(IDX-COH).
           COMPUTE FECHA-PLAZO =
               (ECO-ANIO-INGRESO + PLAZO-ANIOS) * 10000
               + MMDD-CIERRE-CICLO.
           EVALUATE TRUE
               WHEN ECO-EGRESADO
                AND ECO-FECHA-EGRESO > FECHA-PLAZO
                   ADD 1 TO COH-TARDE(IDX-COH)
               WHEN ECO-EGRESADO
                   ADD 1 TO COH-A-TIEMPO(IDX-COH)
               WHEN ECO-RETIRADO AND ECO-TRASLADO
                   ADD 1 TO COH-TRASLADO(IDX-COH)
               WHEN ECO-RETIRADO AND ECO-ABANDONO
                   ADD 1 TO COH-ABANDONO(IDX-COH)
               WHEN ECO-RETIRADO
                   ADD 1 TO COH-OTRO-RETIRO(IDX-COH)
               WHEN OTHER
                   ADD 1 TO COH-EN-CURSO(IDX-COH)
           END-EVALUATE.
       CLASIFICAR-ESTUDIANTE-FIN.
           EXIT.

      ******************************************************************
      * Busca la fila de la clave; si no está la inserta en su lugar
      * corriendo las siguientes.  Deja IDX-COH en la fila, o en cero
      * con la tabla llena.
      ******************************************************************
       UBICAR-COHORTE.
           MOVE "N" TO SW-HALLADO.
           PERFORM COMPARAR-UNA-COHORTE
                   VARYING IDX-COH FROM 1 BY 1
                   UNTIL IDX-COH > CANT-COHORTES
                      OR HALLADO.
           IF HALLADO
               SUBTRACT 1 FROM IDX-COH
           ELSE
               IF CANT-COHORTES < 400
                   PERFORM INSERTAR-COHORTE
               ELSE
                   MOVE 0 TO IDX-COH
               END-IF
           END-IF.

       COMPARAR-UNA-COHORTE.
           IF COH-CLAVE(IDX-COH) = COH-CLAVE-BUSCADA
               MOVE "S" TO SW-HALLADO
           END-IF.

       INSERTAR-COHORTE.
           MOVE 1 TO IDX-COH.
           PERFORM AVANZAR-INSERCION
                   UNTIL IDX-COH > CANT-COHORTES
                      OR COH-CLAVE(IDX-COH) > COH-CLAVE-BUSCADA.
           PERFORM CORRER-UNA-FILA
                   VARYING IDX-COH-2 FROM CANT-COHORTES BY -1
                   UNTIL IDX-COH-2 < IDX-COH.
           MOVE COH-CLAVE-BUSCADA TO COH-CLAVE(IDX-COH).
           MOVE 0 TO COH-TOTAL(IDX-COH).
           MOVE 0 TO COH-A-TIEMPO(IDX-COH).
           MOVE 0 TO COH-TARDE(IDX-COH).
           MOVE 0 TO COH-EN-CURSO(IDX-COH).
           MOVE 0 TO COH-TRASLADO(IDX-COH).
           MOVE 0 TO COH-ABANDONO(IDX-COH).
           MOVE 0 TO COH-OTRO-RETIRO(IDX-COH).
           ADD 1 TO CANT-COHORTES.

       AVANZAR-INSERCION.
           ADD 1 TO IDX-COH.

       CORRER-UNA-FILA.
           MOVE COHORTE-FILA(IDX-COH-2)
               TO COHORTE-FILA(IDX-COH-2 + 1).

      ******************************************************************
      * Corte de control: al cambiar el campus se imprime el subtotal
      * del campus; al cambiar la cohorte, además, el total de la
      * cohorte y el título de la siguiente.
      ******************************************************************
       IMPRIMIR-UNA-FILA.
           IF ANIO-EN-CURSO NOT = 0
              AND COH-ANIO(IDX-COH) NOT = ANIO-EN-CURSO
               PERFORM CERRAR-CAMPUS
               PERFORM CERRAR-COHORTE
           END-IF.
           IF COH-ANIO(IDX-COH) NOT = ANIO-EN-CURSO
               PERFORM ABRIR-COHORTE
           END-IF.
           IF COH-CAMPUS(IDX-COH) NOT = CAMPUS-EN-CURSO
               PERFORM CERRAR-CAMPUS
               MOVE COH-CAMPUS(IDX-COH) TO CAMPUS-EN-CURSO
           END-IF.
           MOVE COH-CONTEOS(IDX-COH) TO CONTEOS-LINEA.
           PERFORM SUMAR-A-CAMPUS.
           MOVE SPACES TO ETIQUETA-LINEA.
           PERFORM ARMAR-ETIQUETA-CAMPUS.
           IF COH-SEXO(IDX-COH) = SPACE
               MOVE "S/D" TO ETIQUETA-LINEA(10:3)
           ELSE
               MOVE COH-SEXO(IDX-COH) TO ETIQUETA-LINEA(10:1)
           END-IF.
           PERFORM IMPRIMIR-CONTEOS.
           PERFORM GRABAR-FILA-EXTRACTO.

       ABRIR-COHORTE.
           MOVE COH-ANIO(IDX-COH) TO ANIO-EN-CURSO.
           MOVE HIGH-VALUES TO CAMPUS-EN-CURSO.
           MOVE 0 TO CCO-TOTAL CCO-A-TIEMPO CCO-TARDE CCO-EN-CURSO
                     CCO-TRASLADO CCO-ABANDONO CCO-OTRO-RETIRO.
           MOVE 0 TO CCA-TOTAL CCA-A-TIEMPO CCA-TARDE CCA-EN-CURSO
                     CCA-TRASLADO CCA-ABANDONO CCA-OTRO-RETIRO.
           COMPUTE FECHA-PLAZO =
               (ANIO-EN-CURSO + PLAZO-ANIOS) * 10000
               + MMDD-CIERRE-CICLO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "COHORTE " DELIMITED BY SIZE
               ANIO-EN-CURSO DELIMITED BY SIZE
               " - PLAZO DE EGRESO AL " DELIMITED BY SIZE
               FECHA-PLAZO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           IF FECHA-PLAZO NOT < FECHA-HOY
               MOVE "- COHORTE ABIERTA, TASAS PARCIALES"
                   TO LINEA-SALIDA(45:)
           END-IF.
           PERFORM ESCRIBIR-LINEA-DOBLE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "CAMPUS/SEXO" TO LINEA-SALIDA(1:).
           MOVE "TOTAL" TO LINEA-SALIDA(15:).
           MOVE "A TIEMPO" TO LINEA-SALIDA(22:).
           MOVE "TARDE" TO LINEA-SALIDA(33:).
           MOVE "EN CURSO" TO LINEA-SALIDA(38:).
           MOVE "TRASLADO" TO LINEA-SALIDA(46:).
           MOVE "ABANDONO" TO LINEA-SALIDA(54:).
           MOVE "OTRO RET" TO LINEA-SALIDA(62:).
           MOVE "DENOM." TO LINEA-SALIDA(72:).
           MOVE "%A TIEMPO" TO LINEA-SALIDA(79:).
           MOVE "%RETENC" TO LINEA-SALIDA(90:).
           PERFORM ESCRIBIR-LINEA.

       ARMAR-ETIQUETA-CAMPUS.
           IF CAMPUS-EN-CURSO = SPACES
               MOVE "(BLANCO)" TO ETIQUETA-LINEA(1:8)
           ELSE
               MOVE CAMPUS-EN-CURSO TO ETIQUETA-LINEA(1:2)
           END-IF.

       SUMAR-A-CAMPUS.
           ADD CNT-TOTAL TO CCA-TOTAL.
           ADD CNT-A-TIEMPO TO CCA-A-TIEMPO.
           ADD CNT-TARDE TO CCA-TARDE.
           ADD CNT-EN-CURSO TO CCA-EN-CURSO.
           ADD CNT-TRASLADO TO CCA-TRASLADO.
           ADD CNT-ABANDONO TO CCA-ABANDONO.
           ADD CNT-OTRO-RETIRO TO CCA-OTRO-RETIRO.

       CERRAR-CAMPUS.
           IF CCA-TOTAL > 0
               MOVE CONTEOS-CAMPUS TO CONTEOS-LINEA
               MOVE SPACES TO ETIQUETA-LINEA
               PERFORM ARMAR-ETIQUETA-CAMPUS
               MOVE "TOT" TO ETIQUETA-LINEA(10:3)
               PERFORM IMPRIMIR-CONTEOS
               ADD CCA-TOTAL TO CCO-TOTAL
               ADD CCA-A-TIEMPO TO CCO-A-TIEMPO
               ADD CCA-TARDE TO CCO-TARDE
               ADD CCA-EN-CURSO TO CCO-EN-CURSO
               ADD CCA-TRASLADO TO CCO-TRASLADO
               ADD CCA-ABANDONO TO CCO-ABANDONO
               ADD CCA-OTRO-RETIRO TO CCO-OTRO-RETIRO
           END-IF.
           MOVE 0 TO CCA-TOTAL CCA-A-TIEMPO CCA-TARDE CCA-EN-CURSO
                     CCA-TRASLADO CCA-ABANDONO CCA-OTRO-RETIRO.

       CERRAR-COHORTE.
           MOVE CONTEOS-COHORTE TO CONTEOS-LINEA.
           MOVE "COHORTE" TO ETIQUETA-LINEA.
           PERFORM IMPRIMIR-CONTEOS.

       CALCULAR-TASAS.
           COMPUTE DENOMINADOR = CNT-TOTAL - CNT-TRASLADO.
           MOVE 0 TO TASA-A-TIEMPO.
           MOVE 0 TO TASA-RETENCION.
           IF DENOMINADOR > 0
               COMPUTE TASA-A-TIEMPO ROUNDED =
                   CNT-A-TIEMPO * 100 / DENOMINADOR
               COMPUTE TASA-RETENCION ROUNDED =
                   (CNT-A-TIEMPO + CNT-TARDE + CNT-EN-CURSO) * 100
                   / DENOMINADOR
           END-IF.

       IMPRIMIR-CONTEOS.
           PERFORM CALCULAR-TASAS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE ETIQUETA-LINEA TO LINEA-SALIDA(1:12).
           MOVE CNT-TOTAL TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(14:6).
           MOVE CNT-A-TIEMPO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(24:6).
           MOVE CNT-TARDE TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(32:6).
           MOVE CNT-EN-CURSO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(40:6).
           MOVE CNT-TRASLADO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(48:6).
           MOVE CNT-ABANDONO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(56:6).
           MOVE CNT-OTRO-RETIRO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(64:6).
           MOVE DENOMINADOR TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(72:6).
           MOVE TASA-A-TIEMPO TO TASA-ED.
           MOVE TASA-ED TO LINEA-SALIDA(83:5).
           MOVE TASA-RETENCION TO TASA-ED.
           MOVE TASA-ED TO LINEA-SALIDA(92:5).
           PERFORM ESCRIBIR-LINEA.

       GRABAR-FILA-EXTRACTO.
           MOVE "C" TO EXC-TIPO.
           MOVE COH-ANIO(IDX-COH) TO EXC-ANIO-COHORTE.
           MOVE COH-CAMPUS(IDX-COH) TO EXC-CAMPUS.
           MOVE COH-SEXO(IDX-COH) TO EXC-SEXO.
           MOVE CNT-TOTAL TO EXC-TOTAL.
           MOVE CNT-A-TIEMPO TO EXC-A-TIEMPO.
           MOVE CNT-TARDE TO EXC-TARDE.
           MOVE CNT-EN-CURSO TO EXC-EN-CURSO.
           MOVE CNT-TRASLADO TO EXC-TRASLADO.
           MOVE CNT-ABANDONO TO EXC-ABANDONO.
           MOVE CNT-OTRO-RETIRO TO EXC-OTRO-RETIRO.
           MOVE DENOMINADOR TO EXC-DENOMINADOR.
           MOVE TASA-A-TIEMPO TO EXC-TASA-A-TIEMPO.
           MOVE FECHA-PLAZO TO EXC-FECHA-PLAZO.
           WRITE REG-EXTRACTO.
           MOVE "COHRTEXT" TO FCHK-ARCHIVO.
           MOVE COH-CLAVE(IDX-COH) TO FCHK-CLAVE.
           MOVE FS-EXTRACTO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-FILAS-EXTRACTO.

       GRABAR-TRAILER.
           MOVE SPACES TO REG-EXTRACTO.
           MOVE "T" TO TRL-TIPO.
           MOVE CANT-FILAS-EXTRACTO TO TRL-CANT-FILAS.
           MOVE CANT-EN-COHORTE TO TRL-CANT-ESTUDIANTES.
           WRITE REG-EXTRACTO.
           MOVE "COHRTEXT" TO FCHK-ARCHIVO.
           MOVE "TRAILER" TO FCHK-CLAVE.
           MOVE FS-EXTRACTO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       IMPRIMIR-PIE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTES EN COHORTE: " DELIMITED BY SIZE
               CANT-EN-COHORTE DELIMITED BY SIZE
               "  SIN FECHA DE INSCRIPCIÓN: " DELIMITED BY SIZE
               CANT-SIN-INSCRIPCION DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA-DOBLE.
           MOVE "TRASLADO SALE DEL DENOMINADOR; OTRO RET (MUDANZA U"
               TO LINEA-SALIDA.
           MOVE " OTRO MOTIVO) QUEDA EN ÉL" TO LINEA-SALIDA(51:).
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

       ESCRIBIR-LINEA-DOBLE.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
