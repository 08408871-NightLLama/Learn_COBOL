      ******************************************************************
      * Resumen mensual de ausencias docentes y suplencias.  Primera
      * parte: las ausencias del mes pedido (TCHABSN, ver
      * AUSENCIA.CPY) pasan por un SORT por legajo y sale en ABSMON
      * una línea por docente con los días de ausencia por motivo
      * (enfermedad, personal, capacitación, licencia, otro) y el
      * total; la ausencia de jornada parcial cuenta medio día.
      * Segunda parte: por cada suplente del padrón SUBPOOL (ver
      * SUPLENTE.CPY) con coberturas en el mes (SUBCOVER, ver
      * COBERTUR.CPY), los días trabajados (días distintos, cubra uno
      * o varios períodos), los períodos cubiertos, su tarifa diaria
      * y el costo, días por tarifa.  Al pie de cada parte, los
      * totales del mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-MONTHLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS ASSIGN TO "TCHABSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CLAVE
               FILE STATUS IS FS-AUSENCIAS.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT SUPLENTES ASSIGN TO "SUBPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUP-ID
               FILE STATUS IS FS-SUPLENTES.

           SELECT COBERTURAS ASSIGN TO "SUBCOVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLAVE
               ALTERNATE RECORD KEY IS COB-SUP-ID WITH DUPLICATES
               FILE STATUS IS FS-COBERTURAS.

           SELECT SORT-WORK ASSIGN TO "SRTWKAUS".

           SELECT LISTADO ASSIGN TO "ABSMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS.
           COPY AUSENCIA.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  SUPLENTES.
           COPY SUPLENTE.

       FD  COBERTURAS.
           COPY COBERTUR.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-DOC-ID            PIC X(6).
           05  SORT-FECHA             PIC 9(8).
           05  SORT-MOTIVO            PIC X.
           05  SORT-DIAS              PIC 9V9.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-AUSENCIAS PIC XX.
           88  FS-AUS-OK VALUE "00".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-SUPLENTES PIC XX.
           88  FS-SUP-OK VALUE "00".
       01  FS-COBERTURAS PIC XX.
           88  FS-COB-OK VALUE "00".
       01  SW-COBERTURAS-DISPONIBLE PIC A VALUE "N".
           88  COBERTURAS-DISPONIBLE VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-COBERTURAS PIC A VALUE "N".
           88  FIN-COBERTURAS VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-MES-OK PIC A.
           88  MES-OK VALUE "S".
       01  SW-HAY-DOCENTE PIC A VALUE "N".
           88  HAY-DOCENTE VALUE "S".
       01  SW-PARTE PIC A.
           88  PARTE-AUSENCIAS VALUE "A".
           88  PARTE-SUPLENCIAS VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  MES-ENTRADA PIC X(6).
       01  MES-PEDIDO PIC 9(6).
       01  MES-PEDIDO-R REDEFINES MES-PEDIDO.
           05  MES-ANIO PIC 9(4).
           05  MES-MES PIC 99.
       01  LEGAJO-ANTERIOR PIC X(6).
      ******************************************************************
      * Días de ausencia por docente (DCT-) y del mes (TAU-).  Motivo
      * 1 enfermedad, 2 personal, 3 capacitación, 4 licencia, 5 otro.
      ******************************************************************
       01  CONTADORES-DOCENTE.
           05  DCT-DIAS OCCURS 5 TIMES PIC 9(3)V9.
           05  DCT-TOTAL              PIC 9(3)V9.
       01  CONTADORES-AUSENCIAS-MES.
           05  TAU-DIAS OCCURS 5 TIMES PIC 9(5)V9.
           05  TAU-TOTAL              PIC 9(5)V9.
       01  IDX-MOTIVO PIC 9.
      ******************************************************************
      * Suplencias por suplente (SPL-) y del mes (TSU-).  Los días
      * trabajados se marcan por día del mes, para contar una vez el
      * día en que el suplente cubrió varios períodos.
      ******************************************************************
       01  CONTADORES-SUPLENTE.
           05  SPL-DIA-TRABAJADO OCCURS 31 TIMES PIC A.
               88  SPL-TRABAJO-EL-DIA VALUE "S".
           05  SPL-DIAS               PIC 9(3).
           05  SPL-PERIODOS           PIC 9(4).
           05  SPL-COSTO              PIC 9(7)V99.
       01  CONTADORES-SUPLENCIAS-MES.
           05  TSU-SUPLENTES          PIC 9(4).
           05  TSU-DIAS               PIC 9(5).
           05  TSU-PERIODOS           PIC 9(5).
           05  TSU-COSTO              PIC 9(9)V99.
       01  IDX-DIA PIC 99.
       01  DIAS-ED PIC ZZZZ9.9.
       01  CANT-ED PIC ZZZZ9.
       01  TARIFA-ED PIC $$,$$9.99.
       01  COSTO-ED PIC $$$,$$$,$$9.99.
       01  LINEA-SALIDA PIC X(100).
           COPY NUMCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SW-MES-OK.
           PERFORM PEDIR-MES UNTIL MES-OK.
           OPEN INPUT AUSENCIAS.
           IF NOT FS-AUS-OK
               DISPLAY "NO HAY ARCHIVO DE AUSENCIAS TCHABSN"
               STOP RUN
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           INITIALIZE CONTADORES-AUSENCIAS-MES.
           INITIALIZE CONTADORES-SUPLENCIAS-MES.
           MOVE SPACES TO RPTHDR-TITULO.
           STRING "AUSENCIAS Y SUPLENCIAS - MES " DELIMITED BY SIZE
               MES-PEDIDO DELIMITED BY SIZE
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
           MOVE "A" TO SW-PARTE.
           PERFORM IMPRIMIR-TITULOS.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-DOC-ID SORT-FECHA
               INPUT PROCEDURE IS SOLTAR-AUSENCIAS
               OUTPUT PROCEDURE IS IMPRIMIR-DOCENTES.
           PERFORM IMPRIMIR-TOTALES-AUSENCIAS.
           CLOSE AUSENCIAS.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           PERFORM IMPRIMIR-SUPLENCIAS.
           CLOSE LISTADO.
           DISPLAY "DÍAS DE AUSENCIA EN ", MES-PEDIDO, ": ", TAU-TOTAL,
                   "  DÍAS DE SUPLENCIA: ", TSU-DIAS.
           STOP RUN.

      ******************************************************************
      * Mes a resumir, AAAAMM; ENTER toma el mes en curso.
      ******************************************************************
       PEDIR-MES.
           DISPLAY "MES A RESUMIR AAAAMM (ENTER = MES EN CURSO): ".
           ACCEPT MES-ENTRADA.
           IF MES-ENTRADA = SPACES
               MOVE FECHA-HOY(1:6) TO MES-PEDIDO
               MOVE "S" TO SW-MES-OK
           ELSE
               MOVE MES-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(MES-ENTRADA) TO MES-PEDIDO
                   IF MES-MES < 1 OR MES-MES > 12 OR MES-ANIO < 1900
                       DISPLAY "MES INVÁLIDO, REINGRESE"
                   ELSE
                       MOVE "S" TO SW-MES-OK
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "LEGAJO" TO LINEA-SALIDA(1:6).
           IF PARTE-AUSENCIAS
               MOVE "DOCENTE" TO LINEA-SALIDA(8:7)
               MOVE "ENFERM" TO LINEA-SALIDA(36:6)
               MOVE "PERSON" TO LINEA-SALIDA(44:6)
               MOVE "CAPAC" TO LINEA-SALIDA(53:5)
               MOVE "LICEN" TO LINEA-SALIDA(61:5)
               MOVE "OTRO" TO LINEA-SALIDA(70:4)
               MOVE "TOTAL" TO LINEA-SALIDA(77:5)
           ELSE
               MOVE "SUPLENTE" TO LINEA-SALIDA(8:8)
               MOVE "DÍAS" TO LINEA-SALIDA(36:5)
               MOVE "PERÍODOS" TO LINEA-SALIDA(42:9)
               MOVE "TARIFA DIARIA" TO LINEA-SALIDA(52:13)
               MOVE "COSTO" TO LINEA-SALIDA(75:5)
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Selección: la clave de TCHABSN empieza por la fecha, así que
      * se posiciona en el primer día del mes y se lee hasta que el
      * mes cambia.  La jornada parcial suelta medio día.
      ******************************************************************
       SOLTAR-AUSENCIAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE MES-PEDIDO TO AUS-FECHA(1:6).
           MOVE "01" TO AUS-FECHA(7:2).
           MOVE LOW-VALUES TO AUS-DOC-ID.
           START AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-AUSENCIA
           END-IF.
           PERFORM SOLTAR-UNA-AUSENCIA UNTIL FIN-ARCHIVO.

       LEER-AUSENCIA.
           READ AUSENCIAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF AUS-FECHA(1:6) NOT = MES-PEDIDO
                       MOVE "S" TO SW-FIN-ARCHIVO
                   END-IF
           END-READ.

       SOLTAR-UNA-AUSENCIA.
           MOVE AUS-DOC-ID TO SORT-DOC-ID.
           MOVE AUS-FECHA TO SORT-FECHA.
           MOVE AUS-MOTIVO TO SORT-MOTIVO.
           IF AUS-PARCIAL
               MOVE 0.5 TO SORT-DIAS
           ELSE
               MOVE 1 TO SORT-DIAS
           END-IF.
           RELEASE SORT-REC.
           PERFORM LEER-AUSENCIA.

      ******************************************************************
      * Corte por legajo: al cambiar de docente sale la línea del
      * anterior.
      ******************************************************************
       IMPRIMIR-DOCENTES.
           PERFORM DEVOLVER-AUSENCIA UNTIL FIN-SORT.
           IF HAY-DOCENTE
               PERFORM IMPRIMIR-UN-DOCENTE
           END-IF.
           IF TAU-TOTAL = 0
               MOVE "SIN AUSENCIAS CARGADAS EN EL MES"
                   TO LINEA-SALIDA
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       DEVOLVER-AUSENCIA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF HAY-DOCENTE AND SORT-DOC-ID NOT = LEGAJO-ANTERIOR
                       PERFORM IMPRIMIR-UN-DOCENTE
                   END-IF
                   IF NOT HAY-DOCENTE
                       MOVE SORT-DOC-ID TO LEGAJO-ANTERIOR
                       INITIALIZE CONTADORES-DOCENTE
                       MOVE "S" TO SW-HAY-DOCENTE
                   END-IF
                   PERFORM SUMAR-AUSENCIA
           END-RETURN.

       SUMAR-AUSENCIA.
           EVALUATE SORT-MOTIVO
               WHEN "E"
                   MOVE 1 TO IDX-MOTIVO
               WHEN "P"
                   MOVE 2 TO IDX-MOTIVO
               WHEN "C"
                   MOVE 3 TO IDX-MOTIVO
               WHEN "L"
                   MOVE 4 TO IDX-MOTIVO
               WHEN OTHER
                   MOVE 5 TO IDX-MOTIVO
           END-EVALUATE.
           ADD SORT-DIAS TO DCT-DIAS(IDX-MOTIVO).
           ADD SORT-DIAS TO DCT-TOTAL.

       IMPRIMIR-UN-DOCENTE.
           PERFORM ACUMULAR-AUSENCIAS-MES
                   VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > 5.
           ADD DCT-TOTAL TO TAU-TOTAL.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE LEGAJO-ANTERIOR TO LINEA-SALIDA(1:6).
           IF DOCENTES-DISPONIBLE
               MOVE LEGAJO-ANTERIOR TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       MOVE "(NO ESTÁ EN TCHMAST)"
                           TO LINEA-SALIDA(8:25)
                   NOT INVALID KEY
                       MOVE DOC-NOMBRE TO LINEA-SALIDA(8:25)
               END-READ
           END-IF.
           PERFORM MOVER-DIAS-DOCENTE
                   VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > 5.
           MOVE DCT-TOTAL TO DIAS-ED.
           MOVE DIAS-ED TO LINEA-SALIDA(75:7).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SORT-DOC-ID TO LEGAJO-ANTERIOR.
           INITIALIZE CONTADORES-DOCENTE.

       ACUMULAR-AUSENCIAS-MES.
           ADD DCT-DIAS(IDX-MOTIVO) TO TAU-DIAS(IDX-MOTIVO).

       MOVER-DIAS-DOCENTE.
           MOVE DCT-DIAS(IDX-MOTIVO) TO DIAS-ED.
           MOVE DIAS-ED TO LINEA-SALIDA(IDX-MOTIVO * 8 + 27:7).

       IMPRIMIR-TOTALES-AUSENCIAS.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL DEL MES" TO LINEA-SALIDA(1:13).
           PERFORM MOVER-DIAS-MES
                   VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > 5.
           MOVE TAU-TOTAL TO DIAS-ED.
           MOVE DIAS-ED TO LINEA-SALIDA(75:7).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       MOVER-DIAS-MES.
           MOVE TAU-DIAS(IDX-MOTIVO) TO DIAS-ED.
           MOVE DIAS-ED TO LINEA-SALIDA(IDX-MOTIVO * 8 + 27:7).

      ******************************************************************
      * Segunda parte: el padrón de suplentes en orden de legajo; por
      * cada uno se recorren sus coberturas por la clave alterna
      * COB-SUP-ID y se toman las del mes.  El suplente sin
      * coberturas en el mes no sale.
      ******************************************************************
       IMPRIMIR-SUPLENCIAS.
           OPEN INPUT COBERTURAS.
           IF FS-COB-OK
               MOVE "S" TO SW-COBERTURAS-DISPONIBLE
           END-IF.
           OPEN INPUT SUPLENTES.
           MOVE "S" TO SW-PARTE.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "SUPLENCIAS TRABAJADAS EN EL MES" TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 3 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.
           IF FS-SUP-OK AND COBERTURAS-DISPONIBLE
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-SUPLENTE
               PERFORM IMPRIMIR-UN-SUPLENTE UNTIL FIN-ARCHIVO
               CLOSE SUPLENTES COBERTURAS
           ELSE
               IF FS-SUP-OK
                   CLOSE SUPLENTES
               END-IF
               IF COBERTURAS-DISPONIBLE
                   CLOSE COBERTURAS
               END-IF
           END-IF.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           IF TSU-SUPLENTES = 0
               MOVE "SIN SUPLENCIAS EN EL MES" TO LINEA-SALIDA
           ELSE
               MOVE "TOTAL DEL MES" TO LINEA-SALIDA(1:13)
               MOVE TSU-DIAS TO CANT-ED
               MOVE CANT-ED TO LINEA-SALIDA(36:5)
               MOVE TSU-PERIODOS TO CANT-ED
               MOVE CANT-ED TO LINEA-SALIDA(44:5)
               MOVE TSU-COSTO TO COSTO-ED
               MOVE COSTO-ED TO LINEA-SALIDA(66:14)
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       LEER-SUPLENTE.
           READ SUPLENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       IMPRIMIR-UN-SUPLENTE.
           INITIALIZE CONTADORES-SUPLENTE.
           MOVE "N" TO SW-FIN-COBERTURAS.
           MOVE SUP-ID TO COB-SUP-ID.
           START COBERTURAS KEY IS NOT LESS THAN COB-SUP-ID
               INVALID KEY
                   MOVE "S" TO SW-FIN-COBERTURAS
           END-START.
           PERFORM SUMAR-COBERTURA UNTIL FIN-COBERTURAS.
           IF SPL-PERIODOS > 0
               PERFORM CONTAR-DIA-TRABAJADO
                       VARYING IDX-DIA FROM 1 BY 1
                       UNTIL IDX-DIA > 31
               COMPUTE SPL-COSTO = SPL-DIAS * SUP-TARIFA-DIARIA
               ADD 1 TO TSU-SUPLENTES
               ADD SPL-DIAS TO TSU-DIAS
               ADD SPL-PERIODOS TO TSU-PERIODOS
               ADD SPL-COSTO TO TSU-COSTO
               PERFORM VERIFICAR-SALTO-Y-ENCABEZADO
               MOVE SPACES TO LINEA-SALIDA
               MOVE SUP-ID TO LINEA-SALIDA(1:6)
               MOVE SUP-NOMBRE TO LINEA-SALIDA(8:25)
               MOVE SPL-DIAS TO CANT-ED
               MOVE CANT-ED TO LINEA-SALIDA(36:5)
               MOVE SPL-PERIODOS TO CANT-ED
               MOVE CANT-ED TO LINEA-SALIDA(44:5)
               MOVE SUP-TARIFA-DIARIA TO TARIFA-ED
               MOVE TARIFA-ED TO LINEA-SALIDA(55:9)
               MOVE SPL-COSTO TO COSTO-ED
               MOVE COSTO-ED TO LINEA-SALIDA(66:14)
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.
           PERFORM LEER-SUPLENTE.

       SUMAR-COBERTURA.
           READ COBERTURAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-COBERTURAS
               NOT AT END
                   IF COB-SUP-ID NOT = SUP-ID
                       MOVE "S" TO SW-FIN-COBERTURAS
                   ELSE
                       IF COB-FECHA(1:6) = MES-PEDIDO
                           ADD 1 TO SPL-PERIODOS
                           MOVE COB-FECHA(7:2) TO IDX-DIA
                           MOVE "S" TO SPL-DIA-TRABAJADO(IDX-DIA)
                       END-IF
                   END-IF
           END-READ.

       CONTAR-DIA-TRABAJADO.
           IF SPL-TRABAJO-EL-DIA(IDX-DIA)
               ADD 1 TO SPL-DIAS
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
           COPY RPTHDR-PROC.
