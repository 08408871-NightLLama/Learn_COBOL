      ******************************************************************
      * Antigüedad de las órdenes de trabajo de temperatura pendientes
      * (ORDTRAB, ver ORDTRAB.CPY): las órdenes abiertas y asignadas
      * pasan por un SORT por prioridad y fecha/hora de apertura y
      * salen en WOAGING agrupadas por prioridad, la más vieja
      * primero, con los días que lleva abierta, las alarmas sumadas,
      * el estado y a quién está asignada - la abierta sin asignar es
      * la alarma que todavía no le llegó a nadie.  Al pie, el
      * resumen por prioridad en franjas de 0-1, 2-3, 4-7 y 8 o más
      * días, y cuántas siguen sin asignar.  Las cerradas no entran.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-ORDER-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-TRABAJO ASSIGN TO "ORDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OT-NUMERO
               ALTERNATE RECORD KEY IS OT-SENSOR
                   WITH DUPLICATES
               FILE STATUS IS FS-ORDENES.

           SELECT SORT-WORK ASSIGN TO "SRTWKOT".

           SELECT LISTADO ASSIGN TO "WOAGING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-TRABAJO.
           COPY ORDTRAB.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-PRIORIDAD         PIC 9.
           05  SORT-FECHA-APERTURA    PIC 9(8).
           05  SORT-HORA-APERTURA     PIC 9(8).
           05  SORT-NUMERO            PIC 9(6).
           05  SORT-SENSOR            PIC X(4).
           05  SORT-UBICACION         PIC X(20).
           05  SORT-ESTADO            PIC X.
           05  SORT-ASIGNADA-A        PIC X(20).
           05  SORT-CANT-ALARMAS      PIC 9(4).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-ORDENES PIC XX.
           88  FS-OT-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  DIAS-ABIERTA PIC S9(5).
       01  PRIORIDAD-ANTERIOR PIC 9.
       01  IDX-PRIORIDAD PIC 9.
       01  IDX-FRANJA PIC 9.
       01  DESCR-ESTADO PIC X(9).
       01  DIAS-ED PIC ZZZZ9.
       01  ALARMAS-ED PIC ZZZ9.
       01  CANT-ED PIC ZZZZ9.
       01  CANT-PENDIENTES PIC 9(5) VALUE 0.
       01  CANT-SIN-ASIGNAR PIC 9(5) VALUE 0.
       01  LINEA-SALIDA PIC X(100).
      ******************************************************************
      * Nombres de las prioridades, 1 a 3 como OT-PRIORIDAD.
      ******************************************************************
       01  TABLA-PRIORIDADES-VALORES.
           05  FILLER PIC X(7) VALUE "URGENTE".
           05  FILLER PIC X(7) VALUE "ALTA".
           05  FILLER PIC X(7) VALUE "NORMAL".
       01  TABLA-PRIORIDADES REDEFINES TABLA-PRIORIDADES-VALORES.
           05  NOM-PRIORIDAD OCCURS 3 TIMES PIC X(7).
      ******************************************************************
      * Resumen: pendientes por prioridad y franja de antigüedad
      * (1 = 0-1 días, 2 = 2-3, 3 = 4-7, 4 = 8 o más), y las que
      * siguen sin asignar por prioridad.
      ******************************************************************
       01  TABLA-RESUMEN.
           05  RES-PRIORIDAD OCCURS 3 TIMES.
               10  RES-FRANJA OCCURS 4 TIMES PIC 9(5).
               10  RES-TOTAL          PIC 9(5).
               10  RES-SIN-ASIGNAR    PIC 9(5).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "ANTIGÜEDAD DE ÓRDENES DE TRABAJO PENDIENTES"
               TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ORDENES-TRABAJO.
           IF NOT FS-OT-OK
               DISPLAY "NO HAY ARCHIVO DE ÓRDENES DE TRABAJO ORDTRAB"
               STOP RUN
           END-IF.
           INITIALIZE TABLA-RESUMEN.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE 0 TO PRIORIDAD-ANTERIOR.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-PRIORIDAD SORT-FECHA-APERTURA
                                SORT-HORA-APERTURA SORT-NUMERO
               INPUT PROCEDURE IS SOLTAR-PENDIENTES
               OUTPUT PROCEDURE IS IMPRIMIR-PENDIENTES.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE ORDENES-TRABAJO.
           CLOSE LISTADO.
           DISPLAY "ÓRDENES PENDIENTES: ", CANT-PENDIENTES.
           DISPLAY "SIN ASIGNAR:        ", CANT-SIN-ASIGNAR.
           STOP RUN.

      ******************************************************************
      * Selección: un registro de SORT por orden abierta o asignada.
      ******************************************************************
       SOLTAR-PENDIENTES.
           PERFORM LEER-ORDEN.
           PERFORM SOLTAR-UNA-ORDEN UNTIL FIN-ARCHIVO.

       LEER-ORDEN.
           READ ORDENES-TRABAJO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       SOLTAR-UNA-ORDEN.
           IF OT-PENDIENTE
               IF OT-URGENTE OR OT-ALTA
                   MOVE OT-PRIORIDAD TO SORT-PRIORIDAD
               ELSE
                   MOVE 3 TO SORT-PRIORIDAD
               END-IF
               MOVE OT-FECHA-APERTURA TO SORT-FECHA-APERTURA
               MOVE OT-HORA-APERTURA TO SORT-HORA-APERTURA
               MOVE OT-NUMERO TO SORT-NUMERO
               MOVE OT-SENSOR TO SORT-SENSOR
               MOVE OT-UBICACION TO SORT-UBICACION
               MOVE OT-ESTADO TO SORT-ESTADO
               MOVE OT-ASIGNADA-A TO SORT-ASIGNADA-A
               MOVE OT-CANT-ALARMAS TO SORT-CANT-ALARMAS
               RELEASE SORT-REC
           END-IF.
           PERFORM LEER-ORDEN.

      ******************************************************************
      * Listado por prioridad, la orden más vieja primero.
      ******************************************************************
       IMPRIMIR-PENDIENTES.
           PERFORM DEVOLVER-ORDEN UNTIL FIN-SORT.
           IF CANT-PENDIENTES = 0
               MOVE "SIN ÓRDENES DE TRABAJO PENDIENTES"
                   TO LINEA-SALIDA
               WRITE LINEA-LISTADO FROM LINEA-SALIDA
                   AFTER ADVANCING 2 LINES
               ADD 2 TO RPTHDR-LINEA-ACTUAL
           END-IF.

       DEVOLVER-ORDEN.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF SORT-PRIORIDAD NOT = PRIORIDAD-ANTERIOR
                       PERFORM IMPRIMIR-TITULO-PRIORIDAD
                   END-IF
                   PERFORM IMPRIMIR-UNA-ORDEN
           END-RETURN.

       IMPRIMIR-TITULO-PRIORIDAD.
           MOVE SORT-PRIORIDAD TO PRIORIDAD-ANTERIOR.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PRIORIDAD " DELIMITED BY SIZE
               SORT-PRIORIDAD DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               NOM-PRIORIDAD(SORT-PRIORIDAD) DELIMITED BY SPACE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           MOVE "ORDEN   SENSOR UBICACIÓN            ABIERTA    DÍAS"
                & " ALARMAS ESTADO    ASIGNADA A" TO LINEA-SALIDA.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-UNA-ORDEN.
           COMPUTE DIAS-ABIERTA =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(SORT-FECHA-APERTURA).
           IF DIAS-ABIERTA < 0
               MOVE 0 TO DIAS-ABIERTA
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-ABIERTA <= 1
                   MOVE 1 TO IDX-FRANJA
               WHEN DIAS-ABIERTA <= 3
                   MOVE 2 TO IDX-FRANJA
               WHEN DIAS-ABIERTA <= 7
                   MOVE 3 TO IDX-FRANJA
               WHEN OTHER
                   MOVE 4 TO IDX-FRANJA
           END-EVALUATE.
           MOVE SORT-PRIORIDAD TO IDX-PRIORIDAD.
           ADD 1 TO RES-FRANJA(IDX-PRIORIDAD, IDX-FRANJA).
           ADD 1 TO RES-TOTAL(IDX-PRIORIDAD).
           ADD 1 TO CANT-PENDIENTES.
           IF SORT-ESTADO = "G"
               MOVE "ASIGNADA" TO DESCR-ESTADO
           ELSE
               MOVE "ABIERTA" TO DESCR-ESTADO
               ADD 1 TO RES-SIN-ASIGNAR(IDX-PRIORIDAD)
               ADD 1 TO CANT-SIN-ASIGNAR
           END-IF.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE SORT-NUMERO TO LINEA-SALIDA(1:6).
           MOVE SORT-SENSOR TO LINEA-SALIDA(9:4).
           MOVE SORT-UBICACION TO LINEA-SALIDA(16:20).
           MOVE SORT-FECHA-APERTURA TO LINEA-SALIDA(37:8).
           MOVE DIAS-ABIERTA TO DIAS-ED.
           MOVE DIAS-ED TO LINEA-SALIDA(47:5).
           MOVE SORT-CANT-ALARMAS TO ALARMAS-ED.
           MOVE ALARMAS-ED TO LINEA-SALIDA(55:4).
           MOVE DESCR-ESTADO TO LINEA-SALIDA(60:9).
           MOVE SORT-ASIGNADA-A TO LINEA-SALIDA(70:20).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Resumen al pie: una línea por prioridad con las cuatro
      * franjas, el total y las sin asignar.
      ******************************************************************
       IMPRIMIR-RESUMEN.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "RESUMEN" TO LINEA-SALIDA(1:7).
           MOVE "0-1 DÍAS" TO LINEA-SALIDA(12:9).
           MOVE "2-3 DÍAS" TO LINEA-SALIDA(22:9).
           MOVE "4-7 DÍAS" TO LINEA-SALIDA(32:9).
           MOVE "8+ DÍAS" TO LINEA-SALIDA(43:8).
           MOVE "TOTAL" TO LINEA-SALIDA(55:5).
           MOVE "SIN ASIGNAR" TO LINEA-SALIDA(63:11).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 3 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-RESUMEN-PRIORIDAD
                   VARYING IDX-PRIORIDAD FROM 1 BY 1
                   UNTIL IDX-PRIORIDAD > 3.

       IMPRIMIR-RESUMEN-PRIORIDAD.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE NOM-PRIORIDAD(IDX-PRIORIDAD) TO LINEA-SALIDA(1:7).
           PERFORM IMPRIMIR-UNA-FRANJA
                   VARYING IDX-FRANJA FROM 1 BY 1
                   UNTIL IDX-FRANJA > 4.
           MOVE RES-TOTAL(IDX-PRIORIDAD) TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(55:5).
           MOVE RES-SIN-ASIGNAR(IDX-PRIORIDAD) TO CANT-ED.
           MOVE CANT-ED TO LINEA-SALIDA(67:5).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-UNA-FRANJA.
           MOVE RES-FRANJA(IDX-PRIORIDAD, IDX-FRANJA) TO CANT-ED.
           MOVE CANT-ED
               TO LINEA-SALIDA(IDX-FRANJA * 10 + 5:5).

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

           COPY RPTHDR-PROC.
