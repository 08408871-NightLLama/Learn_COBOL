      * ATTENDANCE-ENTRY carga todo el término (clave ID + fecha) y,
      * para el mes AAAAMM que pide la operadora, imprime por cada
      * estudiante los días presente, ausente y tarde y el porcentaje
      * de ausencia, con el nombre tomado del extracto nocturno de
      * estudiantes STUDEXT (ver STUDENT-EXTRACT).  Al pie sale la
      * lista de revisión: los estudiantes cuyo porcentaje de
      * ausencia alcanza el umbral que pide la operadora, para que el
      * registrador deje de enterarse del ausentismo crónico cuando el
      * apoderado pregunta por la nota.
      * Los retirados (EST-RETIRADO) no entran en la lista de
      * revisión, y sus tomas desde FECHA-RETIRO en adelante no se
      * cuentan - el resumen los marca RETIRADO.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Los días de suspensión que INCIDENT-ENTRY asienta
      *             como ausencia justificada ("J") salen en su propia
      *             columna J: y no entran al porcentaje de ausencia
      *             (se calcula sobre los días presente, ausente y
      *             tarde) - la lista de revisión dejó de marcar al
      *             suspendido como ausente crónico.
      * 2026-10-15  Nombre, estado y fecha de retiro salen del extracto
      *             nocturno STUDEXT de STUDENT-EXTRACT, ordenado por ID
      *             con un SORT y cruzado en paralelo con ASISTENC, en
      *             vez de una lectura al azar del STUDENT-MASTER por
      *             estudiante.
      * 2026-10-15  CERRAR-GRUPO-ESTUDIANTE se ejecuta THRU
      *             CERRAR-GRUPO-FIN: un estudiante sin tomas que
      *             cuenten salía por GO TO fuera del rango y la
      *             corrida seguía de largo por los párrafos
      *             siguientes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-REPORT.
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-ASISTENCIA.

           SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT ORDEN-ESTUDIANTES ASSIGN TO "SRTWKATT".

           SELECT LISTADO ASSIGN TO "ATTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ASISTENCIA.
           COPY ASISTEN.

       FD  EXTRACTO-ESTUDIANTES.
           COPY STUDEXT.

       SD  ORDEN-ESTUDIANTES.
       01  REG-ORDEN-ESTUDIANTE.
           05  ORD-ID-ESTUDIANTE      PIC 9(6).
           05  ORD-NOM-ESTUDIANTE     PIC X(20).
           05  ORD-ESTADO             PIC X.
               88  ORD-RETIRADO           VALUE "R".
           05  ORD-FECHA-RETIRO       PIC 9(8).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).
       WORKING-STORAGE SECTION.
       01  FS-ASISTENCIA PIC XX.
           88  FS-ASI-OK VALUE "00".
       01  SW-FIN-ORDEN PIC A VALUE "N".
           88  FIN-ORDEN VALUE "S".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  CANT-PRESENTE PIC 9(4).
       01  CANT-AUSENTE PIC 9(4).
       01  CANT-TARDE PIC 9(4).
       01  CANT-JUSTIFICADO PIC 9(4).
       01  CANT-DIAS-EXIGIBLES PIC 9(4).
       01  CANT-TOMAS PIC 9(4).
       01  PORC-AUSENCIA PIC 9(3)V9.
       01  PORC-AUSENCIA-ED PIC ZZ9.9.
       01  CANT-REVISION PIC 999 VALUE 0.
       01  IDX-REVISION PIC 999.
       01  LINEA-SALIDA PIC X(80).
           COPY EXTCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
               DISPLAY "NO HAY ARCHIVO DE ASISTENCIA ASISTENC"
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           SORT ORDEN-ESTUDIANTES
               ON ASCENDING KEY ORD-ID-ESTUDIANTE
               INPUT PROCEDURE IS SOLTAR-DATOS-ESTUDIANTES
               OUTPUT PROCEDURE IS GENERAR-RESUMEN.
           CLOSE ASISTENCIA.
           CLOSE LISTADO.
           DISPLAY "ESTUDIANTES RESUMIDOS: ", CANT-ESTUDIANTES,
                   "  EN LISTA DE REVISIÓN: ", CANT-REVISION.
           STOP RUN.

      ******************************************************************
      * Nombre, estado y fecha de retiro de cada estudiante, de su
      * primera fila en el extracto nocturno STUDEXT, ordenados por
      * ID para cruzarlos en paralelo con ASISTENC.
      ******************************************************************
       SOLTAR-DATOS-ESTUDIANTES.
           PERFORM ABRIR-EXTRACTO THRU ABRIR-EXTRACTO-FIN.
           IF NOT EXTCHK-DISPONIBLE
               DISPLAY "ADVERTENCIA: SIN EXTRACTO - SIN NOMBRES"
                       " NI ESTADO DE RETIRO"
           END-IF.
           PERFORM SOLTAR-UN-ESTUDIANTE UNTIL FIN-EXTRACTO.
           PERFORM CERRAR-EXTRACTO.

       SOLTAR-UN-ESTUDIANTE.
           IF EXT-FILA-ESTUDIANTE
               MOVE EXT-ID-ESTUDIANTE TO ORD-ID-ESTUDIANTE
               MOVE EXT-NOM-ESTUDIANTE TO ORD-NOM-ESTUDIANTE
               MOVE EXT-ESTADO-ESTUDIANTE TO ORD-ESTADO
               MOVE EXT-FECHA-RETIRO TO ORD-FECHA-RETIRO
               RELEASE REG-ORDEN-ESTUDIANTE
           END-IF.
           PERFORM LEER-EXTRACTO.

       GENERAR-RESUMEN.
           PERFORM DEVOLVER-ESTUDIANTE.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           PERFORM LEER-ASISTENCIA.
           PERFORM PROCESAR-UNA-TOMA UNTIL FIN-ARCHIVO.
           IF HAY-GRUPO
               PERFORM CERRAR-GRUPO-ESTUDIANTE THRU CERRAR-GRUPO-FIN
           END-IF.
           PERFORM IMPRIMIR-LISTA-REVISION.

       DEVOLVER-ESTUDIANTE.
           RETURN ORDEN-ESTUDIANTES
               AT END
                   MOVE "S" TO SW-FIN-ORDEN
           END-RETURN.

       PEDIR-MES.
           DISPLAY "MES A RESUMIR (AAAAMM): ".
                  OR ASI-ID-ESTUDIANTE NOT = ID-EN-RESUMEN
                   IF HAY-GRUPO
                       PERFORM CERRAR-GRUPO-ESTUDIANTE
                               THRU CERRAR-GRUPO-FIN
                   END-IF
                   PERFORM ABRIR-GRUPO-ESTUDIANTE
               END-IF
           MOVE 0 TO CANT-PRESENTE.
           MOVE 0 TO CANT-AUSENTE.
           MOVE 0 TO CANT-TARDE.
           MOVE 0 TO CANT-JUSTIFICADO.
           PERFORM BUSCAR-DATOS-ESTUDIANTE.

       BUSCAR-DATOS-ESTUDIANTE.
           MOVE SPACES TO NOMBRE-RESUMEN.
           MOVE "N" TO SW-EST-RETIRADO-RES.
           MOVE 99999999 TO FECHA-RETIRO-RES.
           PERFORM DEVOLVER-ESTUDIANTE
                   UNTIL FIN-ORDEN
                      OR ORD-ID-ESTUDIANTE NOT < ID-EN-RESUMEN.
           IF NOT FIN-ORDEN
              AND ORD-ID-ESTUDIANTE = ID-EN-RESUMEN
               MOVE ORD-NOM-ESTUDIANTE TO NOMBRE-RESUMEN
               IF ORD-RETIRADO
                   MOVE "S" TO SW-EST-RETIRADO-RES
                   MOVE ORD-FECHA-RETIRO TO FECHA-RETIRO-RES
               END-IF
           END-IF.

       ACUMULAR-UNA-TOMA.
                       ADD 1 TO CANT-AUSENTE
                   WHEN ASI-TARDE
                       ADD 1 TO CANT-TARDE
                   WHEN ASI-JUSTIFICADO
                       ADD 1 TO CANT-JUSTIFICADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CERRAR-GRUPO-ESTUDIANTE.
           COMPUTE CANT-DIAS-EXIGIBLES =
                   CANT-PRESENTE + CANT-AUSENTE + CANT-TARDE.
           COMPUTE CANT-TOMAS =
                   CANT-DIAS-EXIGIBLES + CANT-JUSTIFICADO.
           IF CANT-TOMAS = 0
               GO TO CERRAR-GRUPO-FIN
           END-IF.
           ADD 1 TO CANT-ESTUDIANTES.
           IF CANT-DIAS-EXIGIBLES = 0
               MOVE 0 TO PORC-AUSENCIA
           ELSE
               COMPUTE PORC-AUSENCIA ROUNDED =
                       CANT-AUSENTE * 100 / CANT-DIAS-EXIGIBLES
           END-IF.
           PERFORM IMPRIMIR-RESUMEN-ESTUDIANTE.
           IF NOT RETIRADO-EN-RESUMEN
              AND PORC-AUSENCIA >= UMBRAL-REVISION
               CANT-AUSENTE DELIMITED BY SIZE
               " T:" DELIMITED BY SIZE
               CANT-TARDE DELIMITED BY SIZE
               " J:" DELIMITED BY SIZE
               CANT-JUSTIFICADO DELIMITED BY SIZE
               " AUS%:" DELIMITED BY SIZE
               PORC-AUSENCIA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           COPY RPTHDR-PROC.

           COPY NUMCHK-PROC.

           COPY EXTCHK-PROC.
