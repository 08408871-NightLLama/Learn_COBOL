      * registro de distribución del día en DISTLOG4, las excepciones
      * nuevas del día agrupadas por programa, la cantidad de entradas
      * de auditoría del día, y las cifras de cabecera de la clase
      * (estudiantes activos y promedio) tomadas del extracto
      * nocturno STUDEXT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se agregó la sección de fin de mes: el estado de
      *             la corrida MONTHRUN en MONTHSTAT (período,
      *             EN-CURSO / FRENADO / COMPLETO, motivo) y sus pasos
      *             del período según el control MONTHCTL.
      * 2026-10-15  Se agregó la sección de cuadre entre pasos: las
      *             reglas que RUN-BALANCE deja en BALSTAT con sus dos
      *             lados y su estado (CUADRA / DESCUADRE / SIN DATOS).
      * 2026-10-15  Las cifras de la clase salen del extracto nocturno
      *             STUDEXT (EXTCHK-PROC), con la fecha y hora de la
      *             foto, en vez de recorrer el STUDENT-MASTER: el
      *             tablero muestra la misma foto que CLASS-SUMMARY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNING-DASHBOARD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-PASOS.

           SELECT ESTADO-MES ASSIGN TO "MONTHSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-MES.

           SELECT CONTROL-MES ASSIGN TO "MONTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-MES.

           SELECT RECON-LOG ASSIGN TO "RECONLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECON-LOG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT RESULTADOS-CUADRE ASSIGN TO "BALSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUADRE.

           SELECT TABLERO ASSIGN TO "DASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  PASO-HORA-FIN      PIC 9(8).
           05  PASO-ESTADO        PIC X(10).

       FD  ESTADO-MES.
       01  REG-ESTADO-MES.
           05  MST-PERIODO        PIC 9(6).
           05  MST-ESTADO         PIC X(10).
           05  MST-FECHA-INICIO   PIC 9(8).
           05  MST-FECHA-FIN      PIC 9(8).
           05  MST-FECHA-DAYRUN   PIC 9(8).
           05  MST-MOTIVO         PIC X(30).

       FD  CONTROL-MES.
       01  REG-CONTROL-MES.
           05  MES-NOMBRE         PIC X(8).
           05  MES-CLAVE          PIC 9(8).
           05  MES-HORA-INICIO    PIC 9(8).
           05  MES-HORA-FIN       PIC 9(8).
           05  MES-ESTADO         PIC X(10).

       FD  RECON-LOG.
       01  LINEA-RECON-LOG PIC X(60).

       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG PIC X(166).

       FD  EXTRACTO-ESTUDIANTES.
           COPY STUDEXT.

       FD  RESULTADOS-CUADRE.
           COPY BALSTAT.

       FD  TABLERO.
       01  LINEA-TABLERO PIC X(100).
           88  FS-GATE-OK VALUE "00".
       01  FS-CONTROL-PASOS PIC XX.
           88  FS-PASOS-OK VALUE "00".
       01  FS-ESTADO-MES PIC XX.
           88  FS-MES-OK VALUE "00".
       01  FS-CONTROL-MES PIC XX.
           88  FS-CTL-MES-OK VALUE "00".
       01  CLAVE-PERIODO PIC 9(8).
       01  FS-CUADRE PIC XX.
           88  FS-CUADRE-OK VALUE "00".
       01  IZQUIERDA-ED PIC ZZZ,ZZZ,ZZ9.
       01  DERECHA-ED PIC ZZZ,ZZZ,ZZ9.
       01  FS-RECON-LOG PIC XX.
           88  FS-RECON-OK VALUE "00".
       01  FS-DISTRIBUCION PIC XX.
           88  FS-EXC-OK VALUE "00".
       01  FS-AUDIT-LOG PIC XX.
           88  FS-AUD-OK VALUE "00".
       01  FS-TABLERO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  PROMEDIO-CLASE-ED PIC ZZ9.99.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.
           COPY EXTCHK.

       PROCEDURE DIVISION.
       INICIO.
               AFTER ADVANCING 1 LINE.
           PERFORM SECCION-COMPUERTA THRU SECCION-COMPUERTA-FIN.
           PERFORM SECCION-PASOS THRU SECCION-PASOS-FIN.
           PERFORM SECCION-CUADRE THRU SECCION-CUADRE-FIN.
           PERFORM SECCION-FIN-DE-MES THRU SECCION-MES-FIN.
           PERFORM SECCION-RECONCILIACION THRU SECCION-RECON-FIN.
           PERFORM SECCION-DISTRIBUCION THRU SECCION-DIST-FIN.
           PERFORM SECCION-EXCEPCIONES THRU SECCION-EXC-FIN.
           END-IF.
           PERFORM LEER-PASO.

      ******************************************************************
      * Resultado del cuadre entre pasos que RUN-BALANCE deja en
      * BALSTAT al cierre de la ventana: una línea por regla.
      ******************************************************************
       SECCION-CUADRE.
           MOVE "CUADRE ENTRE PASOS (BALSTAT)" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-TITULO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           OPEN INPUT RESULTADOS-CUADRE.
           IF NOT FS-CUADRE-OK
               MOVE "  SIN BALSTAT - EL CUADRE NO CORRIO"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO SECCION-CUADRE-FIN
           END-IF.
           PERFORM LEER-CUADRE.
           PERFORM LISTAR-UN-CUADRE UNTIL FIN-ARCHIVO.
           CLOSE RESULTADOS-CUADRE.
       SECCION-CUADRE-FIN.
           EXIT.

       LEER-CUADRE.
           READ RESULTADOS-CUADRE
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       LISTAR-UN-CUADRE.
           IF BAL-FECHA = FECHA-HOY
               MOVE BAL-IZQUIERDA TO IZQUIERDA-ED
               MOVE BAL-DERECHA TO DERECHA-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                   BAL-REGLA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BAL-DESCRIPCION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IZQUIERDA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DERECHA-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   BAL-ESTADO DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM LEER-CUADRE.

      ******************************************************************
      * Estado de la corrida de fin de mes MONTHRUN y sus pasos del
      * período (el bracket los guarda con la clave AAAAMM00).
      ******************************************************************
       SECCION-FIN-DE-MES.
           MOVE "CORRIDA DE FIN DE MES (MONTHSTAT)" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-TITULO.
           OPEN INPUT ESTADO-MES.
           IF NOT FS-MES-OK
               MOVE "  SIN MONTHSTAT - NO HUBO CORRIDA DE FIN DE MES"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO SECCION-MES-FIN
           END-IF.
           READ ESTADO-MES
               AT END
                   MOVE 0 TO MST-PERIODO
           END-READ.
           CLOSE ESTADO-MES.
           IF MST-PERIODO = 0
               MOVE "  MONTHSTAT VACIO" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO SECCION-MES-FIN
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  PERIODO " DELIMITED BY SIZE
               MST-PERIODO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MST-ESTADO DELIMITED BY SIZE
               "  INICIO " DELIMITED BY SIZE
               MST-FECHA-INICIO DELIMITED BY SIZE
               "  FIN " DELIMITED BY SIZE
               MST-FECHA-FIN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               MST-MOTIVO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           COMPUTE CLAVE-PERIODO = MST-PERIODO * 100.
           MOVE "N" TO SW-FIN-ARCHIVO.
           OPEN INPUT CONTROL-MES.
           IF NOT FS-CTL-MES-OK
               GO TO SECCION-MES-FIN
           END-IF.
           PERFORM LEER-PASO-MES.
           PERFORM LISTAR-UN-PASO-MES UNTIL FIN-ARCHIVO.
           CLOSE CONTROL-MES.
       SECCION-MES-FIN.
           EXIT.

       LEER-PASO-MES.
           READ CONTROL-MES
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       LISTAR-UN-PASO-MES.
           IF MES-CLAVE = CLAVE-PERIODO
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                   MES-NOMBRE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MES-ESTADO DELIMITED BY SIZE
                   "  INICIO " DELIMITED BY SIZE
                   MES-HORA-INICIO DELIMITED BY SIZE
                   "  FIN " DELIMITED BY SIZE
                   MES-HORA-FIN DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM LEER-PASO-MES.

       SECCION-RECONCILIACION.
           MOVE "CONCILIACION DEL DIA (RECONLOG)" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-TITULO.
               ADD 1 TO POS-BUSQUEDA
           END-IF.

      ******************************************************************
      * Las cifras de la clase salen del extracto STUDEXT, la misma
      * foto que leen CLASS-SUMMARY y los demás reportes de la
      * ventana, con su fecha y hora a la vista.
      ******************************************************************
       SECCION-CLASE.
           MOVE "CIFRAS DE LA CLASE (STUDEXT)" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-TITULO.
           PERFORM ABRIR-EXTRACTO THRU ABRIR-EXTRACTO-FIN.
           IF NOT EXTCHK-DISPONIBLE
               MOVE "  SIN EXTRACTO STUDEXT" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO SECCION-CLASE-FIN
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  FOTO DEL " DELIMITED BY SIZE
               EXTCHK-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXTCHK-HORA(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               EXTCHK-HORA(3:2) DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           PERFORM ACUMULAR-ESTUDIANTE UNTIL FIN-EXTRACTO.
           PERFORM CERRAR-EXTRACTO.
           IF CANT-ESTUDIANTES = 0
               MOVE "  SIN ESTUDIANTES ACTIVOS" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
       SECCION-CLASE-FIN.
           EXIT.

      ******************************************************************
      * Una sola fila por estudiante (EXT-FILA-ESTUDIANTE) cuenta; las
      * demás filas del mismo estudiante son sus otras materias.
      ******************************************************************
       ACUMULAR-ESTUDIANTE.
           IF EXT-FILA-ESTUDIANTE
               IF EXT-EST-RETIRADO
                   ADD 1 TO CANT-RETIRADOS
               ELSE
                   ADD 1 TO CANT-ESTUDIANTES
                   ADD EXT-PROMEDIO TO TOTAL-PROMEDIOS
               END-IF
           END-IF.
           PERFORM LEER-EXTRACTO.

           COPY RPTHDR-PROC.
           COPY EXTCHK-PROC.
