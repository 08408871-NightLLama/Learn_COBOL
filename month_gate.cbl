      ******************************************************************
      * Compuerta y estado de la corrida de fin de mes MONTHRUN: corre
      * como paso cero, como paso de consulta antes del cierre anual,
      * y como último paso del stream.  Tarjeta SYSIN: la función.
      *   I - inicio: fija el período contable de la corrida (el
      *       PER-ABIERTO de GLPERIOD, o el de una corrida anterior
      *       que no llegó a COMPLETO - el stream se retoma sobre el
      *       mismo período), y se niega a arrancar (RETURN-CODE 8) si
      *       la ventana DAYRUN del último día hábil no figura
      *       COMPLETA en STEPCTL paso por paso.  Deja el período en
      *       la tarjeta MONTHPER y el año en MONTHANO, que los pasos
      *       de MONTHRUN leen como SYSIN en lugar de teclearlo, y el
      *       estado EN-CURSO (o FRENADO con el motivo) en MONTHSTAT.
      *   A - cierre anual: RETURN-CODE 0 si el período de la corrida
      *       es el 12, 4 si no - la lógica COND del JCL saltea
      *       YEAR-END-CLOSE fuera del último mes.
      *   F - fin: marca COMPLETO el período en MONTHSTAT, siempre
      *       que el último paso del stream (segunda tarjeta) figure
      *       COMPLETO en MONTHCTL para el período - y en el período
      *       12 también el paso del cierre anual (tercera tarjeta).
      *       Los brackets sostienen el orden, así que el último paso
      *       completo implica todos los anteriores.
      * MONTHSTAT es lo que MORNING-DASHBOARD muestra a la mañana
      * siguiente, junto con los pasos del período en MONTHCTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-GATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-PASOS ASSIGN TO "STEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-PASOS.

           SELECT PERIODO-CONTROL ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODO-CONTROL.

           SELECT ESTADO-MES ASSIGN TO "MONTHSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-MES.

           SELECT TARJETA-PERIODO ASSIGN TO "MONTHPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETA-PERIODO.

           SELECT TARJETA-ANIO ASSIGN TO "MONTHANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETA-ANIO.

           SELECT CONTROL-MES ASSIGN TO "MONTHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-MES.

           SELECT CALENDARIO-HABIL ASSIGN TO "CALFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO-HABIL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-PASOS.
       01  REG-CONTROL-PASO.
           05  PASO-NOMBRE        PIC X(8).
           05  PASO-FECHA         PIC 9(8).
           05  PASO-HORA-INICIO   PIC 9(8).
           05  PASO-HORA-FIN      PIC 9(8).
           05  PASO-ESTADO        PIC X(10).

       FD  PERIODO-CONTROL.
       01  REG-PERIODO-CONTROL.
           05  PER-ABIERTO PIC 9(6).

       FD  ESTADO-MES.
       01  REG-ESTADO-MES.
           05  MST-PERIODO        PIC 9(6).
           05  MST-ESTADO         PIC X(10).
           05  MST-FECHA-INICIO   PIC 9(8).
           05  MST-FECHA-FIN      PIC 9(8).
           05  MST-FECHA-DAYRUN   PIC 9(8).
           05  MST-MOTIVO         PIC X(30).

       FD  TARJETA-PERIODO.
       01  REG-TARJETA-PERIODO PIC X(80).

       FD  TARJETA-ANIO.
       01  REG-TARJETA-ANIO PIC X(80).

       FD  CONTROL-MES.
       01  REG-CONTROL-MES.
           05  MES-NOMBRE         PIC X(8).
           05  MES-CLAVE          PIC 9(8).
           05  MES-HORA-INICIO    PIC 9(8).
           05  MES-HORA-FIN       PIC 9(8).
           05  MES-ESTADO         PIC X(10).

       FD  CALENDARIO-HABIL.
       01  REG-FERIADO-HABIL.
           05  HAB-FER-FECHA          PIC 9(8).
           05  HAB-FER-DESCRIPCION    PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-CONTROL-PASOS PIC XX.
           88  FS-CTL-OK VALUE "00".
       01  FS-PERIODO-CONTROL PIC XX.
           88  FS-PER-OK VALUE "00".
       01  FS-ESTADO-MES PIC XX.
           88  FS-MES-OK VALUE "00".
       01  FS-CONTROL-MES PIC XX.
           88  FS-CTL-MES-OK VALUE "00".
       01  FS-TARJETA-PERIODO PIC XX.
       01  FS-TARJETA-ANIO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-HAY-ESTADO PIC A VALUE "N".
           88  HAY-ESTADO VALUE "S".
       01  FUNCION-COMPUERTA PIC A.
           88  FUNCION-INICIO VALUE "I".
           88  FUNCION-ANUAL  VALUE "A".
           88  FUNCION-FIN    VALUE "F".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-DAYRUN PIC 9(8).
       01  PERIODO-CORRIDA PIC 9(6).
       01  PERIODO-CORRIDA-R REDEFINES PERIODO-CORRIDA.
           05  CORRIDA-ANIO       PIC 9(4).
           05  CORRIDA-MES        PIC 99.
       01  MOTIVO-FRENO PIC X(30).
      ******************************************************************
      * Pasos bracketeados de DAYRUN que tienen que figurar COMPLETO
      * en STEPCTL con la fecha del último día hábil (el tablero
      * STEP04 no lleva bracket).
      ******************************************************************
       01  TABLA-PASOS-DAYRUN.
           05  FILLER             PIC X(8) VALUE "STEP00".
           05  FILLER             PIC X(8) VALUE "STEP01".
           05  FILLER             PIC X(8) VALUE "STEP02".
           05  FILLER             PIC X(8) VALUE "STEP03".
           05  FILLER             PIC X(8) VALUE "STEP05".
           05  FILLER             PIC X(8) VALUE "STEP06".
       01  TABLA-PASOS-DAYRUN-R REDEFINES TABLA-PASOS-DAYRUN.
           05  PASO-DAYRUN        PIC X(8) OCCURS 6 TIMES.
       01  ESTADO-PASO-DAYRUN.
           05  EPD-ESTADO         PIC X(10) OCCURS 6 TIMES.
       01  IDX-DAYRUN PIC 9.
       01  PASO-INCOMPLETO PIC X(8).
       01  PASO-ULTIMO PIC X(8).
       01  PASO-ANUAL PIC X(8).
       01  CLAVE-PERIODO PIC 9(8).
       01  SW-ULTIMO-OK PIC A.
           88  ULTIMO-OK VALUE "S".
       01  SW-ANUAL-OK PIC A.
           88  ANUAL-OK VALUE "S".
           COPY HABILCHK.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FUNCION-COMPUERTA.
           MOVE FUNCTION UPPER-CASE(FUNCION-COMPUERTA)
               TO FUNCION-COMPUERTA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-ESTADO-MES.
           EVALUATE TRUE
               WHEN FUNCION-INICIO
                   PERFORM ABRIR-CORRIDA THRU ABRIR-CORRIDA-FIN
               WHEN FUNCION-ANUAL
                   PERFORM CONSULTAR-CIERRE-ANUAL
               WHEN FUNCION-FIN
                   PERFORM CERRAR-CORRIDA THRU CERRAR-CORRIDA-FIN
               WHEN OTHER
                   DISPLAY "FUNCIÓN DE COMPUERTA DESCONOCIDA: ",
                           FUNCION-COMPUERTA
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       LEER-ESTADO-MES.
           MOVE "N" TO SW-HAY-ESTADO.
           OPEN INPUT ESTADO-MES.
           IF FS-MES-OK
               READ ESTADO-MES
                   NOT AT END
                       MOVE "S" TO SW-HAY-ESTADO
               END-READ
               CLOSE ESTADO-MES
           END-IF.

       GRABAR-ESTADO-MES.
           OPEN OUTPUT ESTADO-MES.
           WRITE REG-ESTADO-MES.
           CLOSE ESTADO-MES.

      ******************************************************************
      * Una corrida anterior que no llegó a COMPLETO fija el período:
      * el stream se retoma sobre él, y los brackets de MONTHCTL
      * saltean los pasos ya completos de ese período.
      ******************************************************************
       ABRIR-CORRIDA.
           IF HAY-ESTADO AND MST-ESTADO NOT = "COMPLETO"
               MOVE MST-PERIODO TO PERIODO-CORRIDA
               DISPLAY "SE RETOMA LA CORRIDA DEL PERÍODO ",
                       PERIODO-CORRIDA
           ELSE
               OPEN INPUT PERIODO-CONTROL
               IF NOT FS-PER-OK
                   DISPLAY "SIN CONTROL DE PERÍODO GLPERIOD - LA"
                           " CORRIDA DE FIN DE MES NO ARRANCA"
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-CORRIDA-FIN
               END-IF
               READ PERIODO-CONTROL
                   AT END
                       MOVE 0 TO PER-ABIERTO
               END-READ
               CLOSE PERIODO-CONTROL
               IF PER-ABIERTO = 0
                   DISPLAY "REGISTRO GLPERIOD VACÍO - LA CORRIDA DE"
                           " FIN DE MES NO ARRANCA"
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-CORRIDA-FIN
               END-IF
               IF HAY-ESTADO AND MST-PERIODO = PER-ABIERTO
                   DISPLAY "EL FIN DE MES DEL PERÍODO ", PER-ABIERTO,
                           " YA ESTÁ COMPLETO"
                   MOVE 8 TO RETURN-CODE
                   GO TO ABRIR-CORRIDA-FIN
               END-IF
               MOVE PER-ABIERTO TO PERIODO-CORRIDA
               MOVE FECHA-HOY TO MST-FECHA-INICIO
           END-IF.
           PERFORM BUSCAR-ULTIMO-HABIL.
           PERFORM VERIFICAR-DAYRUN THRU VERIFICAR-DAYRUN-FIN.
           MOVE PERIODO-CORRIDA TO MST-PERIODO.
           MOVE FECHA-DAYRUN TO MST-FECHA-DAYRUN.
           MOVE 0 TO MST-FECHA-FIN.
           IF MOTIVO-FRENO NOT = SPACES
               MOVE "FRENADO" TO MST-ESTADO
               MOVE MOTIVO-FRENO TO MST-MOTIVO
               PERFORM GRABAR-ESTADO-MES
               DISPLAY "FIN DE MES FRENADO: ", MOTIVO-FRENO
               MOVE 8 TO RETURN-CODE
               GO TO ABRIR-CORRIDA-FIN
           END-IF.
           MOVE "EN-CURSO" TO MST-ESTADO.
           MOVE SPACES TO MST-MOTIVO.
           PERFORM GRABAR-ESTADO-MES.
           OPEN OUTPUT TARJETA-PERIODO.
           MOVE PERIODO-CORRIDA TO REG-TARJETA-PERIODO.
           WRITE REG-TARJETA-PERIODO.
           CLOSE TARJETA-PERIODO.
           OPEN OUTPUT TARJETA-ANIO.
           MOVE CORRIDA-ANIO TO REG-TARJETA-ANIO.
           WRITE REG-TARJETA-ANIO.
           CLOSE TARJETA-ANIO.
           DISPLAY "FIN DE MES DEL PERÍODO ", PERIODO-CORRIDA,
                   " - DAYRUN DEL ", FECHA-DAYRUN, " COMPLETO, PROCEDE".
       ABRIR-CORRIDA-FIN.
           EXIT.

      ******************************************************************
      * Último día hábil: hoy si es hábil, si no el hábil anterior
      * (EXAMINAR-DIA-HABIL de HABILCHK-PROC, hacia atrás).
      ******************************************************************
       BUSCAR-ULTIMO-HABIL.
           COMPUTE HAB-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY) + 1.
           MOVE "N" TO SW-HAB-ES-HABIL.
           PERFORM RETROCEDER-UN-DIA UNTIL HAB-ES-HABIL.
           COMPUTE FECHA-DAYRUN =
               FUNCTION DATE-OF-INTEGER(HAB-ENTERO).

       RETROCEDER-UN-DIA.
           SUBTRACT 1 FROM HAB-ENTERO.
           PERFORM EXAMINAR-DIA-HABIL THRU EXAMINAR-DIA-HABIL-FIN.

       VERIFICAR-DAYRUN.
           MOVE SPACES TO MOTIVO-FRENO.
           MOVE SPACES TO ESTADO-PASO-DAYRUN.
           OPEN INPUT CONTROL-PASOS.
           IF NOT FS-CTL-OK
               MOVE "SIN CONTROL DE PASOS STEPCTL" TO MOTIVO-FRENO
               GO TO VERIFICAR-DAYRUN-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-PASO.
           PERFORM ANOTAR-PASO-DAYRUN UNTIL FIN-ARCHIVO.
           CLOSE CONTROL-PASOS.
           MOVE SPACES TO PASO-INCOMPLETO.
           PERFORM REVISAR-PASO-DAYRUN
                   VARYING IDX-DAYRUN FROM 1 BY 1
                   UNTIL IDX-DAYRUN > 6
                      OR PASO-INCOMPLETO NOT = SPACES.
           IF PASO-INCOMPLETO NOT = SPACES
               STRING "DAYRUN " DELIMITED BY SIZE
                   FECHA-DAYRUN DELIMITED BY SIZE
                   " SIN " DELIMITED BY SIZE
                   PASO-INCOMPLETO DELIMITED BY SPACE
                   INTO MOTIVO-FRENO
               END-STRING
           END-IF.
       VERIFICAR-DAYRUN-FIN.
           EXIT.

       LEER-PASO.
           READ CONTROL-PASOS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       ANOTAR-PASO-DAYRUN.
           IF PASO-FECHA = FECHA-DAYRUN
               PERFORM COMPARAR-PASO-DAYRUN
                       VARYING IDX-DAYRUN FROM 1 BY 1
                       UNTIL IDX-DAYRUN > 6
           END-IF.
           PERFORM LEER-PASO.

       COMPARAR-PASO-DAYRUN.
           IF PASO-NOMBRE = PASO-DAYRUN(IDX-DAYRUN)
               MOVE PASO-ESTADO TO EPD-ESTADO(IDX-DAYRUN)
           END-IF.

       REVISAR-PASO-DAYRUN.
           IF EPD-ESTADO(IDX-DAYRUN) NOT = "COMPLETO"
               MOVE PASO-DAYRUN(IDX-DAYRUN) TO PASO-INCOMPLETO
           END-IF.

       CONSULTAR-CIERRE-ANUAL.
           IF NOT HAY-ESTADO
               DISPLAY "SIN ESTADO MONTHSTAT - NO HAY CORRIDA DE FIN"
                       " DE MES EN CURSO"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE MST-PERIODO TO PERIODO-CORRIDA
               IF CORRIDA-MES = 12
                   DISPLAY "PERÍODO ", PERIODO-CORRIDA,
                           " - CORRESPONDE EL CIERRE ANUAL"
               ELSE
                   DISPLAY "PERÍODO ", PERIODO-CORRIDA,
                           " - SIN CIERRE ANUAL"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CERRAR-CORRIDA.
           ACCEPT PASO-ULTIMO.
           ACCEPT PASO-ANUAL.
           MOVE FUNCTION UPPER-CASE(PASO-ULTIMO) TO PASO-ULTIMO.
           MOVE FUNCTION UPPER-CASE(PASO-ANUAL) TO PASO-ANUAL.
           IF NOT HAY-ESTADO
               DISPLAY "SIN ESTADO MONTHSTAT - NADA QUE CERRAR"
               MOVE 8 TO RETURN-CODE
               GO TO CERRAR-CORRIDA-FIN
           END-IF.
           MOVE MST-PERIODO TO PERIODO-CORRIDA.
           COMPUTE CLAVE-PERIODO = MST-PERIODO * 100.
           MOVE "N" TO SW-ULTIMO-OK.
           MOVE "N" TO SW-ANUAL-OK.
           IF CORRIDA-MES NOT = 12
               MOVE "S" TO SW-ANUAL-OK
           END-IF.
           OPEN INPUT CONTROL-MES.
           IF FS-CTL-MES-OK
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-PASO-MES
               PERFORM REVISAR-PASO-MES UNTIL FIN-ARCHIVO
               CLOSE CONTROL-MES
           END-IF.
           IF NOT ULTIMO-OK OR NOT ANUAL-OK
               DISPLAY "EL FIN DE MES DEL PERÍODO ", MST-PERIODO,
                       " NO TERMINÓ - QUEDA ", MST-ESTADO
               MOVE 8 TO RETURN-CODE
               GO TO CERRAR-CORRIDA-FIN
           END-IF.
           MOVE "COMPLETO" TO MST-ESTADO.
           MOVE FECHA-HOY TO MST-FECHA-FIN.
           MOVE SPACES TO MST-MOTIVO.
           PERFORM GRABAR-ESTADO-MES.
           DISPLAY "FIN DE MES DEL PERÍODO ", MST-PERIODO, " COMPLETO".
       CERRAR-CORRIDA-FIN.
           EXIT.

       LEER-PASO-MES.
           READ CONTROL-MES
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-PASO-MES.
           IF MES-CLAVE = CLAVE-PERIODO AND MES-ESTADO = "COMPLETO"
               IF MES-NOMBRE = PASO-ULTIMO
                   MOVE "S" TO SW-ULTIMO-OK
               END-IF
               IF MES-NOMBRE = PASO-ANUAL
                   MOVE "S" TO SW-ANUAL-OK
               END-IF
           END-IF.
           PERFORM LEER-PASO-MES.

           COPY HABILCHK-PROC.
