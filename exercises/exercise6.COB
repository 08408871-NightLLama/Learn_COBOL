      *             EXERCISE6; see DATADICT-MAINT and the DICTCHK
      *             copybooks).  Without the file or the row the
      *             compiled range stands, with a warning.
      * 2026-10-15  Every out-of-limit reading in batch mode now raises
      *             a maintenance work order in the new ORDTRAB file
      *             (see ORDTRAB.CPY): sensor, location, reading, limit
      *             breached, opened date/time and a priority from how
      *             many degrees the reading was past the limit.  A
      *             sensor that already has a pending order gets the
      *             repeat alarm attached to that order instead of a
      *             duplicate.  TEMPLIM records gain an optional sensor
      *             location after the limits, and the alarm page now
      *             shows each sensor's order number.  WORK-ORDER-MAINT
      *             and WORK-ORDER-AGING take the orders from there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCISE7.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DATADICT.

           SELECT ORDENES-TRABAJO ASSIGN TO "ORDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUMERO
               ALTERNATE RECORD KEY IS OT-SENSOR
                   WITH DUPLICATES
               FILE STATUS IS FS-ORDENES.

           SELECT ORDEN-CONTROL ASSIGN TO "ORDTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDEN-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  LECTURAS-LOTE.
                                   SIGN LEADING SEPARATE.
           05  LIM-MAXIMO          PIC S999
                                   SIGN LEADING SEPARATE.
           05  LIM-UBICACION       PIC X(20).

       FD  REPORTE-LOTE.
       01  LINEA-REPORTE PIC X(60).
       FD  ARCHIVO-DATADICT.
           COPY DATADICT.

       FD  ORDENES-TRABAJO.
           COPY ORDTRAB.

       FD  ORDEN-CONTROL.
       01  REG-ORDEN-CONTROL.
           05  CTL-PROX-ORDEN     PIC 9(6).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  GRADOS-C PIC S999.
       01  GRADOS-F PIC S999.
               10  SEN-MAXIMO      PIC S999.
               10  SEN-TOTAL       PIC S9(8).
               10  SEN-ALARMAS     PIC 9(4).
               10  SEN-ORDEN       PIC 9(6).
       01  CANT-SENSORES PIC 99 VALUE 0.
       01  IDX-SENSOR PIC 99.
       01  SW-SENSOR-HALLADO PIC A.
               10  TLI-SENSOR      PIC X(4).
               10  TLI-MINIMO      PIC S999.
               10  TLI-MAXIMO      PIC S999.
               10  TLI-UBICACION   PIC X(20).
       01  CANT-LIMITES PIC 99 VALUE 0.
       01  IDX-LIMITE PIC 99.
       01  SW-LIMITE-HALLADO PIC A.
       01  PROMEDIO-SENSOR-ED PIC -(4)9.99.
       01  MINIMO-ED PIC -999.
       01  MAXIMO-ED PIC -999.
      ******************************************************************
      * Órdenes de trabajo por alarma: la prioridad sale de cuántos
      * grados pasó la lectura el límite del sensor - DESVIO-URGENTE o
      * más es prioridad 1, DESVIO-ALTA o más prioridad 2, el resto 3.
      ******************************************************************
       01  FS-ORDENES PIC XX.
           88  FS-OT-OK            VALUE "00".
           88  FS-OT-NO-EXISTE     VALUE "35".
       01  FS-ORDEN-CONTROL PIC XX.
           88  FS-OTCTL-OK VALUE "00".
       01  SW-ORDEN-HALLADA PIC A.
           88  ORDEN-HALLADA VALUE "S".
       01  SW-FIN-ORDENES PIC A.
           88  FIN-ORDENES VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  HORA-CORRIDA PIC 9(8).
       01  NUMERO-ORDEN PIC 9(6).
       01  DESVIO-URGENTE PIC 9(4) VALUE 10.
       01  DESVIO-ALTA PIC 9(4) VALUE 5.
       01  DESVIO-LECTURA PIC 9(4).
       01  DESVIO-ORDEN PIC 9(4).
       01  LIMITE-PASADO PIC S999.
       01  TIPO-LIMITE-LECTURA PIC X.
       01  PRIORIDAD-LECTURA PIC 9.
       01  CANT-OT-ABIERTAS PIC 9(4) VALUE 0.
       01  CANT-OT-SUMADAS PIC 9(4) VALUE 0.
           COPY NUMCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INGRESO-DATOS.

           COPY NUMCHK-PROC.
           COPY DICTCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.

      ******************************************************************
      * Rango de validez Celsius del diccionario de datos: la fila

       PROCESAR-LOTE.
           PERFORM CARGAR-LIMITES THRU CARGAR-LIMITES-FIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRIDA FROM TIME.
           PERFORM ABRIR-ORDENES.
           OPEN INPUT LECTURAS-LOTE.
           OPEN OUTPUT REPORTE-LOTE.
           PERFORM LEER-LECTURA.
                   THRU ESCRIBIR-PAGINA-ALARMAS-FIN.
           CLOSE LECTURAS-LOTE.
           CLOSE REPORTE-LOTE.
           CLOSE ORDENES-TRABAJO.
           DISPLAY "ORDENES DE TRABAJO ABIERTAS: ", CANT-OT-ABIERTAS,
                   "  ALARMAS SUMADAS A ORDENES PENDIENTES: ",
                   CANT-OT-SUMADAS.

       ABRIR-ORDENES.
           OPEN I-O ORDENES-TRABAJO.
           IF FS-OT-NO-EXISTE
               OPEN OUTPUT ORDENES-TRABAJO
               CLOSE ORDENES-TRABAJO
               OPEN I-O ORDENES-TRABAJO
           END-IF.

       CARGAR-LIMITES.
           OPEN INPUT LIMITES-SENSORES.
               MOVE LIM-SENSOR TO TLI-SENSOR(CANT-LIMITES)
               MOVE LIM-MINIMO TO TLI-MINIMO(CANT-LIMITES)
               MOVE LIM-MAXIMO TO TLI-MAXIMO(CANT-LIMITES)
               MOVE LIM-UBICACION TO TLI-UBICACION(CANT-LIMITES)
           END-IF.
           PERFORM LEER-LIMITE.

                   MOVE -999 TO SEN-MAXIMO(IDX-SENSOR)
                   MOVE 0 TO SEN-TOTAL(IDX-SENSOR)
                   MOVE 0 TO SEN-ALARMAS(IDX-SENSOR)
                   MOVE 0 TO SEN-ORDEN(IDX-SENSOR)
               ELSE
                   GO TO ACUMULAR-SENSOR-FIN
               END-IF
               IF GRADOS-C < TLI-MINIMO(IDX-LIMITE)
                  OR GRADOS-C > TLI-MAXIMO(IDX-LIMITE)
                   ADD 1 TO SEN-ALARMAS(IDX-SENSOR)
                   PERFORM REGISTRAR-ORDEN-TRABAJO
                       THRU REGISTRAR-ORDEN-TRABAJO-FIN
               END-IF
           END-IF.

               MOVE "S" TO SW-LIMITE-HALLADO
           END-IF.

      ******************************************************************
      * Cada lectura fuera de límite llega a una orden de trabajo en
      * ORDTRAB: si el sensor ya tiene una orden pendiente (abierta o
      * asignada) la alarma se suma a esa orden - cuenta, hora de la
      * última alarma, y la peor lectura con su prioridad si esta es
      * peor -; si no, se abre una orden nueva.
      ******************************************************************
       REGISTRAR-ORDEN-TRABAJO.
           IF GRADOS-C < TLI-MINIMO(IDX-LIMITE)
               MOVE "I" TO TIPO-LIMITE-LECTURA
               MOVE TLI-MINIMO(IDX-LIMITE) TO LIMITE-PASADO
               COMPUTE DESVIO-LECTURA =
                       TLI-MINIMO(IDX-LIMITE) - GRADOS-C
           ELSE
               MOVE "S" TO TIPO-LIMITE-LECTURA
               MOVE TLI-MAXIMO(IDX-LIMITE) TO LIMITE-PASADO
               COMPUTE DESVIO-LECTURA =
                       GRADOS-C - TLI-MAXIMO(IDX-LIMITE)
           END-IF.
           EVALUATE TRUE
               WHEN DESVIO-LECTURA >= DESVIO-URGENTE
                   MOVE 1 TO PRIORIDAD-LECTURA
               WHEN DESVIO-LECTURA >= DESVIO-ALTA
                   MOVE 2 TO PRIORIDAD-LECTURA
               WHEN OTHER
                   MOVE 3 TO PRIORIDAD-LECTURA
           END-EVALUATE.
           PERFORM BUSCAR-ORDEN-PENDIENTE
               THRU BUSCAR-ORDEN-PENDIENTE-FIN.
           IF ORDEN-HALLADA
               PERFORM SUMAR-A-ORDEN
           ELSE
               PERFORM ABRIR-ORDEN-NUEVA
           END-IF.
           MOVE OT-NUMERO TO SEN-ORDEN(IDX-SENSOR).
       REGISTRAR-ORDEN-TRABAJO-FIN.
           EXIT.

       BUSCAR-ORDEN-PENDIENTE.
           MOVE "N" TO SW-ORDEN-HALLADA.
           MOVE SENSOR-LECTURA TO OT-SENSOR.
           START ORDENES-TRABAJO KEY IS = OT-SENSOR
               INVALID KEY
                   GO TO BUSCAR-ORDEN-PENDIENTE-FIN
           END-START.
           MOVE "N" TO SW-FIN-ORDENES.
           PERFORM LEER-ORDEN-SENSOR
                   UNTIL FIN-ORDENES OR ORDEN-HALLADA.
       BUSCAR-ORDEN-PENDIENTE-FIN.
           EXIT.

       LEER-ORDEN-SENSOR.
           READ ORDENES-TRABAJO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ORDENES
           END-READ.
           IF NOT FIN-ORDENES
               IF OT-SENSOR NOT = SENSOR-LECTURA
                   MOVE "S" TO SW-FIN-ORDENES
               ELSE
                   IF OT-PENDIENTE
                       MOVE "S" TO SW-ORDEN-HALLADA
                   END-IF
               END-IF
           END-IF.

       SUMAR-A-ORDEN.
           ADD 1 TO OT-CANT-ALARMAS.
           MOVE FECHA-HOY TO OT-FECHA-ULT-ALARMA.
           MOVE HORA-CORRIDA TO OT-HORA-ULT-ALARMA.
           IF OT-BAJO-MINIMO
               COMPUTE DESVIO-ORDEN = OT-LIMITE - OT-LECTURA
           ELSE
               COMPUTE DESVIO-ORDEN = OT-LECTURA - OT-LIMITE
           END-IF.
           IF DESVIO-LECTURA > DESVIO-ORDEN
               MOVE GRADOS-C TO OT-LECTURA
               MOVE LIMITE-PASADO TO OT-LIMITE
               MOVE TIPO-LIMITE-LECTURA TO OT-TIPO-LIMITE
           END-IF.
           IF PRIORIDAD-LECTURA < OT-PRIORIDAD
               MOVE PRIORIDAD-LECTURA TO OT-PRIORIDAD
           END-IF.
           REWRITE REG-ORDEN-TRABAJO.
           MOVE "ORDTRAB" TO FCHK-ARCHIVO.
           MOVE OT-NUMERO TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-OT-SUMADAS.

       ABRIR-ORDEN-NUEVA.
           PERFORM ASIGNAR-NUMERO-ORDEN.
           INITIALIZE REG-ORDEN-TRABAJO.
           MOVE NUMERO-ORDEN TO OT-NUMERO.
           MOVE SENSOR-LECTURA TO OT-SENSOR.
           MOVE TLI-UBICACION(IDX-LIMITE) TO OT-UBICACION.
           MOVE "A" TO OT-ESTADO.
           MOVE PRIORIDAD-LECTURA TO OT-PRIORIDAD.
           MOVE GRADOS-C TO OT-LECTURA.
           MOVE LIMITE-PASADO TO OT-LIMITE.
           MOVE TIPO-LIMITE-LECTURA TO OT-TIPO-LIMITE.
           MOVE FECHA-HOY TO OT-FECHA-APERTURA.
           MOVE HORA-CORRIDA TO OT-HORA-APERTURA.
           MOVE 1 TO OT-CANT-ALARMAS.
           MOVE FECHA-HOY TO OT-FECHA-ULT-ALARMA.
           MOVE HORA-CORRIDA TO OT-HORA-ULT-ALARMA.
           WRITE REG-ORDEN-TRABAJO.
           MOVE "ORDTRAB" TO FCHK-ARCHIVO.
           MOVE OT-NUMERO TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-OT-ABIERTAS.

      ******************************************************************
      * Número de orden secuencial desde el registro de control
      * ORDTCTL, el mismo molde que el ORDCOCTL de PURCHASE-ORDERS.
      ******************************************************************
       ASIGNAR-NUMERO-ORDEN.
           MOVE 1 TO CTL-PROX-ORDEN.
           OPEN INPUT ORDEN-CONTROL.
           IF FS-OTCTL-OK
               READ ORDEN-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE ORDEN-CONTROL
           END-IF.
           MOVE CTL-PROX-ORDEN TO NUMERO-ORDEN.
           ADD 1 TO CTL-PROX-ORDEN.
           OPEN OUTPUT ORDEN-CONTROL.
           WRITE REG-ORDEN-CONTROL.
           MOVE "ORDTCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-ORDEN TO FCHK-CLAVE.
           MOVE FS-ORDEN-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE ORDEN-CONTROL.

       ESCRIBIR-ESTADISTICAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBIR-UNA-ALARMA
                   VARYING IDX-SENSOR FROM 1 BY 1
                   UNTIL IDX-SENSOR > CANT-SENSORES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ORDENES NUEVAS: " DELIMITED BY SIZE
               CANT-OT-ABIERTAS DELIMITED BY SIZE
               "  ALARMAS SUMADAS: " DELIMITED BY SIZE
               CANT-OT-SUMADAS DELIMITED BY SIZE
               INTO LINEA-REPORTE
           END-STRING.
           WRITE LINEA-REPORTE.
       ESCRIBIR-PAGINA-ALARMAS-FIN.
           EXIT.

               STRING SEN-ID(IDX-SENSOR) DELIMITED BY SIZE
                   "  LECTURAS FUERA DE LIMITE: " DELIMITED BY SIZE
                   SEN-ALARMAS(IDX-SENSOR) DELIMITED BY SIZE
                   "  ORDEN DE TRABAJO: " DELIMITED BY SIZE
                   SEN-ORDEN(IDX-SENSOR) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               END-STRING
               WRITE LINEA-REPORTE
