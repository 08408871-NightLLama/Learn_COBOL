      ******************************************************************
      * Mantenimiento de las órdenes de trabajo de temperatura
      * (ORDTRAB, ver ORDTRAB.CPY) que abre el modo lote de EXERCISE6
      * con cada alarma de sensor: consulta de una orden con su peor
      * lectura, el límite pasado y las alarmas sumadas; asignación a
      * un técnico o cuadrilla (la orden pasa de abierta a asignada);
      * modificación de la prioridad y de la nota de seguimiento;
      * cierre con la nota de lo que se hizo - la orden cerrada ya no
      * recibe alarmas, y la próxima alarma del sensor abre una orden
      * nueva -; y listado rápido de las pendientes.  Cada cambio
      * deja el operador firmado en OT-OPERADOR.  Sigue el mismo
      * molde de mantenimiento que VENDOR-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-ORDER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES-TRABAJO ASSIGN TO "ORDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OT-NUMERO
               ALTERNATE RECORD KEY IS OT-SENSOR
                   WITH DUPLICATES
               FILE STATUS IS FS-ORDENES.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-TRABAJO.
           COPY ORDTRAB.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-ORDENES PIC XX.
           88  FS-OT-OK VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-VER        VALUE "V".
           88  MANT-ASIGNAR    VALUE "A".
           88  MANT-MODIFICAR  VALUE "M".
           88  MANT-CERRAR     VALUE "C".
           88  MANT-LISTAR     VALUE "L".
           88  MANT-FIN        VALUE "F".
       01  OPCION-CONFIRMA PIC A.
       01  SW-ORDEN-OK PIC A.
           88  ORDEN-OK VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-ENTRADA-OK PIC A.
           88  ENTRADA-OK VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  NUMERO-ENTRADA PIC X(6).
       01  PRIORIDAD-ENTRADA PIC X.
       01  ASIGNADA-ENTRADA PIC X(20).
       01  NOTA-ENTRADA PIC X(40).
       01  LECTURA-ED PIC -ZZ9.
       01  LIMITE-ED PIC -ZZ9.
       01  HORA-ED PIC 99B99B99.
       01  DESCR-ESTADO PIC X(9).
       01  DESCR-PRIORIDAD PIC X(7).
       01  CANT-LISTADAS PIC 9(5).
           COPY NUMCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ÓRDENES DE TRABAJO DE TEMPERATURA".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O ORDENES-TRABAJO.
           IF NOT FS-OT-OK
               DISPLAY "NO HAY ARCHIVO DE ÓRDENES DE TRABAJO ORDTRAB"
                       " - LO ABRE EL MODO LOTE DE EXERCISE6"
               STOP RUN
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE ORDENES-TRABAJO.
           STOP RUN.

       PEDIR-OPCION-MANT.
           DISPLAY "ÓRDENES - (V)ER, (A)SIGNAR, (M)ODIFICAR,"
                   " (C)ERRAR, (L)ISTAR PENDIENTES, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-VER
                   PERFORM VER-ORDEN
               WHEN MANT-ASIGNAR
                   PERFORM ASIGNAR-ORDEN THRU ASIGNAR-ORDEN-FIN
               WHEN MANT-MODIFICAR
                   PERFORM MODIFICAR-ORDEN THRU MODIFICAR-ORDEN-FIN
               WHEN MANT-CERRAR
                   PERFORM CERRAR-ORDEN THRU CERRAR-ORDEN-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-PENDIENTES
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-NUMERO-ORDEN.
           MOVE "N" TO SW-ORDEN-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-UN-NUMERO-ORDEN UNTIL NUMCHK-VALIDO.
           READ ORDENES-TRABAJO
               INVALID KEY
                   DISPLAY "ORDEN ", OT-NUMERO, " NO EXISTE"
               NOT INVALID KEY
                   MOVE "S" TO SW-ORDEN-OK
           END-READ.

       PEDIR-UN-NUMERO-ORDEN.
           DISPLAY "NÚMERO DE ORDEN DE TRABAJO: ".
           ACCEPT NUMERO-ENTRADA.
           MOVE NUMERO-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMERO-ENTRADA) TO OT-NUMERO
           END-IF.

       VER-ORDEN.
           PERFORM PEDIR-NUMERO-ORDEN.
           IF ORDEN-OK
               PERFORM MOSTRAR-ORDEN
           END-IF.

       MOSTRAR-ORDEN.
           PERFORM DESCRIBIR-ORDEN.
           MOVE OT-LECTURA TO LECTURA-ED.
           MOVE OT-LIMITE TO LIMITE-ED.
           MOVE OT-HORA-APERTURA(1:6) TO HORA-ED.
           DISPLAY "ORDEN ", OT-NUMERO, "  ", DESCR-ESTADO,
                   "  PRIORIDAD ", OT-PRIORIDAD, " ", DESCR-PRIORIDAD.
           DISPLAY "SENSOR ", OT-SENSOR, "  UBICACIÓN: ", OT-UBICACION.
           IF OT-BAJO-MINIMO
               DISPLAY "PEOR LECTURA ", LECTURA-ED,
                       " C BAJO EL MÍNIMO DE ", LIMITE-ED, " C"
           ELSE
               DISPLAY "PEOR LECTURA ", LECTURA-ED,
                       " C SOBRE EL MÁXIMO DE ", LIMITE-ED, " C"
           END-IF.
           DISPLAY "ABIERTA ", OT-FECHA-APERTURA, " ", HORA-ED,
                   "  ALARMAS: ", OT-CANT-ALARMAS,
                   "  ÚLTIMA: ", OT-FECHA-ULT-ALARMA.
           IF OT-ASIGNADA-A NOT = SPACES
               DISPLAY "ASIGNADA A ", OT-ASIGNADA-A, " EL ",
                       OT-FECHA-ASIGNACION
           END-IF.
           IF OT-NOTA NOT = SPACES
               DISPLAY "NOTA: ", OT-NOTA
           END-IF.
           IF OT-CERRADA
               DISPLAY "CERRADA EL ", OT-FECHA-CIERRE
           END-IF.

       DESCRIBIR-ORDEN.
           EVALUATE TRUE
               WHEN OT-ABIERTA
                   MOVE "ABIERTA" TO DESCR-ESTADO
               WHEN OT-ASIGNADA
                   MOVE "ASIGNADA" TO DESCR-ESTADO
               WHEN OT-CERRADA
                   MOVE "CERRADA" TO DESCR-ESTADO
               WHEN OTHER
                   MOVE "?" TO DESCR-ESTADO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OT-URGENTE
                   MOVE "URGENTE" TO DESCR-PRIORIDAD
               WHEN OT-ALTA
                   MOVE "ALTA" TO DESCR-PRIORIDAD
               WHEN OTHER
                   MOVE "NORMAL" TO DESCR-PRIORIDAD
           END-EVALUATE.

      ******************************************************************
      * Asignación: a quién va la orden; una orden ya asignada se
      * puede reasignar.  La cerrada no.
      ******************************************************************
       ASIGNAR-ORDEN.
           PERFORM PEDIR-NUMERO-ORDEN.
           IF NOT ORDEN-OK
               GO TO ASIGNAR-ORDEN-FIN
           END-IF.
           IF OT-CERRADA
               DISPLAY "LA ORDEN ESTÁ CERRADA DESDE EL ",
                       OT-FECHA-CIERRE
               GO TO ASIGNAR-ORDEN-FIN
           END-IF.
           PERFORM MOSTRAR-ORDEN.
           DISPLAY "ASIGNAR A (TÉCNICO O CUADRILLA): ".
           ACCEPT ASIGNADA-ENTRADA.
           IF ASIGNADA-ENTRADA = SPACES
               DISPLAY "SIN ASIGNAR - NADA CAMBIA"
               GO TO ASIGNAR-ORDEN-FIN
           END-IF.
           MOVE FUNCTION UPPER-CASE(ASIGNADA-ENTRADA) TO OT-ASIGNADA-A.
           MOVE FECHA-HOY TO OT-FECHA-ASIGNACION.
           MOVE "G" TO OT-ESTADO.
           PERFORM GRABAR-ORDEN.
           DISPLAY "ORDEN ", OT-NUMERO, " ASIGNADA A ", OT-ASIGNADA-A.
       ASIGNAR-ORDEN-FIN.
           EXIT.

      ******************************************************************
      * Modificación: prioridad (1 urgente, 2 alta, 3 normal; ENTER
      * deja la actual) y nota de seguimiento (ENTER deja la actual).
      ******************************************************************
       MODIFICAR-ORDEN.
           PERFORM PEDIR-NUMERO-ORDEN.
           IF NOT ORDEN-OK
               GO TO MODIFICAR-ORDEN-FIN
           END-IF.
           IF OT-CERRADA
               DISPLAY "LA ORDEN ESTÁ CERRADA DESDE EL ",
                       OT-FECHA-CIERRE
               GO TO MODIFICAR-ORDEN-FIN
           END-IF.
           PERFORM MOSTRAR-ORDEN.
           MOVE "N" TO SW-ENTRADA-OK.
           PERFORM PEDIR-PRIORIDAD UNTIL ENTRADA-OK.
           DISPLAY "NOTA DE SEGUIMIENTO (ENTER = SIN CAMBIO): ".
           ACCEPT NOTA-ENTRADA.
           IF NOTA-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(NOTA-ENTRADA) TO OT-NOTA
           END-IF.
           PERFORM GRABAR-ORDEN.
           DISPLAY "ORDEN ", OT-NUMERO, " ACTUALIZADA".
       MODIFICAR-ORDEN-FIN.
           EXIT.

       PEDIR-PRIORIDAD.
           DISPLAY "PRIORIDAD 1 URGENTE, 2 ALTA, 3 NORMAL (ENTER = ",
                   OT-PRIORIDAD, "): ".
           ACCEPT PRIORIDAD-ENTRADA.
           EVALUATE TRUE
               WHEN PRIORIDAD-ENTRADA = SPACE
                   MOVE "S" TO SW-ENTRADA-OK
               WHEN PRIORIDAD-ENTRADA = "1" OR "2" OR "3"
                   MOVE PRIORIDAD-ENTRADA TO OT-PRIORIDAD
                   MOVE "S" TO SW-ENTRADA-OK
               WHEN OTHER
                   DISPLAY "PRIORIDAD INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Cierre: pide la nota de lo que se hizo y confirma.
      ******************************************************************
       CERRAR-ORDEN.
           PERFORM PEDIR-NUMERO-ORDEN.
           IF NOT ORDEN-OK
               GO TO CERRAR-ORDEN-FIN
           END-IF.
           IF OT-CERRADA
               DISPLAY "LA ORDEN YA ESTÁ CERRADA DESDE EL ",
                       OT-FECHA-CIERRE
               GO TO CERRAR-ORDEN-FIN
           END-IF.
           PERFORM MOSTRAR-ORDEN.
           DISPLAY "NOTA DE CIERRE (QUÉ SE HIZO): ".
           ACCEPT NOTA-ENTRADA.
           IF NOTA-ENTRADA = SPACES
               DISPLAY "SIN NOTA DE CIERRE - LA ORDEN NO SE CIERRA"
               GO TO CERRAR-ORDEN-FIN
           END-IF.
           DISPLAY "¿CONFIRMA EL CIERRE? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "CIERRE DESCARTADO"
               GO TO CERRAR-ORDEN-FIN
           END-IF.
           MOVE FUNCTION UPPER-CASE(NOTA-ENTRADA) TO OT-NOTA.
           MOVE FECHA-HOY TO OT-FECHA-CIERRE.
           MOVE "C" TO OT-ESTADO.
           PERFORM GRABAR-ORDEN.
           DISPLAY "ORDEN ", OT-NUMERO, " CERRADA".
       CERRAR-ORDEN-FIN.
           EXIT.

       GRABAR-ORDEN.
           MOVE FIRMA-OPERADOR TO OT-OPERADOR.
           REWRITE REG-ORDEN-TRABAJO.
           MOVE "ORDTRAB" TO FCHK-ARCHIVO.
           MOVE OT-NUMERO TO FCHK-CLAVE.
           MOVE FS-ORDENES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Listado rápido en pantalla de las órdenes pendientes, por
      * número; el listado impreso por prioridad y antigüedad es
      * WORK-ORDER-AGING.
      ******************************************************************
       LISTAR-PENDIENTES.
           MOVE 0 TO CANT-LISTADAS.
           MOVE 0 TO OT-NUMERO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START ORDENES-TRABAJO KEY IS NOT < OT-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-ORDEN UNTIL FIN-ARCHIVO.
           DISPLAY "ÓRDENES PENDIENTES: ", CANT-LISTADAS.

       LISTAR-UNA-ORDEN.
           READ ORDENES-TRABAJO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND OT-PENDIENTE
               ADD 1 TO CANT-LISTADAS
               PERFORM DESCRIBIR-ORDEN
               DISPLAY OT-NUMERO, " ", OT-SENSOR, " ",
                       DESCR-PRIORIDAD, " ", DESCR-ESTADO, " ",
                       OT-FECHA-APERTURA, " ", OT-UBICACION, " ",
                       OT-ASIGNADA-A
           END-IF.

           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
