      ******************************************************************
      * Mantenimiento de las reglas de asignación de costos
      * compartidos entre campus (ALOCREGL, ver ALOCREGL.CPY): alta o
      * modificación de una regla - cuenta pozo y campus donde se
      * acumula, base de reparto (estudiantes activos u horas
      * crédito), cuenta destino que se debita en cada campus y
      * cuenta que se acredita en el pozo -, baja lógica y listado.
      * Las cuentas se validan contra el plan de cuentas CHARTCTA
      * cuando el archivo está, y el campus del pozo contra CAMPUSCT.
      * La corrida mensual que aplica las reglas es COST-ALLOCATION.
      * Mismo molde que FEE-SCHEDULE-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOC-RULE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-ASIGNACION ASSIGN TO "ALOCREGL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CODIGO
               FILE STATUS IS FS-REGLAS.

           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-ASIGNACION.
           COPY ALOCREGL.

       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       WORKING-STORAGE SECTION.
       01  FS-REGLAS PIC XX.
           88  FS-ALR-OK           VALUE "00".
           88  FS-ALR-NO-EXISTE    VALUE "35".
       01  FS-CHART-ACCOUNTS PIC XX.
           88  FS-CTA-OK           VALUE "00".
       01  SW-PLAN-DISPONIBLE PIC A VALUE "N".
           88  PLAN-DISPONIBLE VALUE "S".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-CUENTA-OK PIC A.
           88  CUENTA-OK VALUE "S".
       01  SW-EXISTENTE PIC A.
           88  REGLA-EXISTENTE VALUE "S".
       01  CUENTA-PEDIDA PIC X(10).
       01  CAMPUS-LISTADO PIC XX.
           COPY CAMPCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-REGLAS.
           OPEN INPUT CHART-ACCOUNTS.
           IF FS-CTA-OK
               MOVE "S" TO SW-PLAN-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PLAN DE CUENTAS CHARTCTA"
                       " - LAS CUENTAS PASAN SIN CONTROL"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE REGLAS-ASIGNACION.
           IF PLAN-DISPONIBLE
               CLOSE CHART-ACCOUNTS
           END-IF.
           STOP RUN.

       ABRIR-REGLAS.
           OPEN I-O REGLAS-ASIGNACION.
           IF FS-ALR-NO-EXISTE
               OPEN OUTPUT REGLAS-ASIGNACION
               CLOSE REGLAS-ASIGNACION
               OPEN I-O REGLAS-ASIGNACION
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "REGLAS DE ASIGNACIÓN - (A)LTA/MODIFICACIÓN,"
                   " (B)AJA, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-REGLA THRU ALTA-REGLA-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-REGLA
               WHEN MANT-LISTAR
                   PERFORM LISTAR-REGLAS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-REGLA.
           DISPLAY "CÓDIGO DE LA REGLA (4 CARACTERES): ".
           ACCEPT ALR-CODIGO.
           MOVE FUNCTION UPPER-CASE(ALR-CODIGO) TO ALR-CODIGO.
           IF ALR-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
               GO TO ALTA-REGLA-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ REGLAS-ASIGNACION
               INVALID KEY
                   MOVE 0 TO ALR-ULTIMO-PERIODO
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   DISPLAY "REGLA EXISTENTE: ", ALR-DESCRIPCION
           END-READ.
           DISPLAY "DESCRIPCIÓN: ".
           ACCEPT ALR-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(ALR-DESCRIPCION)
               TO ALR-DESCRIPCION.
           DISPLAY "CUENTA POZO DEL COSTO CENTRAL".
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA UNTIL CUENTA-OK.
           MOVE CUENTA-PEDIDA TO ALR-CUENTA-POZO.
           DISPLAY "CAMPUS DONDE SE ACUMULA EL POZO".
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO ALR-CAMPUS-POZO.
           MOVE SPACE TO ALR-BASE.
           PERFORM PEDIR-BASE UNTIL ALR-BASE-VALIDA.
           DISPLAY "CUENTA DESTINO A DEBITAR EN CADA CAMPUS".
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA UNTIL CUENTA-OK.
           MOVE CUENTA-PEDIDA TO ALR-CUENTA-DESTINO.
           DISPLAY "CUENTA A ACREDITAR EN EL POZO (ENTER = LA MISMA"
                   " CUENTA POZO)".
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA-CREDITO UNTIL CUENTA-OK.
           MOVE CUENTA-PEDIDA TO ALR-CUENTA-CREDITO.
           MOVE "A" TO ALR-ESTADO.
           IF REGLA-EXISTENTE
               REWRITE REG-REGLA-ASIGNACION
           ELSE
               WRITE REG-REGLA-ASIGNACION
           END-IF.
           IF FS-ALR-OK
               DISPLAY "REGLA GRABADA"
           ELSE
               DISPLAY "ERROR AL GRABAR ALOCREGL, ESTADO ",
                       FS-REGLAS
           END-IF.
       ALTA-REGLA-FIN.
           EXIT.

       PEDIR-BASE.
           DISPLAY "BASE DE REPARTO - (E) ESTUDIANTES ACTIVOS,"
                   " (C) HORAS CRÉDITO: ".
           ACCEPT ALR-BASE.
           MOVE FUNCTION UPPER-CASE(ALR-BASE) TO ALR-BASE.
           IF NOT ALR-BASE-VALIDA
               DISPLAY "BASE INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-CUENTA-CREDITO.
           DISPLAY "CUENTA GL: ".
           ACCEPT CUENTA-PEDIDA.
           MOVE FUNCTION UPPER-CASE(CUENTA-PEDIDA) TO CUENTA-PEDIDA.
           IF CUENTA-PEDIDA = SPACES
               MOVE ALR-CUENTA-POZO TO CUENTA-PEDIDA
               MOVE "S" TO SW-CUENTA-OK
           ELSE
               PERFORM VALIDAR-CUENTA
           END-IF.

       PEDIR-CUENTA.
           DISPLAY "CUENTA GL: ".
           ACCEPT CUENTA-PEDIDA.
           MOVE FUNCTION UPPER-CASE(CUENTA-PEDIDA) TO CUENTA-PEDIDA.
           IF CUENTA-PEDIDA = SPACES
               DISPLAY "CUENTA EN BLANCO, REINGRESE"
           ELSE
               PERFORM VALIDAR-CUENTA
           END-IF.

       VALIDAR-CUENTA.
           IF PLAN-DISPONIBLE
               MOVE CUENTA-PEDIDA TO CTA-CUENTA
               READ CHART-ACCOUNTS
                   INVALID KEY
                       DISPLAY "LA CUENTA NO ESTÁ EN CHARTCTA,"
                               " REINGRESE"
                   NOT INVALID KEY
                       IF CTA-ACTIVA
                           MOVE "S" TO SW-CUENTA-OK
                       ELSE
                           DISPLAY "CUENTA INACTIVA, REINGRESE"
                       END-IF
               END-READ
           ELSE
               MOVE "S" TO SW-CUENTA-OK
           END-IF.

       BAJA-REGLA.
           DISPLAY "CÓDIGO DE LA REGLA A DAR DE BAJA: ".
           ACCEPT ALR-CODIGO.
           MOVE FUNCTION UPPER-CASE(ALR-CODIGO) TO ALR-CODIGO.
           READ REGLAS-ASIGNACION
               INVALID KEY
                   DISPLAY "LA REGLA NO ESTÁ EN ALOCREGL"
               NOT INVALID KEY
                   MOVE "I" TO ALR-ESTADO
                   REWRITE REG-REGLA-ASIGNACION
                   DISPLAY "REGLA INACTIVA - NO SE REPARTE MÁS"
           END-READ.

       LISTAR-REGLAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO ALR-CODIGO.
           START REGLAS-ASIGNACION KEY IS NOT LESS THAN ALR-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-REGLA UNTIL FIN-ARCHIVO.

       LISTAR-UNA-REGLA.
           READ REGLAS-ASIGNACION NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   MOVE ALR-CAMPUS-POZO TO CAMPUS-LISTADO
                   IF CAMPUS-LISTADO = SPACES
                       MOVE "--" TO CAMPUS-LISTADO
                   END-IF
                   DISPLAY ALR-CODIGO, " ", ALR-DESCRIPCION, " POZO ",
                           ALR-CUENTA-POZO, " CA ", CAMPUS-LISTADO,
                           " BASE ", ALR-BASE, " DEST ",
                           ALR-CUENTA-DESTINO, " CRED ",
                           ALR-CUENTA-CREDITO, " ", ALR-ESTADO,
                           " ULT ", ALR-ULTIMO-PERIODO
           END-READ.

           COPY CAMPCHK-PROC.
