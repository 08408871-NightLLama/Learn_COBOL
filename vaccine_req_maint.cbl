      ******************************************************************
      * Mantenimiento de la tabla de vacunas exigidas por grado
      * (VACREQ, ver VACREQ.CPY): alta o modificación de una vacuna
      * para un GRADO-NIVEL con su nombre y la cantidad de dosis
      * exigidas, baja lógica (la fila queda inactiva y deja de
      * exigirse en IMMUNIZATION-COMPLIANCE) y listado, de un grado o
      * de toda la tabla.  Mismo molde que FEE-SCHEDULE-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACCINE-REQ-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACUNAS-REQUERIDAS ASSIGN TO "VACREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VRQ-CLAVE
               FILE STATUS IS FS-VACUNAS.

       DATA DIVISION.
       FILE SECTION.
       FD  VACUNAS-REQUERIDAS.
           COPY VACREQ.

       WORKING-STORAGE SECTION.
       01  FS-VACUNAS PIC XX.
           88  FS-VRQ-OK           VALUE "00".
           88  FS-VRQ-NO-EXISTE    VALUE "35".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-EXISTENTE PIC A.
           88  VACUNA-EXISTENTE VALUE "S".
       01  GRADO-ENTRADA PIC XX.
       01  GRADO-LISTADO PIC 99.
       01  SW-LISTA-UN-GRADO PIC A.
           88  LISTA-UN-GRADO VALUE "S".
       01  DOSIS-ENTRADA PIC X.
       01  CANT-LISTADAS PIC 9(4).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-VACUNAS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE VACUNAS-REQUERIDAS.
           STOP RUN.

       ABRIR-VACUNAS.
           OPEN I-O VACUNAS-REQUERIDAS.
           IF FS-VRQ-NO-EXISTE
               OPEN OUTPUT VACUNAS-REQUERIDAS
               CLOSE VACUNAS-REQUERIDAS
               OPEN I-O VACUNAS-REQUERIDAS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "VACUNAS POR GRADO - (A)LTA/MODIFICACIÓN, (B)AJA,"
                   " (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-VACUNA THRU ALTA-VACUNA-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-VACUNA THRU BAJA-VACUNA-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-VACUNAS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-CLAVE-VACUNA.
           DISPLAY "GRADO (2 DÍGITOS): ".
           ACCEPT GRADO-ENTRADA.
           IF GRADO-ENTRADA IS NOT NUMERIC
               DISPLAY "GRADO INVÁLIDO"
               MOVE SPACES TO VRQ-COD-VACUNA
           ELSE
               MOVE GRADO-ENTRADA TO VRQ-GRADO-NIVEL
               DISPLAY "CÓDIGO DE VACUNA (4 CARACTERES, EJ. SRP,"
                       " DTPA, POLI): "
               ACCEPT VRQ-COD-VACUNA
               MOVE FUNCTION UPPER-CASE(VRQ-COD-VACUNA)
                   TO VRQ-COD-VACUNA
           END-IF.

       ALTA-VACUNA.
           PERFORM PEDIR-CLAVE-VACUNA.
           IF VRQ-COD-VACUNA = SPACES
               DISPLAY "CLAVE INCOMPLETA"
               GO TO ALTA-VACUNA-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ VACUNAS-REQUERIDAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   DISPLAY "VACUNA EXISTENTE: ", VRQ-NOM-VACUNA,
                           " DOSIS ", VRQ-DOSIS-REQUERIDAS
           END-READ.
           DISPLAY "NOMBRE DE LA VACUNA: ".
           ACCEPT VRQ-NOM-VACUNA.
           MOVE FUNCTION UPPER-CASE(VRQ-NOM-VACUNA) TO VRQ-NOM-VACUNA.
           MOVE 0 TO VRQ-DOSIS-REQUERIDAS.
           PERFORM PEDIR-DOSIS UNTIL VRQ-DOSIS-REQUERIDAS > 0.
           MOVE "A" TO VRQ-ESTADO.
           IF VACUNA-EXISTENTE
               REWRITE REG-VACUNA-REQUERIDA
           ELSE
               WRITE REG-VACUNA-REQUERIDA
           END-IF.
           IF FS-VRQ-OK
               DISPLAY "VACUNA GRABADA"
           ELSE
               DISPLAY "ERROR AL GRABAR VACREQ, ESTADO ", FS-VACUNAS
           END-IF.
       ALTA-VACUNA-FIN.
           EXIT.

       PEDIR-DOSIS.
           DISPLAY "DOSIS EXIGIDAS (1-9): ".
           ACCEPT DOSIS-ENTRADA.
           IF DOSIS-ENTRADA IS NUMERIC
               MOVE DOSIS-ENTRADA TO VRQ-DOSIS-REQUERIDAS
           END-IF.
           IF VRQ-DOSIS-REQUERIDAS = 0
               DISPLAY "CANTIDAD INVÁLIDA, REINGRESE"
           END-IF.

       BAJA-VACUNA.
           PERFORM PEDIR-CLAVE-VACUNA.
           IF VRQ-COD-VACUNA = SPACES
               DISPLAY "CLAVE INCOMPLETA"
               GO TO BAJA-VACUNA-FIN
           END-IF.
           READ VACUNAS-REQUERIDAS
               INVALID KEY
                   DISPLAY "LA VACUNA NO ESTÁ EXIGIDA EN ESE GRADO"
               NOT INVALID KEY
                   MOVE "I" TO VRQ-ESTADO
                   REWRITE REG-VACUNA-REQUERIDA
                   DISPLAY "VACUNA INACTIVA - NO SE EXIGE MÁS"
           END-READ.
       BAJA-VACUNA-FIN.
           EXIT.

       LISTAR-VACUNAS.
           MOVE "N" TO SW-LISTA-UN-GRADO.
           DISPLAY "GRADO A LISTAR (ENTER = TODOS): ".
           ACCEPT GRADO-ENTRADA.
           MOVE LOW-VALUES TO VRQ-CLAVE.
           IF GRADO-ENTRADA IS NUMERIC
               MOVE "S" TO SW-LISTA-UN-GRADO
               MOVE GRADO-ENTRADA TO GRADO-LISTADO
               MOVE GRADO-LISTADO TO VRQ-GRADO-NIVEL
               MOVE SPACES TO VRQ-COD-VACUNA
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE 0 TO CANT-LISTADAS.
           START VACUNAS-REQUERIDAS KEY IS NOT LESS THAN VRQ-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-VACUNA UNTIL FIN-ARCHIVO.
           DISPLAY "FILAS LISTADAS: ", CANT-LISTADAS.

       LISTAR-UNA-VACUNA.
           READ VACUNAS-REQUERIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF LISTA-UN-GRADO
                      AND VRQ-GRADO-NIVEL NOT = GRADO-LISTADO
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       ADD 1 TO CANT-LISTADAS
                       DISPLAY "GR ", VRQ-GRADO-NIVEL, " ",
                               VRQ-COD-VACUNA, " ", VRQ-NOM-VACUNA,
                               " DOSIS ", VRQ-DOSIS-REQUERIDAS, " ",
                               VRQ-ESTADO
                   END-IF
           END-READ.
