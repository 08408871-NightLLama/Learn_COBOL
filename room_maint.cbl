      ******************************************************************
      * Mantenimiento del maestro de aulas (AULAMAST, ver AULA.CPY):
      * alta o modificación de un aula con su campus, cantidad de
      * asientos y tipo (laboratorio, gimnasio o estándar), baja
      * lógica (el aula queda inactiva y SECTION-MAINT no la acepta en
      * una sección nueva) y listado.  El campus se valida contra
      * CAMPUSCT cuando el archivo está.  Mismo molde que
      * CAMPUS-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS ASSIGN TO "AULAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUL-CODIGO
               FILE STATUS IS FS-AULAS.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AULAS.
           COPY AULA.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       WORKING-STORAGE SECTION.
       01  FS-AULAS PIC XX.
           88  FS-AUL-OK           VALUE "00".
           88  FS-AUL-NO-EXISTE    VALUE "35".
       01  FS-CAMPUS PIC XX.
           88  FS-CAM-OK           VALUE "00".
       01  SW-CAMPUS-DISPONIBLE PIC A VALUE "N".
           88  CAMPUS-DISPONIBLE VALUE "S".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-EXISTENTE PIC A.
           88  AULA-EXISTENTE VALUE "S".
       01  SW-CAMPUS-OK PIC A.
           88  CAMPUS-OK VALUE "S".
       01  ASIENTOS-ENTRADA PIC X(3).
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-AULAS.
           OPEN INPUT CAMPUS-CONTROL.
           IF FS-CAM-OK
               MOVE "S" TO SW-CAMPUS-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CONTROL DE CAMPUS CAMPUSCT"
                       " - EL CAMPUS PASA SIN CONTROL"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE AULAS.
           IF CAMPUS-DISPONIBLE
               CLOSE CAMPUS-CONTROL
           END-IF.
           STOP RUN.

       ABRIR-AULAS.
           OPEN I-O AULAS.
           IF FS-AUL-NO-EXISTE
               OPEN OUTPUT AULAS
               CLOSE AULAS
               OPEN I-O AULAS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "AULAS - (A)LTA/MODIFICACIÓN, (B)AJA, (L)ISTAR,"
                   " (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-AULA THRU ALTA-AULA-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-AULA
               WHEN MANT-LISTAR
                   PERFORM LISTAR-AULAS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-AULA.
           DISPLAY "CÓDIGO DEL AULA (6 CARACTERES, EJ. A101, LAB1): ".
           ACCEPT AUL-CODIGO.
           MOVE FUNCTION UPPER-CASE(AUL-CODIGO) TO AUL-CODIGO.
           IF AUL-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
               GO TO ALTA-AULA-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ AULAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   DISPLAY "AULA EXISTENTE: ", AUL-DESCRIPCION,
                           " CAMPUS ", AUL-CAMPUS,
                           " ASIENTOS ", AUL-ASIENTOS
           END-READ.
           DISPLAY "DESCRIPCIÓN: ".
           ACCEPT AUL-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(AUL-DESCRIPCION)
               TO AUL-DESCRIPCION.
           MOVE "N" TO SW-CAMPUS-OK.
           PERFORM PEDIR-CAMPUS-AULA UNTIL CAMPUS-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-ASIENTOS UNTIL NUMCHK-VALIDO.
           MOVE SPACE TO AUL-TIPO.
           PERFORM PEDIR-TIPO UNTIL AUL-TIPO-VALIDO.
           MOVE "A" TO AUL-ESTADO.
           IF AULA-EXISTENTE
               REWRITE REG-AULA
           ELSE
               WRITE REG-AULA
           END-IF.
           IF FS-AUL-OK
               DISPLAY "AULA GRABADA"
           ELSE
               DISPLAY "ERROR AL GRABAR AULAMAST, ESTADO ", FS-AULAS
           END-IF.
       ALTA-AULA-FIN.
           EXIT.

       PEDIR-CAMPUS-AULA.
           DISPLAY "CAMPUS DEL AULA: ".
           ACCEPT AUL-CAMPUS.
           MOVE FUNCTION UPPER-CASE(AUL-CAMPUS) TO AUL-CAMPUS.
           IF AUL-CAMPUS = SPACES
               DISPLAY "CAMPUS EN BLANCO, REINGRESE"
           ELSE
               IF CAMPUS-DISPONIBLE
                   MOVE AUL-CAMPUS TO CAM-CODIGO
                   READ CAMPUS-CONTROL
                       INVALID KEY
                           DISPLAY "EL CAMPUS NO ESTÁ EN CAMPUSCT,"
                                   " REINGRESE"
                       NOT INVALID KEY
                           IF CAM-ACTIVO
                               MOVE "S" TO SW-CAMPUS-OK
                           ELSE
                               DISPLAY "CAMPUS INACTIVO, REINGRESE"
                           END-IF
                   END-READ
               ELSE
                   MOVE "S" TO SW-CAMPUS-OK
               END-IF
           END-IF.

       PEDIR-ASIENTOS.
           DISPLAY "CANTIDAD DE ASIENTOS: ".
           ACCEPT ASIENTOS-ENTRADA.
           MOVE ASIENTOS-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(ASIENTOS-ENTRADA) TO AUL-ASIENTOS
               IF AUL-ASIENTOS = 0
                   DISPLAY "EL AULA DEBE TENER ASIENTOS, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
           END-IF.

       PEDIR-TIPO.
           DISPLAY "TIPO - (L)ABORATORIO, (G)IMNASIO, (E)STÁNDAR: ".
           ACCEPT AUL-TIPO.
           MOVE FUNCTION UPPER-CASE(AUL-TIPO) TO AUL-TIPO.
           IF NOT AUL-TIPO-VALIDO
               DISPLAY "TIPO INVÁLIDO, REINGRESE"
           END-IF.

       BAJA-AULA.
           DISPLAY "CÓDIGO DEL AULA A DAR DE BAJA: ".
           ACCEPT AUL-CODIGO.
           MOVE FUNCTION UPPER-CASE(AUL-CODIGO) TO AUL-CODIGO.
           READ AULAS
               INVALID KEY
                   DISPLAY "EL AULA NO ESTÁ EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE "I" TO AUL-ESTADO
                   REWRITE REG-AULA
                   DISPLAY "AULA INACTIVA - LAS SECCIONES QUE YA LA"
                           " TIENEN NO SE MODIFICAN"
           END-READ.

       LISTAR-AULAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO AUL-CODIGO.
           START AULAS KEY IS NOT LESS THAN AUL-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-AULA UNTIL FIN-ARCHIVO.

       LISTAR-UNA-AULA.
           READ AULAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   DISPLAY AUL-CODIGO, " ", AUL-DESCRIPCION,
                           " CAMPUS ", AUL-CAMPUS,
                           " ASIENTOS ", AUL-ASIENTOS,
                           " TIPO ", AUL-TIPO, " ", AUL-ESTADO
           END-READ.

           COPY NUMCHK-PROC.
