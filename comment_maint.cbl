      ******************************************************************
      * Mantenimiento del maestro de comentarios de boleta (COMENTAR,
      * ver COMENTA.CPY): alta o modificación de un código con su
      * texto, baja lógica (el código deja de aceptarse en
      * COMMENT-ENTRY pero las boletas que ya lo tienen lo siguen
      * imprimiendo) y listado de la tabla.  Mismo molde que
      * VACCINE-REQ-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMENT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMENTARIOS ASSIGN TO "COMENTAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CODIGO
               FILE STATUS IS FS-COMENTARIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMENTARIOS.
           COPY COMENTA.

       WORKING-STORAGE SECTION.
       01  FS-COMENTARIOS PIC XX.
           88  FS-COM-OK           VALUE "00".
           88  FS-COM-NO-EXISTE    VALUE "35".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-EXISTENTE PIC A.
           88  COMENTARIO-EXISTENTE VALUE "S".
       01  CANT-LISTADOS PIC 9(4).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-COMENTARIOS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE COMENTARIOS.
           STOP RUN.

       ABRIR-COMENTARIOS.
           OPEN I-O COMENTARIOS.
           IF FS-COM-NO-EXISTE
               OPEN OUTPUT COMENTARIOS
               CLOSE COMENTARIOS
               OPEN I-O COMENTARIOS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "COMENTARIOS DE BOLETA - (A)LTA/MODIFICACIÓN,"
                   " (B)AJA, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-COMENTARIO THRU ALTA-COMENTARIO-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-COMENTARIO THRU BAJA-COMENTARIO-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-COMENTARIOS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-CODIGO-COMENTARIO.
           DISPLAY "CÓDIGO DE COMENTARIO (3 CARACTERES, EJ. EXE,"
                   " TAR): ".
           ACCEPT COM-CODIGO.
           MOVE FUNCTION UPPER-CASE(COM-CODIGO) TO COM-CODIGO.

       ALTA-COMENTARIO.
           PERFORM PEDIR-CODIGO-COMENTARIO.
           IF COM-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
               GO TO ALTA-COMENTARIO-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ COMENTARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   DISPLAY "COMENTARIO EXISTENTE: ", COM-TEXTO,
                           " ", COM-ESTADO
           END-READ.
           MOVE SPACES TO COM-TEXTO.
           PERFORM PEDIR-TEXTO UNTIL COM-TEXTO NOT = SPACES.
           MOVE "A" TO COM-ESTADO.
           IF COMENTARIO-EXISTENTE
               REWRITE REG-COMENTARIO
           ELSE
               WRITE REG-COMENTARIO
           END-IF.
           IF FS-COM-OK
               DISPLAY "COMENTARIO GRABADO"
           ELSE
               DISPLAY "ERROR AL GRABAR COMENTAR, ESTADO ",
                       FS-COMENTARIOS
           END-IF.
       ALTA-COMENTARIO-FIN.
           EXIT.

       PEDIR-TEXTO.
           DISPLAY "TEXTO DEL COMENTARIO (HASTA 40 CARACTERES): ".
           ACCEPT COM-TEXTO.
           MOVE FUNCTION UPPER-CASE(COM-TEXTO) TO COM-TEXTO.
           IF COM-TEXTO = SPACES
               DISPLAY "EL TEXTO NO PUEDE QUEDAR EN BLANCO"
           END-IF.

       BAJA-COMENTARIO.
           PERFORM PEDIR-CODIGO-COMENTARIO.
           IF COM-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
               GO TO BAJA-COMENTARIO-FIN
           END-IF.
           READ COMENTARIOS
               INVALID KEY
                   DISPLAY "EL CÓDIGO NO ESTÁ EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE "I" TO COM-ESTADO
                   REWRITE REG-COMENTARIO
                   DISPLAY "COMENTARIO INACTIVO - YA NO SE ACEPTA"
           END-READ.
       BAJA-COMENTARIO-FIN.
           EXIT.

       LISTAR-COMENTARIOS.
           MOVE LOW-VALUES TO COM-CODIGO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE 0 TO CANT-LISTADOS.
           START COMENTARIOS KEY IS NOT LESS THAN COM-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-COMENTARIO UNTIL FIN-ARCHIVO.
           DISPLAY "CÓDIGOS LISTADOS: ", CANT-LISTADOS.

       LISTAR-UN-COMENTARIO.
           READ COMENTARIOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CANT-LISTADOS
                   DISPLAY COM-CODIGO, " ", COM-TEXTO, " ", COM-ESTADO
           END-READ.
