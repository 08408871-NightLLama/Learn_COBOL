      ******************************************************************
      * Mantenimiento del padrón de suplentes (SUBPOOL, ver
      * SUPLENTE.CPY): alta o actualización de un suplente con su
      * nombre, teléfono y tarifa diaria, baja (se marca inactivo, no
      * se borra, para que las coberturas viejas sigan teniendo a
      * quién apuntar), y listado.  SUBSTITUTE-COVERAGE solo asigna
      * suplentes activos.  Mismo molde que TEACHER-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTITUTE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPLENTES ASSIGN TO "SUBPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-ID
               FILE STATUS IS FS-SUPLENTES.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPLENTES.
           COPY SUPLENTE.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-SUPLENTES PIC XX.
           88  FS-SUP-OK           VALUE "00".
           88  FS-SUP-NO-EXISTE    VALUE "35".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK           VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-EXISTIA PIC A.
           88  EXISTIA VALUE "S".
       01  LEGAJO-BUSCADO PIC X(6).
       01  TARIFA-ED PIC $$,$$9.99.
           COPY NUMCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-SUPLENTES.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE SUPLENTES.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           STOP RUN.

       ABRIR-SUPLENTES.
           OPEN I-O SUPLENTES.
           IF FS-SUP-NO-EXISTE
               OPEN OUTPUT SUPLENTES
               CLOSE SUPLENTES
               OPEN I-O SUPLENTES
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "SUPLENTES - (A)LTA, (B)AJA, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-SUPLENTE THRU ALTA-SUPLENTE-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-SUPLENTE
               WHEN MANT-LISTAR
                   PERFORM LISTAR-SUPLENTES
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Alta o actualización: un legajo que ya está se actualiza y
      * vuelve a activo.  Un legajo de docente de TCHMAST no se acepta
      * como suplente: las dos listas se cruzarían en la cobertura.
      ******************************************************************
       ALTA-SUPLENTE.
           DISPLAY "LEGAJO DEL SUPLENTE (HASTA 6): ".
           ACCEPT SUP-ID.
           MOVE FUNCTION UPPER-CASE(SUP-ID) TO SUP-ID.
           IF SUP-ID = SPACES
               GO TO ALTA-SUPLENTE-FIN
           END-IF.
           MOVE SUP-ID TO LEGAJO-BUSCADO.
           IF DOCENTES-DISPONIBLE
               MOVE SUP-ID TO DOC-ID
               READ DOCENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "EL LEGAJO ES DEL DOCENTE ", DOC-NOMBRE,
                               " EN TCHMAST - NO SE DA DE ALTA"
                       GO TO ALTA-SUPLENTE-FIN
               END-READ
           END-IF.
           MOVE "N" TO SW-EXISTIA.
           READ SUPLENTES
               INVALID KEY
                   INITIALIZE REG-SUPLENTE
                   MOVE LEGAJO-BUSCADO TO SUP-ID
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTIA
                   MOVE SUP-TARIFA-DIARIA TO TARIFA-ED
                   DISPLAY "YA EXISTE: ", SUP-NOMBRE, "  TARIFA ",
                           TARIFA-ED
           END-READ.
           DISPLAY "NOMBRE: ".
           ACCEPT SUP-NOMBRE.
           MOVE FUNCTION UPPER-CASE(SUP-NOMBRE) TO SUP-NOMBRE.
           DISPLAY "TELÉFONO: ".
           ACCEPT SUP-TELEFONO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-TARIFA UNTIL NUMCHK-VALIDO.
           MOVE "A" TO SUP-ESTADO.
           IF EXISTIA
               REWRITE REG-SUPLENTE
           ELSE
               WRITE REG-SUPLENTE
           END-IF.
           MOVE "SUBPOOL" TO FCHK-ARCHIVO.
           MOVE SUP-ID TO FCHK-CLAVE.
           MOVE FS-SUPLENTES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           IF EXISTIA
               DISPLAY "SUPLENTE ACTUALIZADO Y ACTIVO"
           ELSE
               DISPLAY "SUPLENTE DADO DE ALTA"
           END-IF.
       ALTA-SUPLENTE-FIN.
           EXIT.

       PEDIR-TARIFA.
           DISPLAY "TARIFA DIARIA: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) NOT > 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 99999.99
                   DISPLAY "TARIFA FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO SUP-TARIFA-DIARIA
               END-IF
           END-IF.

       BAJA-SUPLENTE.
           DISPLAY "LEGAJO DEL SUPLENTE A INACTIVAR: ".
           ACCEPT SUP-ID.
           MOVE FUNCTION UPPER-CASE(SUP-ID) TO SUP-ID.
           READ SUPLENTES
               INVALID KEY
                   DISPLAY "LEGAJO NO ESTÁ EN EL PADRÓN"
               NOT INVALID KEY
                   MOVE "I" TO SUP-ESTADO
                   REWRITE REG-SUPLENTE
                   MOVE "SUBPOOL" TO FCHK-ARCHIVO
                   MOVE SUP-ID TO FCHK-CLAVE
                   MOVE FS-SUPLENTES TO FCHK-ESTADO
                   PERFORM VERIFICAR-ESCRITURA
                   DISPLAY "SUPLENTE INACTIVADO"
           END-READ.

       LISTAR-SUPLENTES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO SUP-ID.
           START SUPLENTES KEY IS NOT LESS THAN SUP-ID
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-SUPLENTE UNTIL FIN-ARCHIVO.

       LISTAR-UN-SUPLENTE.
           READ SUPLENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   MOVE SUP-TARIFA-DIARIA TO TARIFA-ED
                   DISPLAY SUP-ID, "  ", SUP-NOMBRE, "  ",
                           SUP-TELEFONO, "  ", TARIFA-ED, "  ",
                           SUP-ESTADO
           END-READ.

           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
