      ******************************************************************
      * Mantenimiento de los requisitos de egreso (REQEGRES, ver
      * REQEGRE.CPY): alta o modificación de un área de una
      * credencial - nombre del área, créditos aprobados exigidos y
      * hasta diez materias obligatorias - baja lógica (el área deja
      * de exigirse en GRAD-AUDIT) y listado, de una credencial o de
      * toda la tabla.  Las materias obligatorias se validan contra
      * el catálogo CRSCATLG cuando el archivo está; un código que no
      * figura se advierte pero se acepta, igual que el prerequisito
      * de CATALOG-MAINT.  Mismo molde que VACCINE-REQ-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-REQ-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITOS ASSIGN TO "REQEGRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-CLAVE
               FILE STATUS IS FS-REQUISITOS.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITOS.
           COPY REQEGRE.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       WORKING-STORAGE SECTION.
       01  FS-REQUISITOS PIC XX.
           88  FS-REQ-OK           VALUE "00".
           88  FS-REQ-NO-EXISTE    VALUE "35".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK           VALUE "00".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-EXISTENTE PIC A.
           88  AREA-EXISTENTE VALUE "S".
       01  SW-FIN-OBLIGATORIAS PIC A.
           88  FIN-OBLIGATORIAS VALUE "S".
       01  CREDITOS-ENTRADA PIC X(3).
       01  MATERIA-ENTRADA PIC X(4).
       01  CREDENCIAL-LISTADO PIC X(4).
       01  SW-LISTA-UNA-CREDENCIAL PIC A.
           88  LISTA-UNA-CREDENCIAL VALUE "S".
       01  CANT-LISTADAS PIC 9(4).
       01  IDX-OBLIG PIC 99.
       01  LINEA-OBLIGATORIAS PIC X(60).
       01  PUNTERO-OBLIG PIC 99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-REQUISITOS.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CATÁLOGO CRSCATLG - LAS"
                       " MATERIAS OBLIGATORIAS PASAN SIN CONTROL"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE REQUISITOS.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.
           STOP RUN.

       ABRIR-REQUISITOS.
           OPEN I-O REQUISITOS.
           IF FS-REQ-NO-EXISTE
               OPEN OUTPUT REQUISITOS
               CLOSE REQUISITOS
               OPEN I-O REQUISITOS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "REQUISITOS DE EGRESO - (A)LTA/MODIFICACIÓN,"
                   " (B)AJA, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-AREA THRU ALTA-AREA-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-AREA THRU BAJA-AREA-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-REQUISITOS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-CLAVE-AREA.
           DISPLAY "CREDENCIAL (EJ. BACH): ".
           ACCEPT REQ-COD-CREDENCIAL.
           MOVE FUNCTION UPPER-CASE(REQ-COD-CREDENCIAL)
               TO REQ-COD-CREDENCIAL.
           DISPLAY "ÁREA DE ESTUDIO (EJ. MATE, LENG, CIEN;"
                   " ELEC = ELECTIVAS): ".
           ACCEPT REQ-AREA.
           MOVE FUNCTION UPPER-CASE(REQ-AREA) TO REQ-AREA.

       ALTA-AREA.
           PERFORM PEDIR-CLAVE-AREA.
           IF REQ-COD-CREDENCIAL = SPACES
              OR REQ-AREA = SPACES
               DISPLAY "CLAVE INCOMPLETA"
               GO TO ALTA-AREA-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ REQUISITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   DISPLAY "ÁREA EXISTENTE: ", REQ-NOM-AREA,
                           " CRÉDITOS ", REQ-CREDITOS-REQUERIDOS
           END-READ.
           DISPLAY "NOMBRE DEL ÁREA: ".
           ACCEPT REQ-NOM-AREA.
           MOVE FUNCTION UPPER-CASE(REQ-NOM-AREA) TO REQ-NOM-AREA.
           DISPLAY "CRÉDITOS APROBADOS EXIGIDOS EN EL ÁREA: ".
           ACCEPT CREDITOS-ENTRADA.
           IF CREDITOS-ENTRADA = SPACES
              OR FUNCTION TRIM(CREDITOS-ENTRADA) IS NOT NUMERIC
               DISPLAY "CRÉDITOS INVÁLIDOS"
               GO TO ALTA-AREA-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(CREDITOS-ENTRADA)
               TO REQ-CREDITOS-REQUERIDOS.
           IF AREA-EXISTENTE
               PERFORM MOSTRAR-OBLIGATORIAS
               DISPLAY "LAS MATERIAS OBLIGATORIAS SE VUELVEN A CARGAR"
           END-IF.
           MOVE 0 TO REQ-CANT-OBLIGATORIAS.
           PERFORM LIMPIAR-OBLIGATORIA
                   VARYING IDX-OBLIG FROM 1 BY 1
                   UNTIL IDX-OBLIG > 10.
           MOVE "N" TO SW-FIN-OBLIGATORIAS.
           PERFORM PEDIR-OBLIGATORIA
                   UNTIL FIN-OBLIGATORIAS
                      OR REQ-CANT-OBLIGATORIAS = 10.
           MOVE "A" TO REQ-ESTADO.
           IF AREA-EXISTENTE
               REWRITE REG-REQ-EGRESO
           ELSE
               WRITE REG-REQ-EGRESO
           END-IF.
           IF FS-REQ-OK
               DISPLAY "ÁREA GRABADA CON ", REQ-CANT-OBLIGATORIAS,
                       " OBLIGATORIAS"
           ELSE
               DISPLAY "ERROR AL GRABAR REQEGRES, ESTADO ",
                       FS-REQUISITOS
           END-IF.
       ALTA-AREA-FIN.
           EXIT.

       LIMPIAR-OBLIGATORIA.
           MOVE SPACES TO REQ-MATERIA-OBLIGATORIA(IDX-OBLIG).

      ******************************************************************
      * Una obligatoria que todavía no está en el catálogo se
      * advierte pero se acepta, así el catálogo y los requisitos
      * pueden cargarse en cualquier orden.
      ******************************************************************
       PEDIR-OBLIGATORIA.
           DISPLAY "MATERIA OBLIGATORIA (CÓDIGO,"
                   " ENTER = TERMINAR): ".
           ACCEPT MATERIA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(MATERIA-ENTRADA)
               TO MATERIA-ENTRADA.
           IF MATERIA-ENTRADA = SPACES
               MOVE "S" TO SW-FIN-OBLIGATORIAS
           ELSE
               IF CATALOGO-DISPONIBLE
                   MOVE MATERIA-ENTRADA TO CAT-COD-MATERIA
                   READ CURSO-CATALOGO
                       INVALID KEY
                           DISPLAY "ADVERTENCIA: ", MATERIA-ENTRADA,
                                   " NO ESTÁ (TODAVÍA) EN EL"
                                   " CATÁLOGO"
                       NOT INVALID KEY
                           IF CAT-AREA NOT = REQ-AREA
                              AND NOT REQ-AREA-ELECTIVA
                               DISPLAY "ADVERTENCIA: ",
                                       MATERIA-ENTRADA,
                                       " ES DEL ÁREA ", CAT-AREA,
                                       " EN EL CATÁLOGO"
                           END-IF
                   END-READ
               END-IF
               ADD 1 TO REQ-CANT-OBLIGATORIAS
               MOVE MATERIA-ENTRADA
                   TO REQ-MATERIA-OBLIGATORIA(REQ-CANT-OBLIGATORIAS)
           END-IF.

       MOSTRAR-OBLIGATORIAS.
           MOVE SPACES TO LINEA-OBLIGATORIAS.
           MOVE 1 TO PUNTERO-OBLIG.
           PERFORM ARMAR-OBLIGATORIA
                   VARYING IDX-OBLIG FROM 1 BY 1
                   UNTIL IDX-OBLIG > REQ-CANT-OBLIGATORIAS.
           DISPLAY "     OBLIGATORIAS: ", LINEA-OBLIGATORIAS.

       ARMAR-OBLIGATORIA.
           STRING REQ-MATERIA-OBLIGATORIA(IDX-OBLIG)
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LINEA-OBLIGATORIAS
               WITH POINTER PUNTERO-OBLIG
           END-STRING.

       BAJA-AREA.
           PERFORM PEDIR-CLAVE-AREA.
           IF REQ-COD-CREDENCIAL = SPACES
              OR REQ-AREA = SPACES
               DISPLAY "CLAVE INCOMPLETA"
               GO TO BAJA-AREA-FIN
           END-IF.
           READ REQUISITOS
               INVALID KEY
                   DISPLAY "EL ÁREA NO ESTÁ EN ESA CREDENCIAL"
               NOT INVALID KEY
                   MOVE "I" TO REQ-ESTADO
                   REWRITE REG-REQ-EGRESO
                   DISPLAY "ÁREA INACTIVA - NO SE EXIGE MÁS"
           END-READ.
       BAJA-AREA-FIN.
           EXIT.

       LISTAR-REQUISITOS.
           MOVE "N" TO SW-LISTA-UNA-CREDENCIAL.
           DISPLAY "CREDENCIAL A LISTAR (ENTER = TODAS): ".
           ACCEPT CREDENCIAL-LISTADO.
           MOVE FUNCTION UPPER-CASE(CREDENCIAL-LISTADO)
               TO CREDENCIAL-LISTADO.
           MOVE LOW-VALUES TO REQ-CLAVE.
           IF CREDENCIAL-LISTADO NOT = SPACES
               MOVE "S" TO SW-LISTA-UNA-CREDENCIAL
               MOVE CREDENCIAL-LISTADO TO REQ-COD-CREDENCIAL
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE 0 TO CANT-LISTADAS.
           START REQUISITOS KEY IS NOT LESS THAN REQ-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-REQUISITO UNTIL FIN-ARCHIVO.
           DISPLAY "FILAS LISTADAS: ", CANT-LISTADAS.

       LISTAR-UN-REQUISITO.
           READ REQUISITOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF LISTA-UNA-CREDENCIAL
                      AND REQ-COD-CREDENCIAL NOT = CREDENCIAL-LISTADO
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       ADD 1 TO CANT-LISTADAS
                       DISPLAY REQ-COD-CREDENCIAL, " ", REQ-AREA, " ",
                               REQ-NOM-AREA, " CRÉDITOS ",
                               REQ-CREDITOS-REQUERIDOS, " ",
                               REQ-ESTADO
                       IF REQ-CANT-OBLIGATORIAS > 0
                           PERFORM MOSTRAR-OBLIGATORIAS
                       END-IF
                   END-IF
           END-READ.
