      ******************************************************************
      * Mantenimiento de la tabla de jurisdicciones de impuesto a las
      * ventas (TAXJURIS, ver TAXJURIS.CPY): alta o modificación de
      * una jurisdicción con su tasa y la cuenta GL de impuesto a
      * pagar (validada contra el plan de cuentas CHARTCTA cuando el
      * archivo está), baja lógica y listado.  Una jurisdicción
      * inactiva no se asigna más a clientes y la facturación deja de
      * cobrarla.  Mismo molde que ALLOC-RULE-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-JURIS-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JURISDICCIONES ASSIGN TO "TAXJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JUR-CODIGO
               FILE STATUS IS FS-JURISDICCIONES.

           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.

       DATA DIVISION.
       FILE SECTION.
       FD  JURISDICCIONES.
           COPY TAXJURIS.

       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.

       WORKING-STORAGE SECTION.
       01  FS-JURISDICCIONES PIC XX.
           88  FS-JUR-OK           VALUE "00".
           88  FS-JUR-NO-EXISTE    VALUE "35".
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
           88  JURISDICCION-EXISTENTE VALUE "S".
       01  TASA-ED PIC Z9.999.
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-JURISDICCIONES.
           OPEN INPUT CHART-ACCOUNTS.
           IF FS-CTA-OK
               MOVE "S" TO SW-PLAN-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PLAN DE CUENTAS CHARTCTA"
                       " - LAS CUENTAS PASAN SIN CONTROL"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE JURISDICCIONES.
           IF PLAN-DISPONIBLE
               CLOSE CHART-ACCOUNTS
           END-IF.
           STOP RUN.

       ABRIR-JURISDICCIONES.
           OPEN I-O JURISDICCIONES.
           IF FS-JUR-NO-EXISTE
               OPEN OUTPUT JURISDICCIONES
               CLOSE JURISDICCIONES
               OPEN I-O JURISDICCIONES
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "JURISDICCIONES DE IMPUESTO - (A)LTA/MODIFICACIÓN,"
                   " (B)AJA, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-JURISDICCION THRU ALTA-JURISDICCION-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-JURISDICCION
               WHEN MANT-LISTAR
                   PERFORM LISTAR-JURISDICCIONES
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-JURISDICCION.
           DISPLAY "CÓDIGO DE LA JURISDICCIÓN (4 CARACTERES): ".
           ACCEPT JUR-CODIGO.
           MOVE FUNCTION UPPER-CASE(JUR-CODIGO) TO JUR-CODIGO.
           IF JUR-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
               GO TO ALTA-JURISDICCION-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ JURISDICCIONES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   MOVE JUR-TASA TO TASA-ED
                   DISPLAY "JURISDICCIÓN EXISTENTE: ", JUR-DESCRIPCION,
                           " TASA ", TASA-ED, "%"
           END-READ.
           DISPLAY "DESCRIPCIÓN: ".
           ACCEPT JUR-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(JUR-DESCRIPCION)
               TO JUR-DESCRIPCION.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-TASA UNTIL NUMCHK-VALIDO.
           DISPLAY "CUENTA GL DE IMPUESTO A PAGAR".
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA UNTIL CUENTA-OK.
           MOVE "A" TO JUR-ESTADO.
           IF JURISDICCION-EXISTENTE
               REWRITE REG-JURISDICCION
           ELSE
               WRITE REG-JURISDICCION
           END-IF.
           IF FS-JUR-OK
               DISPLAY "JURISDICCIÓN GRABADA"
           ELSE
               DISPLAY "ERROR AL GRABAR TAXJURIS, ESTADO ",
                       FS-JURISDICCIONES
           END-IF.
       ALTA-JURISDICCION-FIN.
           EXIT.

       PEDIR-TASA.
           DISPLAY "TASA EN PORCENTAJE (EJ. 8.25): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) > 99.999
                   DISPLAY "TASA FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO JUR-TASA
               END-IF
           END-IF.

       PEDIR-CUENTA.
           DISPLAY "CUENTA GL: ".
           ACCEPT JUR-CUENTA-PAGAR.
           MOVE FUNCTION UPPER-CASE(JUR-CUENTA-PAGAR)
               TO JUR-CUENTA-PAGAR.
           IF JUR-CUENTA-PAGAR = SPACES
               DISPLAY "CUENTA EN BLANCO, REINGRESE"
           ELSE
               PERFORM VALIDAR-CUENTA
           END-IF.

       VALIDAR-CUENTA.
           IF PLAN-DISPONIBLE
               MOVE JUR-CUENTA-PAGAR TO CTA-CUENTA
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

       BAJA-JURISDICCION.
           DISPLAY "CÓDIGO DE LA JURISDICCIÓN A DAR DE BAJA: ".
           ACCEPT JUR-CODIGO.
           MOVE FUNCTION UPPER-CASE(JUR-CODIGO) TO JUR-CODIGO.
           READ JURISDICCIONES
               INVALID KEY
                   DISPLAY "LA JURISDICCIÓN NO ESTÁ EN TAXJURIS"
               NOT INVALID KEY
                   MOVE "I" TO JUR-ESTADO
                   REWRITE REG-JURISDICCION
                   DISPLAY "JURISDICCIÓN INACTIVA - NO SE COBRA MÁS"
           END-READ.

       LISTAR-JURISDICCIONES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO JUR-CODIGO.
           START JURISDICCIONES KEY IS NOT LESS THAN JUR-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-JURISDICCION UNTIL FIN-ARCHIVO.

       LISTAR-UNA-JURISDICCION.
           READ JURISDICCIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   MOVE JUR-TASA TO TASA-ED
                   DISPLAY JUR-CODIGO, " ", JUR-DESCRIPCION, " TASA ",
                           TASA-ED, "% CTA ", JUR-CUENTA-PAGAR, " ",
                           JUR-ESTADO
           END-READ.

           COPY NUMCHK-PROC.
