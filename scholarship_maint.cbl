      ******************************************************************
      * Mantenimiento de los programas de beca de mérito (BECAPROG,
      * ver BECA.CPY): alta o modificación de una beca - promedio
      * acumulado mínimo para otorgarla y de renovación, créditos
      * aprobados mínimos, monto fijo o porcentaje de los cargos del
      * término, tope de términos y cuenta GL de gasto - baja lógica
      * (la beca queda inactiva y no se otorga más; las ya otorgadas
      * en BECAOTOR siguen apuntando a ella) y listado.  La cuenta de
      * gasto se valida contra el plan de cuentas CHARTCTA cuando el
      * archivo está.  Mismo molde que FEE-SCHEDULE-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BECAS ASSIGN TO "BECAPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEC-CODIGO
               FILE STATUS IS FS-BECAS.

           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.

       DATA DIVISION.
       FILE SECTION.
       FD  BECAS.
           COPY BECA.

       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.

       WORKING-STORAGE SECTION.
       01  FS-BECAS PIC XX.
           88  FS-BEC-OK           VALUE "00".
           88  FS-BEC-NO-EXISTE    VALUE "35".
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
           88  BECA-EXISTENTE VALUE "S".
       01  CREDITOS-ENTRADA PIC X(3).
       01  TERMINOS-ENTRADA PIC XX.
       01  MONTO-ED PIC ZZ,ZZ9.99.
       01  PORCENTAJE-ED PIC ZZ9.99.
       01  PROMEDIO-MIN-ED PIC ZZ9.99.
       01  PROMEDIO-REN-ED PIC ZZ9.99.
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-BECAS.
           OPEN INPUT CHART-ACCOUNTS.
           IF FS-CTA-OK
               MOVE "S" TO SW-PLAN-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PLAN DE CUENTAS CHARTCTA"
                       " - LA CUENTA DE GASTO PASA SIN CONTROL"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE BECAS.
           IF PLAN-DISPONIBLE
               CLOSE CHART-ACCOUNTS
           END-IF.
           STOP RUN.

       ABRIR-BECAS.
           OPEN I-O BECAS.
           IF FS-BEC-NO-EXISTE
               OPEN OUTPUT BECAS
               CLOSE BECAS
               OPEN I-O BECAS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "BECAS - (A)LTA/MODIFICACIÓN, (B)AJA,"
                   " (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-BECA THRU ALTA-BECA-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-BECA
               WHEN MANT-LISTAR
                   PERFORM LISTAR-BECAS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-BECA.
           DISPLAY "CÓDIGO DE LA BECA (4 CARACTERES): ".
           ACCEPT BEC-CODIGO.
           MOVE FUNCTION UPPER-CASE(BEC-CODIGO) TO BEC-CODIGO.
           IF BEC-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
               GO TO ALTA-BECA-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ BECAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   DISPLAY "BECA EXISTENTE: ", BEC-DESCRIPCION
           END-READ.
           DISPLAY "DESCRIPCIÓN: ".
           ACCEPT BEC-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(BEC-DESCRIPCION)
               TO BEC-DESCRIPCION.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-PROMEDIO-MINIMO UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-PROMEDIO-RENOVACION UNTIL NUMCHK-VALIDO.
           DISPLAY "CRÉDITOS APROBADOS MÍNIMOS (ENTER = 0): ".
           ACCEPT CREDITOS-ENTRADA.
           IF CREDITOS-ENTRADA = SPACES
               MOVE "000" TO CREDITOS-ENTRADA
           END-IF.
           IF FUNCTION TRIM(CREDITOS-ENTRADA) IS NOT NUMERIC
               DISPLAY "CRÉDITOS INVÁLIDOS"
               GO TO ALTA-BECA-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(CREDITOS-ENTRADA)
               TO BEC-CREDITOS-MINIMOS.
           MOVE SPACE TO BEC-TIPO-MONTO.
           PERFORM PEDIR-TIPO UNTIL BEC-TIPO-VALIDO.
           MOVE 0 TO BEC-MONTO.
           MOVE 0 TO BEC-PORCENTAJE.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-MONTO UNTIL NUMCHK-VALIDO.
           DISPLAY "TOPE DE TÉRMINOS DE LA BECA (ENTER = SIN TOPE): ".
           ACCEPT TERMINOS-ENTRADA.
           IF TERMINOS-ENTRADA = SPACES
               MOVE "00" TO TERMINOS-ENTRADA
           END-IF.
           IF FUNCTION TRIM(TERMINOS-ENTRADA) IS NOT NUMERIC
               DISPLAY "TOPE INVÁLIDO"
               GO TO ALTA-BECA-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(TERMINOS-ENTRADA) TO BEC-MAX-TERMINOS.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA-GASTO UNTIL CUENTA-OK.
           MOVE "A" TO BEC-ESTADO.
           IF BECA-EXISTENTE
               REWRITE REG-BECA
           ELSE
               WRITE REG-BECA
           END-IF.
           IF FS-BEC-OK
               DISPLAY "BECA GRABADA"
           ELSE
               DISPLAY "ERROR AL GRABAR BECAPROG, ESTADO ", FS-BECAS
           END-IF.
       ALTA-BECA-FIN.
           EXIT.

       PEDIR-PROMEDIO-MINIMO.
           DISPLAY "PROMEDIO ACUMULADO MÍNIMO PARA OTORGARLA: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) > 100
                   DISPLAY "EL PROMEDIO NO PUEDE PASAR DE 100"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO BEC-PROMEDIO-MINIMO
               END-IF
           END-IF.

      ******************************************************************
      * El promedio de renovación lo exige la corrida de elegibilidad
      * a quien ya tuvo la beca en un término anterior, y TERM-ROLL
      * lista a los becados que quedan por debajo.  ENTER lo iguala
      * al mínimo de otorgamiento.
      ******************************************************************
       PEDIR-PROMEDIO-RENOVACION.
           DISPLAY "PROMEDIO ACUMULADO DE RENOVACIÓN"
                   " (ENTER = EL MÍNIMO): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE BEC-PROMEDIO-MINIMO TO BEC-PROMEDIO-RENOVACION
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   IF FUNCTION NUMVAL(NUMCHK-ENTRADA) > 100
                       DISPLAY "EL PROMEDIO NO PUEDE PASAR DE 100"
                       MOVE "N" TO SW-NUMCHK-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                           TO BEC-PROMEDIO-RENOVACION
                   END-IF
               END-IF
           END-IF.

       PEDIR-TIPO.
           DISPLAY "BENEFICIO - (M)ONTO FIJO, (P)ORCENTAJE DE LOS"
                   " CARGOS DEL TÉRMINO: ".
           ACCEPT BEC-TIPO-MONTO.
           MOVE FUNCTION UPPER-CASE(BEC-TIPO-MONTO) TO BEC-TIPO-MONTO.
           IF NOT BEC-TIPO-VALIDO
               DISPLAY "TIPO INVÁLIDO, REINGRESE"
           END-IF.

       PEDIR-MONTO.
           IF BEC-MONTO-FIJO
               DISPLAY "MONTO DE LA BECA POR TÉRMINO: "
           ELSE
               DISPLAY "PORCENTAJE DE LOS CARGOS (EJ. 50): "
           END-IF.
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) = 0
                   DISPLAY "EL BENEFICIO NO PUEDE SER CERO"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   IF BEC-MONTO-FIJO
                       MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                           TO BEC-MONTO
                   ELSE
                       IF FUNCTION NUMVAL(NUMCHK-ENTRADA) > 100
                           DISPLAY "EL PORCENTAJE NO PUEDE PASAR"
                                   " DE 100"
                           MOVE "N" TO SW-NUMCHK-OK
                       ELSE
                           MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                               TO BEC-PORCENTAJE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PEDIR-CUENTA-GASTO.
           DISPLAY "CUENTA GL DE GASTO EN BECAS (EJ. 5300): ".
           ACCEPT BEC-CUENTA-GASTO.
           MOVE FUNCTION UPPER-CASE(BEC-CUENTA-GASTO)
               TO BEC-CUENTA-GASTO.
           IF BEC-CUENTA-GASTO = SPACES
               DISPLAY "CUENTA EN BLANCO, REINGRESE"
           ELSE
               IF PLAN-DISPONIBLE
                   MOVE BEC-CUENTA-GASTO TO CTA-CUENTA
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
               END-IF
           END-IF.

       BAJA-BECA.
           DISPLAY "CÓDIGO DE LA BECA A DAR DE BAJA: ".
           ACCEPT BEC-CODIGO.
           MOVE FUNCTION UPPER-CASE(BEC-CODIGO) TO BEC-CODIGO.
           READ BECAS
               INVALID KEY
                   DISPLAY "LA BECA NO ESTÁ EN BECAPROG"
               NOT INVALID KEY
                   MOVE "I" TO BEC-ESTADO
                   REWRITE REG-BECA
                   DISPLAY "BECA INACTIVA - NO SE OTORGA MÁS"
           END-READ.

       LISTAR-BECAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO BEC-CODIGO.
           START BECAS KEY IS NOT LESS THAN BEC-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-BECA UNTIL FIN-ARCHIVO.

       LISTAR-UNA-BECA.
           READ BECAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   MOVE BEC-PROMEDIO-MINIMO TO PROMEDIO-MIN-ED
                   MOVE BEC-PROMEDIO-RENOVACION TO PROMEDIO-REN-ED
                   DISPLAY BEC-CODIGO, " ", BEC-DESCRIPCION, " ",
                           BEC-ESTADO
                   IF BEC-MONTO-FIJO
                       MOVE BEC-MONTO TO MONTO-ED
                       DISPLAY "     MONTO ", MONTO-ED,
                               " PROM ", PROMEDIO-MIN-ED,
                               " REN ", PROMEDIO-REN-ED,
                               " CRED ", BEC-CREDITOS-MINIMOS,
                               " TOPE ", BEC-MAX-TERMINOS,
                               " CTA ", BEC-CUENTA-GASTO
                   ELSE
                       MOVE BEC-PORCENTAJE TO PORCENTAJE-ED
                       DISPLAY "     PORC ", PORCENTAJE-ED, "%",
                               " PROM ", PROMEDIO-MIN-ED,
                               " REN ", PROMEDIO-REN-ED,
                               " CRED ", BEC-CREDITOS-MINIMOS,
                               " TOPE ", BEC-MAX-TERMINOS,
                               " CTA ", BEC-CUENTA-GASTO
                   END-IF
           END-READ.

           COPY NUMCHK-PROC.
