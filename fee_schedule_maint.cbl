      ******************************************************************
      * Mantenimiento del tarifario de aranceles estudiantiles
      * (FEESCHED, ver ARANCEL.CPY): alta o modificación de un
      * concepto - matrícula por hora crédito o arancel fijo - con su
      * monto, el grado al que aplica y la cuenta GL de ingreso, baja
      * lógica (el concepto queda inactivo, los movimientos ya
      * facturados con ese código siguen apuntando a él) y listado.
      * La cuenta de ingreso se valida contra el plan de cuentas
      * CHARTCTA cuando el archivo está.  Mismo molde que RATE-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-SCHEDULE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARANCELES ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARA-CODIGO
               FILE STATUS IS FS-ARANCELES.

           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARANCELES.
           COPY ARANCEL.

       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.

       WORKING-STORAGE SECTION.
       01  FS-ARANCELES PIC XX.
           88  FS-ARA-OK           VALUE "00".
           88  FS-ARA-NO-EXISTE    VALUE "35".
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
           88  ARANCEL-EXISTENTE VALUE "S".
       01  GRADO-ENTRADA PIC XX.
       01  MONTO-ED PIC ZZ,ZZ9.99.
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARANCELES.
           OPEN INPUT CHART-ACCOUNTS.
           IF FS-CTA-OK
               MOVE "S" TO SW-PLAN-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PLAN DE CUENTAS CHARTCTA"
                       " - LA CUENTA DE INGRESO PASA SIN CONTROL"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE ARANCELES.
           IF PLAN-DISPONIBLE
               CLOSE CHART-ACCOUNTS
           END-IF.
           STOP RUN.

       ABRIR-ARANCELES.
           OPEN I-O ARANCELES.
           IF FS-ARA-NO-EXISTE
               OPEN OUTPUT ARANCELES
               CLOSE ARANCELES
               OPEN I-O ARANCELES
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "ARANCELES - (A)LTA/MODIFICACIÓN, (B)AJA,"
                   " (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-ARANCEL THRU ALTA-ARANCEL-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-ARANCEL
               WHEN MANT-LISTAR
                   PERFORM LISTAR-ARANCELES
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-ARANCEL.
           DISPLAY "CÓDIGO DEL CONCEPTO (4 CARACTERES): ".
           ACCEPT ARA-CODIGO.
           MOVE FUNCTION UPPER-CASE(ARA-CODIGO) TO ARA-CODIGO.
           IF ARA-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
               GO TO ALTA-ARANCEL-FIN
           END-IF.
           MOVE "N" TO SW-EXISTENTE.
           READ ARANCELES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTENTE
                   DISPLAY "CONCEPTO EXISTENTE: ", ARA-DESCRIPCION
           END-READ.
           DISPLAY "DESCRIPCIÓN: ".
           ACCEPT ARA-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(ARA-DESCRIPCION)
               TO ARA-DESCRIPCION.
           MOVE SPACE TO ARA-TIPO.
           PERFORM PEDIR-TIPO UNTIL ARA-TIPO-VALIDO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-MONTO UNTIL NUMCHK-VALIDO.
           DISPLAY "GRADO AL QUE APLICA (00 = TODOS): ".
           ACCEPT GRADO-ENTRADA.
           IF GRADO-ENTRADA = SPACES
               MOVE "00" TO GRADO-ENTRADA
           END-IF.
           IF GRADO-ENTRADA IS NOT NUMERIC
               DISPLAY "GRADO INVÁLIDO"
               GO TO ALTA-ARANCEL-FIN
           END-IF.
           MOVE GRADO-ENTRADA TO ARA-GRADO-NIVEL.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA-INGRESO UNTIL CUENTA-OK.
           MOVE "A" TO ARA-ESTADO.
           IF ARANCEL-EXISTENTE
               REWRITE REG-ARANCEL
           ELSE
               WRITE REG-ARANCEL
           END-IF.
           IF FS-ARA-OK
               DISPLAY "CONCEPTO GRABADO"
           ELSE
               DISPLAY "ERROR AL GRABAR FEESCHED, ESTADO ",
                       FS-ARANCELES
           END-IF.
       ALTA-ARANCEL-FIN.
           EXIT.

       PEDIR-TIPO.
           DISPLAY "TIPO - (C) POR HORA CRÉDITO, (F) FIJO: ".
           ACCEPT ARA-TIPO.
           MOVE FUNCTION UPPER-CASE(ARA-TIPO) TO ARA-TIPO.
           IF NOT ARA-TIPO-VALIDO
               DISPLAY "TIPO INVÁLIDO, REINGRESE"
           END-IF.

       PEDIR-MONTO.
           IF ARA-POR-CREDITO
               DISPLAY "MONTO POR HORA CRÉDITO: "
           ELSE
               DISPLAY "MONTO POR ESTUDIANTE: "
           END-IF.
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO ARA-MONTO
               IF ARA-MONTO = 0
                   DISPLAY "EL MONTO NO PUEDE SER CERO"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
           END-IF.

       PEDIR-CUENTA-INGRESO.
           DISPLAY "CUENTA GL DE INGRESO (EJ. 4100): ".
           ACCEPT ARA-CUENTA-INGRESO.
           MOVE FUNCTION UPPER-CASE(ARA-CUENTA-INGRESO)
               TO ARA-CUENTA-INGRESO.
           IF ARA-CUENTA-INGRESO = SPACES
               DISPLAY "CUENTA EN BLANCO, REINGRESE"
           ELSE
               IF PLAN-DISPONIBLE
                   MOVE ARA-CUENTA-INGRESO TO CTA-CUENTA
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

       BAJA-ARANCEL.
           DISPLAY "CÓDIGO DEL CONCEPTO A DAR DE BAJA: ".
           ACCEPT ARA-CODIGO.
           MOVE FUNCTION UPPER-CASE(ARA-CODIGO) TO ARA-CODIGO.
           READ ARANCELES
               INVALID KEY
                   DISPLAY "EL CONCEPTO NO ESTÁ EN EL TARIFARIO"
               NOT INVALID KEY
                   MOVE "I" TO ARA-ESTADO
                   REWRITE REG-ARANCEL
                   DISPLAY "CONCEPTO INACTIVO - NO SE FACTURA MÁS"
           END-READ.

       LISTAR-ARANCELES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO ARA-CODIGO.
           START ARANCELES KEY IS NOT LESS THAN ARA-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-ARANCEL UNTIL FIN-ARCHIVO.

       LISTAR-UN-ARANCEL.
           READ ARANCELES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   MOVE ARA-MONTO TO MONTO-ED
                   DISPLAY ARA-CODIGO, " ", ARA-DESCRIPCION, " ",
                           ARA-TIPO, " ", MONTO-ED, " GR ",
                           ARA-GRADO-NIVEL, " CTA ",
                           ARA-CUENTA-INGRESO, " ", ARA-ESTADO
           END-READ.

           COPY NUMCHK-PROC.
