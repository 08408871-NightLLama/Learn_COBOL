      ******************************************************************
      * Mantenimiento del maestro de proveedores (PROVMAST, ver
      * PROVEED.CPY): alta de un proveedor con su nombre, dos líneas
      * de dirección, el plazo de pago en días hábiles y la cuenta GL
      * de gasto por omisión; modificación; baja lógica (el proveedor
      * inactivo no acepta facturas nuevas en AP-INVOICE-ENTRY, pero
      * sus pendientes se siguen pagando) y consulta rápida.  El
      * código es el mismo ITM-PROVEEDOR de ITEMMAST.  Sigue el mismo
      * molde de mantenimiento que CUSTOMER-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVEEDORES ASSIGN TO "PROVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

       DATA DIVISION.
       FILE SECTION.
       FD  PROVEEDORES.
           COPY PROVEED.

       WORKING-STORAGE SECTION.
       01  FS-PROVEEDORES PIC XX.
           88  FS-PRV-OK           VALUE "00".
           88  FS-PRV-NO-EXISTE    VALUE "35".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA       VALUE "A".
           88  MANT-MODIFICAR  VALUE "M".
           88  MANT-BAJA       VALUE "B".
           88  MANT-CONSULTA   VALUE "C".
           88  MANT-FIN        VALUE "F".
       01  PLAZO-ENTRADA PIC X(3).
       01  PLAZO-ED PIC ZZ9.
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-PROVEEDORES.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE PROVEEDORES.
           STOP RUN.

       ABRIR-PROVEEDORES.
           OPEN I-O PROVEEDORES.
           IF FS-PRV-NO-EXISTE
               OPEN OUTPUT PROVEEDORES
               CLOSE PROVEEDORES
               OPEN I-O PROVEEDORES
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "PROVEEDORES - (A)LTA, (M)ODIFICAR, (B)AJA,"
                   " (C)ONSULTA, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-PROVEEDOR
               WHEN MANT-MODIFICAR
                   PERFORM MODIFICAR-PROVEEDOR
               WHEN MANT-BAJA
                   PERFORM BAJA-PROVEEDOR
               WHEN MANT-CONSULTA
                   PERFORM CONSULTAR-PROVEEDOR
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-CODIGO-PROVEEDOR.
           DISPLAY "CÓDIGO DE PROVEEDOR (10 POSICIONES): ".
           ACCEPT PRV-CODIGO.
           MOVE FUNCTION UPPER-CASE(PRV-CODIGO) TO PRV-CODIGO.

       ALTA-PROVEEDOR.
           PERFORM PEDIR-CODIGO-PROVEEDOR.
           IF PRV-CODIGO = SPACES
               DISPLAY "CÓDIGO EN BLANCO"
           ELSE
               PERFORM PEDIR-DATOS-PROVEEDOR
               MOVE "A" TO PRV-ESTADO
               WRITE REG-PROVEEDOR
                   INVALID KEY
                       DISPLAY "EL PROVEEDOR YA ESTÁ EN EL MAESTRO -"
                               " USE (M)ODIFICAR"
               END-WRITE
               IF FS-PRV-OK
                   DISPLAY "PROVEEDOR DADO DE ALTA"
               END-IF
           END-IF.

       MODIFICAR-PROVEEDOR.
           PERFORM PEDIR-CODIGO-PROVEEDOR.
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ESTÁ EN EL MAESTRO"
               NOT INVALID KEY
                   DISPLAY "PROVEEDOR ACTUAL: ", PRV-NOMBRE
                   PERFORM PEDIR-DATOS-PROVEEDOR
                   MOVE "A" TO PRV-ESTADO
                   REWRITE REG-PROVEEDOR
                   DISPLAY "PROVEEDOR ACTUALIZADO"
           END-READ.

       PEDIR-DATOS-PROVEEDOR.
           DISPLAY "NOMBRE: ".
           ACCEPT PRV-NOMBRE.
           MOVE FUNCTION UPPER-CASE(PRV-NOMBRE) TO PRV-NOMBRE.
           DISPLAY "DIRECCIÓN LÍNEA 1: ".
           ACCEPT PRV-DIRECCION-1.
           DISPLAY "DIRECCIÓN LÍNEA 2: ".
           ACCEPT PRV-DIRECCION-2.
           PERFORM PEDIR-PLAZO.
           DISPLAY "CUENTA GL DE GASTO POR OMISIÓN (EJ. 5100): ".
           ACCEPT PRV-CUENTA-GASTO.
           MOVE FUNCTION UPPER-CASE(PRV-CUENTA-GASTO)
               TO PRV-CUENTA-GASTO.

       PEDIR-PLAZO.
           MOVE 30 TO PRV-PLAZO-DIAS.
           DISPLAY "PLAZO DE PAGO EN DÍAS HÁBILES (ENTER = 30): ".
           ACCEPT PLAZO-ENTRADA.
           IF PLAZO-ENTRADA NOT = SPACES
               MOVE PLAZO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(PLAZO-ENTRADA)
                       TO PRV-PLAZO-DIAS
               ELSE
                   DISPLAY "PLAZO NO NUMÉRICO - QUEDA EN 30"
               END-IF
           END-IF.

       BAJA-PROVEEDOR.
           PERFORM PEDIR-CODIGO-PROVEEDOR.
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ESTÁ EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE "I" TO PRV-ESTADO
                   REWRITE REG-PROVEEDOR
                   DISPLAY "PROVEEDOR INACTIVO - YA NO ACEPTA"
                           " FACTURAS NUEVAS"
           END-READ.

       CONSULTAR-PROVEEDOR.
           PERFORM PEDIR-CODIGO-PROVEEDOR.
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "PROVEEDOR NO ESTÁ EN EL MAESTRO"
               NOT INVALID KEY
                   DISPLAY "NOMBRE:    ", PRV-NOMBRE
                   DISPLAY "DIRECCIÓN: ", PRV-DIRECCION-1
                   DISPLAY "           ", PRV-DIRECCION-2
                   MOVE PRV-PLAZO-DIAS TO PLAZO-ED
                   DISPLAY "PLAZO:     ", PLAZO-ED, " DÍAS HÁBILES"
                   DISPLAY "CTA GASTO: ", PRV-CUENTA-GASTO
                   DISPLAY "ESTADO:    ", PRV-ESTADO
           END-READ.

           COPY NUMCHK-PROC.
