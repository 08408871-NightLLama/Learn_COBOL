      ******************************************************************
      * Mantenimiento de los acuerdos de precio por cliente (PRECCONT,
      * ver PRECCONT.CPY): alta o modificación del precio negociado de
      * un artículo para una cuenta con su vigencia desde/hasta, baja
      * de un acuerdo puntual, y listado de los acuerdos de una cuenta.
      * La cuenta se valida contra CUSTMAST y el artículo contra
      * ITEMMAST.  La facturación aplica el acuerdo vigente a la fecha
      * del pedido antes que el descuento por cantidad y el precio de
      * lista.  Mismo molde que RATE-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-PRICE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECIOS-CONTRATO ASSIGN TO "PRECCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPR-CLAVE
               FILE STATUS IS FS-CONTRATOS.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  PRECIOS-CONTRATO.
           COPY PRECCONT.

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  INVENTARIO.
           COPY ITEMMAST.

       WORKING-STORAGE SECTION.
       01  FS-CONTRATOS PIC XX.
           88  FS-CPR-OK           VALUE "00".
           88  FS-CPR-NO-EXISTE    VALUE "35".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK           VALUE "00".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK           VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-CUENTA-OK PIC A.
           88  CUENTA-OK VALUE "S".
       01  SW-ITEM-OK PIC A.
           88  ITEM-OK VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-PEDIDA PIC 9(8).
       01  CUENTA-LISTADA PIC X(16).
       01  PRECIO-ED PIC $$,$$9.99.
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLI-OK
               DISPLAY "NO HAY MAESTRO DE CLIENTES CUSTMAST"
               STOP RUN
           END-IF.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               CLOSE CLIENTES
               STOP RUN
           END-IF.
           PERFORM ABRIR-CONTRATOS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE PRECIOS-CONTRATO.
           CLOSE CLIENTES.
           CLOSE INVENTARIO.
           STOP RUN.

       ABRIR-CONTRATOS.
           OPEN I-O PRECIOS-CONTRATO.
           IF FS-CPR-NO-EXISTE
               OPEN OUTPUT PRECIOS-CONTRATO
               CLOSE PRECIOS-CONTRATO
               OPEN I-O PRECIOS-CONTRATO
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "PRECIOS DE CONTRATO - (A)LTA/MODIFICACIÓN,"
                   " (B)AJA, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-CONTRATO
               WHEN MANT-BAJA
                   PERFORM BAJA-CONTRATO
               WHEN MANT-LISTAR
                   PERFORM LISTAR-CONTRATOS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-CONTRATO.
           PERFORM PEDIR-CLAVE-CONTRATO.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-HASTA UNTIL FECHA-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-PRECIO UNTIL NUMCHK-VALIDO.
           WRITE REG-PRECIO-CONTRATO
               INVALID KEY
                   REWRITE REG-PRECIO-CONTRATO
                   DISPLAY "YA HABÍA ACUERDO CON ESA FECHA DESDE -"
                           " REEMPLAZADO"
           END-WRITE.
           IF FS-CPR-OK
               DISPLAY "ACUERDO GRABADO"
           ELSE
               DISPLAY "ERROR AL GRABAR PRECCONT, ESTADO ",
                       FS-CONTRATOS
           END-IF.

       PEDIR-CLAVE-CONTRATO.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA UNTIL CUENTA-OK.
           MOVE "N" TO SW-ITEM-OK.
           PERFORM PEDIR-ITEM UNTIL ITEM-OK.
           DISPLAY "VIGENTE DESDE".
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA UNTIL FECHA-OK.
           MOVE FECHA-PEDIDA TO CPR-FECHA-DESDE.

       PEDIR-CUENTA.
           DISPLAY "NÚMERO DE CUENTA DEL CLIENTE: ".
           ACCEPT CLI-CUENTA.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CUENTA NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-CUENTA-OK
                   MOVE CLI-CUENTA TO CPR-CUENTA
                   DISPLAY "CLIENTE: ", CLI-NOMBRE
           END-READ.

       PEDIR-ITEM.
           DISPLAY "CÓDIGO DEL ARTÍCULO: ".
           ACCEPT ITM-ITEM.
           MOVE FUNCTION UPPER-CASE(ITM-ITEM) TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ARTÍCULO NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-ITEM-OK
                   MOVE ITM-ITEM TO CPR-ITEM
                   MOVE ITM-PRECIO TO PRECIO-ED
                   DISPLAY ITM-DESCRIPCION, "  LISTA ", PRECIO-ED
           END-READ.

       PEDIR-FECHA.
           DISPLAY "FECHA (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-PEDIDA
               IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-PEDIDA) = 0
                   MOVE "S" TO SW-FECHA-OK
               END-IF
           END-IF.
           IF NOT FECHA-OK
               DISPLAY "FECHA INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-FECHA-HASTA.
           DISPLAY "VIGENTE HASTA".
           PERFORM PEDIR-FECHA.
           IF FECHA-OK
               IF FECHA-PEDIDA < CPR-FECHA-DESDE
                   DISPLAY "LA FECHA HASTA ES ANTERIOR A LA DESDE,"
                           " REINGRESE"
                   MOVE "N" TO SW-FECHA-OK
               ELSE
                   MOVE FECHA-PEDIDA TO CPR-FECHA-HASTA
               END-IF
           END-IF.

       PEDIR-PRECIO.
           DISPLAY "PRECIO DE CONTRATO: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO CPR-PRECIO
           END-IF.

       BAJA-CONTRATO.
           PERFORM PEDIR-CLAVE-CONTRATO.
           READ PRECIOS-CONTRATO
               INVALID KEY
                   DISPLAY "NO HAY ACUERDO CON ESA CUENTA, ARTÍCULO Y"
                           " FECHA DESDE"
               NOT INVALID KEY
                   DELETE PRECIOS-CONTRATO
                   DISPLAY "ACUERDO BORRADO"
           END-READ.

       LISTAR-CONTRATOS.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA UNTIL CUENTA-OK.
           MOVE CLI-CUENTA TO CUENTA-LISTADA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE CUENTA-LISTADA TO CPR-CUENTA.
           MOVE LOW-VALUES TO CPR-ITEM.
           MOVE 0 TO CPR-FECHA-DESDE.
           START PRECIOS-CONTRATO KEY IS NOT LESS THAN CPR-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-CONTRATO UNTIL FIN-ARCHIVO.

       LISTAR-UN-CONTRATO.
           READ PRECIOS-CONTRATO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO
               IF CPR-CUENTA NOT = CUENTA-LISTADA
                   MOVE "S" TO SW-FIN-ARCHIVO
               ELSE
                   MOVE CPR-PRECIO TO PRECIO-ED
                   DISPLAY CPR-ITEM, "  DESDE ", CPR-FECHA-DESDE,
                           "  HASTA ", CPR-FECHA-HASTA, "  ",
                           PRECIO-ED
               END-IF
           END-IF.

           COPY NUMCHK-PROC.
