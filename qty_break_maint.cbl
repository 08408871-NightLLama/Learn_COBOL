      ******************************************************************
      * Mantenimiento de la tabla de descuentos por cantidad
      * (CANTDESC, ver CANTDESC.CPY): alta o modificación de un
      * escalón de un artículo - desde qué cantidad pedida rige y
      * qué porcentaje se descuenta del precio de lista -, baja de un
      * escalón y listado de los escalones de un artículo.  El
      * artículo se valida contra ITEMMAST.  La facturación aplica el
      * escalón más alto que alcanza la cantidad pedida cuando la
      * cuenta no tiene precio de contrato.  Mismo molde que
      * RATE-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTY-BREAK-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCUENTOS-CANTIDAD ASSIGN TO "CANTDESC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QBK-CLAVE
               FILE STATUS IS FS-DESCUENTOS.

           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

       DATA DIVISION.
       FILE SECTION.
       FD  DESCUENTOS-CANTIDAD.
           COPY CANTDESC.

       FD  INVENTARIO.
           COPY ITEMMAST.

       WORKING-STORAGE SECTION.
       01  FS-DESCUENTOS PIC XX.
           88  FS-QBK-OK           VALUE "00".
           88  FS-QBK-NO-EXISTE    VALUE "35".
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK           VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-ITEM-OK PIC A.
           88  ITEM-OK VALUE "S".
       01  ITEM-LISTADO PIC X(8).
       01  DESCUENTO-ED PIC Z9.99.
       01  CANT-ED PIC ZZ,ZZ9.
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               STOP RUN
           END-IF.
           PERFORM ABRIR-DESCUENTOS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE DESCUENTOS-CANTIDAD.
           CLOSE INVENTARIO.
           STOP RUN.

       ABRIR-DESCUENTOS.
           OPEN I-O DESCUENTOS-CANTIDAD.
           IF FS-QBK-NO-EXISTE
               OPEN OUTPUT DESCUENTOS-CANTIDAD
               CLOSE DESCUENTOS-CANTIDAD
               OPEN I-O DESCUENTOS-CANTIDAD
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "DESCUENTOS POR CANTIDAD - (A)LTA/MODIFICACIÓN,"
                   " (B)AJA, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-ESCALON
               WHEN MANT-BAJA
                   PERFORM BAJA-ESCALON
               WHEN MANT-LISTAR
                   PERFORM LISTAR-ESCALONES
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-ESCALON.
           PERFORM PEDIR-CLAVE-ESCALON.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-DESCUENTO UNTIL NUMCHK-VALIDO.
           WRITE REG-DESCUENTO-CANTIDAD
               INVALID KEY
                   REWRITE REG-DESCUENTO-CANTIDAD
                   DISPLAY "YA HABÍA ESCALÓN DESDE ESA CANTIDAD -"
                           " REEMPLAZADO"
           END-WRITE.
           IF FS-QBK-OK
               DISPLAY "ESCALÓN GRABADO"
           ELSE
               DISPLAY "ERROR AL GRABAR CANTDESC, ESTADO ",
                       FS-DESCUENTOS
           END-IF.

       PEDIR-CLAVE-ESCALON.
           MOVE "N" TO SW-ITEM-OK.
           PERFORM PEDIR-ITEM UNTIL ITEM-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-CANTIDAD UNTIL NUMCHK-VALIDO.

       PEDIR-ITEM.
           DISPLAY "CÓDIGO DEL ARTÍCULO: ".
           ACCEPT ITM-ITEM.
           MOVE FUNCTION UPPER-CASE(ITM-ITEM) TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ARTÍCULO NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-ITEM-OK
                   MOVE ITM-ITEM TO QBK-ITEM
                   DISPLAY ITM-DESCRIPCION
           END-READ.

       PEDIR-CANTIDAD.
           DISPLAY "DESDE LA CANTIDAD PEDIDA: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 2
                   DISPLAY "EL ESCALÓN EMPIEZA EN 2 O MÁS UNIDADES,"
                           " REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO QBK-CANT-DESDE
               END-IF
           END-IF.

       PEDIR-DESCUENTO.
           DISPLAY "PORCENTAJE DE DESCUENTO (EJ. 5.5): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) NOT > 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 99.99
                   DISPLAY "PORCENTAJE FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO QBK-DESCUENTO
               END-IF
           END-IF.

       BAJA-ESCALON.
           PERFORM PEDIR-CLAVE-ESCALON.
           READ DESCUENTOS-CANTIDAD
               INVALID KEY
                   DISPLAY "NO HAY ESCALÓN DESDE ESA CANTIDAD"
               NOT INVALID KEY
                   DELETE DESCUENTOS-CANTIDAD
                   DISPLAY "ESCALÓN BORRADO"
           END-READ.

       LISTAR-ESCALONES.
           MOVE "N" TO SW-ITEM-OK.
           PERFORM PEDIR-ITEM UNTIL ITEM-OK.
           MOVE ITM-ITEM TO ITEM-LISTADO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE ITEM-LISTADO TO QBK-ITEM.
           MOVE 0 TO QBK-CANT-DESDE.
           START DESCUENTOS-CANTIDAD KEY IS NOT LESS THAN QBK-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-ESCALON UNTIL FIN-ARCHIVO.

       LISTAR-UN-ESCALON.
           READ DESCUENTOS-CANTIDAD NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO
               IF QBK-ITEM NOT = ITEM-LISTADO
                   MOVE "S" TO SW-FIN-ARCHIVO
               ELSE
                   MOVE QBK-CANT-DESDE TO CANT-ED
                   MOVE QBK-DESCUENTO TO DESCUENTO-ED
                   DISPLAY "DESDE ", CANT-ED, " UNIDADES: ",
                           DESCUENTO-ED, "% DE DESCUENTO"
               END-IF
           END-IF.

           COPY NUMCHK-PROC.
