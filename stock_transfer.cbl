      ******************************************************************
      * Traslados de mercadería entre ubicaciones: el depósito
      * central y el depósito de cada campus (ver EXISTUBI.CPY).
      * Funciones:
      *   (E)NVIAR - artículo, origen, destino y cantidad (no más de
      *     lo que hay en el origen); la cantidad sale del origen y
      *     queda en tránsito hacia el destino, con número de traslado
      *     del registro de control TRFCTL, y el traslado se graba en
      *     STKTRANS en tránsito;
      *   (R)ECIBIR - el destino confirma un traslado en tránsito: la
      *     cantidad pasa del tránsito a la existencia del destino y
      *     el traslado queda recibido;
      *   (L)ISTAR - los traslados todavía en tránsito.
      * La existencia total de la compañía (ITM-EXISTENCIA) no se
      * mueve: lo que está en tránsito sigue siendo inventario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TRANSFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT EXISTENCIAS-UBICACION ASSIGN TO "ITEMUBIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBI-CLAVE
               FILE STATUS IS FS-EXISTENCIAS-UBIC.

           SELECT TRASLADOS ASSIGN TO "STKTRANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-NUMERO
               FILE STATUS IS FS-TRASLADOS.

           SELECT TRASLADO-CONTROL ASSIGN TO "TRFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRASLADO-CONTROL.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  EXISTENCIAS-UBICACION.
           COPY EXISTUBI.

       FD  TRASLADOS.
           COPY TRANSTK.

       FD  TRASLADO-CONTROL.
       01  REG-TRASLADO-CONTROL.
           05  CTL-PROX-TRASLADO  PIC 9(6).

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-INVENTARIO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-TRASLADOS PIC XX.
           88  FS-TRF-OK VALUE "00".
           88  FS-TRF-NO-EXISTE VALUE "35".
       01  FS-TRASLADO-CONTROL PIC XX.
           88  FS-TRFCTL-OK VALUE "00".
       01  OPCION-FUNCION PIC A.
           88  FUNCION-ENVIAR  VALUE "E".
           88  FUNCION-RECIBIR VALUE "R".
           88  FUNCION-LISTAR  VALUE "L".
           88  FUNCION-FIN     VALUE "F".
       01  CONFIRMACION PIC A.
       01  SW-ITEM-OK PIC A.
           88  ITEM-OK VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  UBICACION-ORIGEN PIC XX.
       01  UBICACION-DESTINO PIC XX.
       01  NOMBRE-ORIGEN PIC X(8).
       01  NOMBRE-DESTINO PIC X(8).
       01  CANT-DISPONIBLE PIC S9(7).
       01  CANT-TRASLADO PIC 9(7).
       01  NUMERO-TRASLADO PIC 9(6).
       01  NUMERO-ENTRADA PIC X(6).
       01  CANT-EN-TRANSITO PIC 9(5).
       01  CANT-ED PIC Z,ZZZ,ZZ9.
       01  DISPONIBLE-ED PIC -,---,--9.
           COPY UBICHK.
           COPY NUMCHK.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT INVENTARIO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARCHIVOS-TRASLADO.
           MOVE SPACE TO OPCION-FUNCION.
           PERFORM PEDIR-FUNCION UNTIL FUNCION-FIN.
           CLOSE INVENTARIO.
           CLOSE EXISTENCIAS-UBICACION.
           CLOSE TRASLADOS.
           STOP RUN.

       ABRIR-ARCHIVOS-TRASLADO.
           OPEN I-O EXISTENCIAS-UBICACION.
           IF FS-UBI-NO-EXISTE
               OPEN OUTPUT EXISTENCIAS-UBICACION
               CLOSE EXISTENCIAS-UBICACION
               OPEN I-O EXISTENCIAS-UBICACION
           END-IF.
           MOVE "S" TO SW-UBICACIONES-DISP.
           OPEN I-O TRASLADOS.
           IF FS-TRF-NO-EXISTE
               OPEN OUTPUT TRASLADOS
               CLOSE TRASLADOS
               OPEN I-O TRASLADOS
           END-IF.

       PEDIR-FUNCION.
           DISPLAY "TRASLADOS DE MERCADERÍA - (E)NVIAR, (R)ECIBIR,"
                   " (L)ISTAR EN TRÁNSITO, (F)IN: ".
           ACCEPT OPCION-FUNCION.
           MOVE FUNCTION UPPER-CASE(OPCION-FUNCION)
               TO OPCION-FUNCION.
           EVALUATE TRUE
               WHEN FUNCION-ENVIAR
                   PERFORM ENVIAR-TRASLADO THRU ENVIAR-TRASLADO-FIN
               WHEN FUNCION-RECIBIR
                   PERFORM RECIBIR-TRASLADO THRU RECIBIR-TRASLADO-FIN
               WHEN FUNCION-LISTAR
                   PERFORM LISTAR-EN-TRANSITO
               WHEN FUNCION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Envío: se controla contra la existencia del origen tal como la
      * arma CARGAR-UBICACIONES-ITEM (en el central, lo que queda
      * después de las sedes y del tránsito).
      ******************************************************************
       ENVIAR-TRASLADO.
           MOVE "N" TO SW-ITEM-OK.
           PERFORM PEDIR-ITEM UNTIL ITEM-OK.
           DISPLAY "ORIGEN DEL TRASLADO".
           MOVE "N" TO SW-UBICHK-OK.
           PERFORM PEDIR-UBICACION THRU PEDIR-UBICACION-FIN
                   UNTIL UBICHK-OK.
           MOVE UBICHK-BUSCADA TO UBICACION-ORIGEN.
           PERFORM NOMBRAR-UBICACION.
           MOVE UBICHK-NOMBRE TO NOMBRE-ORIGEN.
           DISPLAY "DESTINO DEL TRASLADO".
           MOVE "N" TO SW-UBICHK-OK.
           PERFORM PEDIR-UBICACION THRU PEDIR-UBICACION-FIN
                   UNTIL UBICHK-OK.
           MOVE UBICHK-BUSCADA TO UBICACION-DESTINO.
           PERFORM NOMBRAR-UBICACION.
           MOVE UBICHK-NOMBRE TO NOMBRE-DESTINO.
           IF UBICACION-DESTINO = UBICACION-ORIGEN
               DISPLAY "EL DESTINO ES EL MISMO ORIGEN - NO SE TRASLADA"
               GO TO ENVIAR-TRASLADO-FIN
           END-IF.
           MOVE ITM-ITEM TO UBICHK-ITEM.
           MOVE ITM-EXISTENCIA TO UBICHK-TOTAL-ITEM.
           PERFORM CARGAR-UBICACIONES-ITEM.
           MOVE UBICACION-ORIGEN TO UBICHK-BUSCADA.
           PERFORM BUSCAR-UBICACION-ITEM.
           IF UBICHK-IDX = 0
               MOVE 0 TO CANT-DISPONIBLE
           ELSE
               MOVE UBICHK-EXISTENCIA(UBICHK-IDX) TO CANT-DISPONIBLE
           END-IF.
           MOVE CANT-DISPONIBLE TO DISPONIBLE-ED.
           DISPLAY "EXISTENCIA EN ", NOMBRE-ORIGEN, ": ",
                   DISPONIBLE-ED.
           IF CANT-DISPONIBLE NOT > 0
               DISPLAY "NO HAY EXISTENCIA PARA TRASLADAR"
               GO TO ENVIAR-TRASLADO-FIN
           END-IF.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-CANTIDAD UNTIL NUMCHK-VALIDO.
           MOVE CANT-TRASLADO TO CANT-ED.
           DISPLAY "SE ENVÍAN ", CANT-ED, " DE ", ITM-ITEM, " DE ",
                   NOMBRE-ORIGEN, " A ", NOMBRE-DESTINO.
           DISPLAY "¿CONFIRMA EL ENVÍO? (S/N): ".
           ACCEPT CONFIRMACION.
           IF FUNCTION UPPER-CASE(CONFIRMACION) NOT = "S"
               DISPLAY "ENVÍO CANCELADO"
               GO TO ENVIAR-TRASLADO-FIN
           END-IF.
           PERFORM ASIGNAR-NUMERO-TRASLADO.
           MOVE ITM-ITEM TO UBICHK-ITEM.
           MOVE UBICACION-ORIGEN TO UBICHK-BUSCADA.
           COMPUTE UBICHK-MOVIMIENTO = 0 - CANT-TRASLADO.
           PERFORM MOVER-EXISTENCIA-UBIC.
           PERFORM VERIFICAR-EXISTENCIA-UBIC.
           MOVE UBICACION-DESTINO TO UBICHK-BUSCADA.
           MOVE CANT-TRASLADO TO UBICHK-MOVIMIENTO.
           PERFORM MOVER-TRANSITO-UBIC.
           PERFORM VERIFICAR-EXISTENCIA-UBIC.
           MOVE NUMERO-TRASLADO TO TRF-NUMERO.
           MOVE ITM-ITEM TO TRF-ITEM.
           MOVE UBICACION-ORIGEN TO TRF-ORIGEN.
           MOVE UBICACION-DESTINO TO TRF-DESTINO.
           MOVE CANT-TRASLADO TO TRF-CANTIDAD.
           MOVE FECHA-HOY TO TRF-FECHA-ENVIO.
           MOVE FIRMA-OPERADOR TO TRF-OPERADOR-ENVIO.
           MOVE 0 TO TRF-FECHA-RECEPCION.
           MOVE SPACES TO TRF-OPERADOR-RECEPCION.
           MOVE "T" TO TRF-ESTADO.
           WRITE REG-TRASLADO-STOCK.
           MOVE "STKTRANS" TO FCHK-ARCHIVO.
           MOVE TRF-NUMERO TO FCHK-CLAVE.
           MOVE FS-TRASLADOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "TRASLADO ", NUMERO-TRASLADO, " EN TRÁNSITO".
       ENVIAR-TRASLADO-FIN.
           EXIT.

       PEDIR-ITEM.
           DISPLAY "CÓDIGO DEL ARTÍCULO: ".
           ACCEPT ITM-ITEM.
           MOVE FUNCTION UPPER-CASE(ITM-ITEM) TO ITM-ITEM.
           READ INVENTARIO
               INVALID KEY
                   DISPLAY "ARTÍCULO NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-ITEM-OK
                   DISPLAY ITM-DESCRIPCION
           END-READ.

       PEDIR-CANTIDAD.
           DISPLAY "CANTIDAD A TRASLADAR: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) NOT > 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > CANT-DISPONIBLE
                   DISPLAY "CANTIDAD FUERA DE LO DISPONIBLE, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO CANT-TRASLADO
               END-IF
           END-IF.

      ******************************************************************
      * Número de traslado secuencial desde el registro de control
      * TRFCTL, el mismo molde que NCREDCT de CREDIT-MEMO.
      ******************************************************************
       ASIGNAR-NUMERO-TRASLADO.
           MOVE 1 TO CTL-PROX-TRASLADO.
           OPEN INPUT TRASLADO-CONTROL.
           IF FS-TRFCTL-OK
               READ TRASLADO-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE TRASLADO-CONTROL
           END-IF.
           MOVE CTL-PROX-TRASLADO TO NUMERO-TRASLADO.
           ADD 1 TO CTL-PROX-TRASLADO.
           OPEN OUTPUT TRASLADO-CONTROL.
           WRITE REG-TRASLADO-CONTROL.
           MOVE "TRFCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-TRASLADO TO FCHK-CLAVE.
           MOVE FS-TRASLADO-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE TRASLADO-CONTROL.

       VERIFICAR-EXISTENCIA-UBIC.
           MOVE "ITEMUBIC" TO FCHK-ARCHIVO.
           MOVE UBI-CLAVE TO FCHK-CLAVE.
           MOVE FS-EXISTENCIAS-UBIC TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

      ******************************************************************
      * Recepción: solo un traslado en tránsito; la cantidad entera
      * pasa a la existencia del destino.
      ******************************************************************
       RECIBIR-TRASLADO.
           DISPLAY "NÚMERO DE TRASLADO A RECIBIR: ".
           ACCEPT NUMERO-ENTRADA.
           IF NUMERO-ENTRADA IS NOT NUMERIC
               DISPLAY "NÚMERO INVÁLIDO"
               GO TO RECIBIR-TRASLADO-FIN
           END-IF.
           MOVE NUMERO-ENTRADA TO TRF-NUMERO.
           READ TRASLADOS
               INVALID KEY
                   DISPLAY "EL TRASLADO NO ESTÁ EN STKTRANS"
                   GO TO RECIBIR-TRASLADO-FIN
           END-READ.
           IF NOT TRF-EN-TRANSITO
               DISPLAY "EL TRASLADO YA FUE RECIBIDO EL ",
                       TRF-FECHA-RECEPCION
               GO TO RECIBIR-TRASLADO-FIN
           END-IF.
           MOVE TRF-ORIGEN TO UBICHK-BUSCADA.
           PERFORM NOMBRAR-UBICACION.
           MOVE UBICHK-NOMBRE TO NOMBRE-ORIGEN.
           MOVE TRF-DESTINO TO UBICHK-BUSCADA.
           PERFORM NOMBRAR-UBICACION.
           MOVE UBICHK-NOMBRE TO NOMBRE-DESTINO.
           MOVE TRF-CANTIDAD TO CANT-ED.
           DISPLAY "TRASLADO ", TRF-NUMERO, ": ", CANT-ED, " DE ",
                   TRF-ITEM, " DE ", NOMBRE-ORIGEN, " A ",
                   NOMBRE-DESTINO, " ENVIADO EL ", TRF-FECHA-ENVIO.
           DISPLAY "¿CONFIRMA LA LLEGADA A ", NOMBRE-DESTINO,
                   "? (S/N): ".
           ACCEPT CONFIRMACION.
           IF FUNCTION UPPER-CASE(CONFIRMACION) NOT = "S"
               DISPLAY "RECEPCIÓN CANCELADA"
               GO TO RECIBIR-TRASLADO-FIN
           END-IF.
           MOVE TRF-ITEM TO UBICHK-ITEM.
           MOVE TRF-DESTINO TO UBICHK-BUSCADA.
           COMPUTE UBICHK-MOVIMIENTO = 0 - TRF-CANTIDAD.
           PERFORM MOVER-TRANSITO-UBIC.
           PERFORM VERIFICAR-EXISTENCIA-UBIC.
           MOVE TRF-CANTIDAD TO UBICHK-MOVIMIENTO.
           PERFORM MOVER-EXISTENCIA-UBIC.
           PERFORM VERIFICAR-EXISTENCIA-UBIC.
           MOVE FECHA-HOY TO TRF-FECHA-RECEPCION.
           MOVE FIRMA-OPERADOR TO TRF-OPERADOR-RECEPCION.
           MOVE "R" TO TRF-ESTADO.
           REWRITE REG-TRASLADO-STOCK.
           MOVE "STKTRANS" TO FCHK-ARCHIVO.
           MOVE TRF-NUMERO TO FCHK-CLAVE.
           MOVE FS-TRASLADOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "TRASLADO ", TRF-NUMERO, " RECIBIDO".
       RECIBIR-TRASLADO-FIN.
           EXIT.

       LISTAR-EN-TRANSITO.
           MOVE 0 TO CANT-EN-TRANSITO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE 0 TO TRF-NUMERO.
           START TRASLADOS KEY IS NOT LESS THAN TRF-NUMERO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-TRASLADO UNTIL FIN-ARCHIVO.
           DISPLAY "TRASLADOS EN TRÁNSITO: ", CANT-EN-TRANSITO.

       LISTAR-UN-TRASLADO.
           READ TRASLADOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND TRF-EN-TRANSITO
               ADD 1 TO CANT-EN-TRANSITO
               MOVE TRF-ORIGEN TO UBICHK-BUSCADA
               PERFORM NOMBRAR-UBICACION
               MOVE UBICHK-NOMBRE TO NOMBRE-ORIGEN
               MOVE TRF-DESTINO TO UBICHK-BUSCADA
               PERFORM NOMBRAR-UBICACION
               MOVE UBICHK-NOMBRE TO NOMBRE-DESTINO
               MOVE TRF-CANTIDAD TO CANT-ED
               DISPLAY TRF-NUMERO, "  ", TRF-ITEM, "  ", CANT-ED,
                       "  ", NOMBRE-ORIGEN, " -> ", NOMBRE-DESTINO,
                       "  ENVIADO ", TRF-FECHA-ENVIO
           END-IF.

           COPY UBICHK-PROC.
           COPY UBICHK-PEDIR.
           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
