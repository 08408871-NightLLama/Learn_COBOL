      *     motivo CO (conteo), así el registro y el rastro muestran
      *     el conteo como razón.  El trabajo COUNTWRK se vacía al
      *     aplicar.
      * Cada función trabaja sobre una ubicación (el depósito central
      * o el de un campus, ver EXISTUBI.CPY): las hojas y la carga se
      * hacen por ubicación, el libro de la varianza es el de la
      * ubicación contada, y la varianza cierra con el total de la
      * compañía.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Existencia por ubicación: las hojas, la carga y
      *             la varianza van por ubicación, la varianza cierra
      *             con el total de la compañía, y la aplicación
      *             corrige también la existencia de la ubicación.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHYS-COUNT.
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-INVENTARIO.

           SELECT EXISTENCIAS-UBICACION ASSIGN TO "ITEMUBIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UBI-CLAVE
               FILE STATUS IS FS-EXISTENCIAS-UBIC.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

           SELECT HOJAS-CONTEO ASSIGN TO "COUNTSHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJAS.
       FD  INVENTARIO.
           COPY ITEMMAST.

       FD  EXISTENCIAS-UBICACION.
           COPY EXISTUBI.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  HOJAS-CONTEO.
       01  LINEA-HOJA PIC X(60).

       01  REG-CONTEO.
           05  CNT-ITEM           PIC X(8).
           05  CNT-CONTADO        PIC 9(7).
           05  CNT-UBICACION      PIC XX.

       FD  LISTADO-VARIANZA.
       01  LINEA-VARIANZA PIC X(100).
       01  OPCION PIC A.
       01  OPCION-CONFIRMA PIC A.
      ******************************************************************
      * Conteos tecleados, uno por artículo y ubicación; re-teclear
      * reemplaza.
      ******************************************************************
       01  TABLA-CONTEOS.
           05  ENTRADA-CONTEO OCCURS 300 TIMES.
               10  CON-ITEM       PIC X(8).
               10  CON-CONTADO    PIC 9(7).
               10  CON-UBICACION  PIC XX.
       01  CANT-CONTEOS PIC 999 VALUE 0.
       01  IDX-CONTEO PIC 999.
       01  SW-CONTEO-HALLADO PIC A.
           88  CONTEO-HALLADO VALUE "S".
       01  DIFERENCIA PIC S9(7).
       01  DIFERENCIA-ED PIC -(6)9.
       01  UBICACION-CONTEO PIC XX VALUE SPACES.
       01  NOMBRE-CONTEO PIC X(8) VALUE "CENTRAL".
       01  LIBRO-UBICACION PIC S9(7).
       01  LIBRO-ED PIC -(6)9.
       01  TOTAL-LIBRO PIC S9(9) VALUE 0.
       01  TOTAL-CONTADO PIC 9(9) VALUE 0.
       01  TOTAL-DIFERENCIA PIC S9(9) VALUE 0.
       01  TOTAL-LIBRO-ED PIC -(8)9.
       01  TOTAL-CONTADO-ED PIC Z(8)9.
       01  TOTAL-DIFERENCIA-ED PIC -(8)9.
       01  CANT-VARIANZAS PIC 9(4) VALUE 0.
       01  CANT-APLICADOS PIC 9(4) VALUE 0.
       01  LINEA-SALIDA PIC X(100).
           COPY NUMCHK.
           COPY UBICHK.
           COPY CAMPCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               STOP RUN
           END-IF.
           PERFORM ELEGIR-UBICACION-CONTEO.
           OPEN OUTPUT HOJAS-CONTEO.
           MOVE SPACES TO LINEA-HOJA.
           STRING "HOJA DE CONTEO FÍSICO - " DELIMITED BY SIZE
               NOMBRE-CONTEO DELIMITED BY SIZE
               INTO LINEA-HOJA
           END-STRING.
           WRITE LINEA-HOJA.
           MOVE "ARTICULO  DESCRIPCION           CONTADO: ______"
               TO LINEA-HOJA.
           CLOSE HOJAS-CONTEO.
           DISPLAY "HOJAS DE CONTEO EN COUNTSHT".

      ******************************************************************
      * La ubicación a contar se pide una vez por función; ENTER es
      * el depósito central.
      ******************************************************************
       ELEGIR-UBICACION-CONTEO.
           MOVE "N" TO SW-UBICHK-OK.
           PERFORM PEDIR-UBICACION THRU PEDIR-UBICACION-FIN
                   UNTIL UBICHK-OK.
           MOVE UBICHK-BUSCADA TO UBICACION-CONTEO.
           PERFORM NOMBRAR-UBICACION.
           MOVE UBICHK-NOMBRE TO NOMBRE-CONTEO.

      ******************************************************************
      * Libro de la ubicación del conteo para el artículo leído en
      * REG-ITEM-MAESTRO: lo que CARGAR-UBICACIONES-ITEM deja en esa
      * ubicación, o cero si el artículo no tiene nada ahí.
      ******************************************************************
       TOMAR-LIBRO-UBICACION.
           MOVE ITM-ITEM TO UBICHK-ITEM.
           MOVE ITM-EXISTENCIA TO UBICHK-TOTAL-ITEM.
           PERFORM CARGAR-UBICACIONES-ITEM.
           MOVE UBICACION-CONTEO TO UBICHK-BUSCADA.
           PERFORM BUSCAR-UBICACION-ITEM.
           IF UBICHK-IDX = 0
               MOVE 0 TO LIBRO-UBICACION
           ELSE
               MOVE UBICHK-EXISTENCIA(UBICHK-IDX) TO LIBRO-UBICACION
           END-IF.

       ABRIR-UBICACIONES-CONSULTA.
           OPEN INPUT EXISTENCIAS-UBICACION.
           IF FS-UBI-OK
               MOVE "S" TO SW-UBICACIONES-DISP
           END-IF.

       CERRAR-UBICACIONES.
           IF UBICACIONES-DISPONIBLES
               CLOSE EXISTENCIAS-UBICACION
               MOVE "N" TO SW-UBICACIONES-DISP
           END-IF.

       LEER-ITEM.
           READ INVENTARIO NEXT RECORD
               AT END

      ******************************************************************
      * Carga de conteos: el artículo debe existir en ITEMMAST; el
      * conteo se agrega al trabajo COUNTWRK con la ubicación
      * contada (re-teclear el mismo artículo en la misma ubicación
      * reemplaza).
      ******************************************************************
       CARGAR-CONTEOS.
           OPEN I-O INVENTARIO.
               STOP RUN
           END-IF.
           PERFORM LEVANTAR-TRABAJO THRU LEVANTAR-TRABAJO-FIN.
           PERFORM ELEGIR-UBICACION-CONTEO.
           PERFORM ABRIR-UBICACIONES-CONSULTA.
           MOVE "S" TO OPCION.
           PERFORM TOMAR-UN-CONTEO THRU TOMAR-SIGUE
                   UNTIL OPCION = "N".
           PERFORM GRABAR-TRABAJO.
           PERFORM CERRAR-UBICACIONES.
           CLOSE INVENTARIO.
           DISPLAY "CONTEOS EN TRABAJO: ", CANT-CONTEOS.

               ADD 1 TO CANT-CONTEOS
               MOVE CNT-ITEM TO CON-ITEM(CANT-CONTEOS)
               MOVE CNT-CONTADO TO CON-CONTADO(CANT-CONTEOS)
               MOVE CNT-UBICACION TO CON-UBICACION(CANT-CONTEOS)
           END-IF.
           PERFORM LEER-TRABAJO.

                   DISPLAY "ARTÍCULO NO ESTÁ EN ITEMMAST, REINGRESE"
                   GO TO TOMAR-SIGUE
           END-READ.
           PERFORM TOMAR-LIBRO-UBICACION.
           MOVE LIBRO-UBICACION TO LIBRO-ED.
           DISPLAY "ARTÍCULO: ", ITM-DESCRIPCION,
                   "  LIBRO ", NOMBRE-CONTEO, ": ", LIBRO-ED.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-CONTADO UNTIL NUMCHK-VALIDO.
       TOMAR-SIGUE.
               IF CANT-CONTEOS < 300
                   ADD 1 TO CANT-CONTEOS
                   MOVE ITM-ITEM TO CON-ITEM(CANT-CONTEOS)
                   MOVE UBICACION-CONTEO
                       TO CON-UBICACION(CANT-CONTEOS)
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO CON-CONTADO(CANT-CONTEOS)
               ELSE

       COMPARAR-UN-CONTEO.
           IF CON-ITEM(IDX-CONTEO) = ITM-ITEM
              AND CON-UBICACION(IDX-CONTEO) = UBICACION-CONTEO
               MOVE "S" TO SW-CONTEO-HALLADO
           END-IF.

       GRABAR-UN-CONTEO.
           MOVE CON-ITEM(IDX-CONTEO) TO CNT-ITEM.
           MOVE CON-CONTADO(IDX-CONTEO) TO CNT-CONTADO.
           MOVE CON-UBICACION(IDX-CONTEO) TO CNT-UBICACION.
           WRITE REG-CONTEO.

      ******************************************************************
      * Variancia libro contra contado, con la diferencia extendida;
      * el libro es el de la ubicación de cada conteo.  Al pie, el
      * total de la compañía de lo contado.
      ******************************************************************
       REPORTE-VARIANZA.
           PERFORM LEVANTAR-TRABAJO THRU LEVANTAR-TRABAJO-FIN.
           WRITE LINEA-VARIANZA FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           PERFORM ABRIR-UBICACIONES-CONSULTA.
           PERFORM VARIAR-UN-CONTEO
                   VARYING IDX-CONTEO FROM 1 BY 1
                   UNTIL IDX-CONTEO > CANT-CONTEOS.
           PERFORM IMPRIMIR-TOTAL-COMPANIA.
           PERFORM CERRAR-UBICACIONES.
           CLOSE INVENTARIO.
           CLOSE LISTADO-VARIANZA.
           DISPLAY "CONTEOS CON VARIANZA: ", CANT-VARIANZAS,
           END-READ.

       IMPRIMIR-UNA-VARIANZA.
           MOVE CON-UBICACION(IDX-CONTEO) TO UBICACION-CONTEO.
           PERFORM TOMAR-LIBRO-UBICACION.
           PERFORM NOMBRAR-UBICACION.
           COMPUTE DIFERENCIA =
                   CON-CONTADO(IDX-CONTEO) - LIBRO-UBICACION.
           IF DIFERENCIA NOT = 0
               ADD 1 TO CANT-VARIANZAS
           END-IF.
           ADD LIBRO-UBICACION TO TOTAL-LIBRO.
           ADD CON-CONTADO(IDX-CONTEO) TO TOTAL-CONTADO.
           ADD DIFERENCIA TO TOTAL-DIFERENCIA.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE DIFERENCIA TO DIFERENCIA-ED.
           MOVE LIBRO-UBICACION TO LIBRO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING ITM-ITEM DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ITM-DESCRIPCION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UBICHK-NOMBRE DELIMITED BY SIZE
               " LIBRO " DELIMITED BY SIZE
               LIBRO-ED DELIMITED BY SIZE
               " CONTADO " DELIMITED BY SIZE
               CON-CONTADO(IDX-CONTEO) DELIMITED BY SIZE
               " DIF " DELIMITED BY SIZE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-TOTAL-COMPANIA.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE TOTAL-LIBRO TO TOTAL-LIBRO-ED.
           MOVE TOTAL-CONTADO TO TOTAL-CONTADO-ED.
           MOVE TOTAL-DIFERENCIA TO TOTAL-DIFERENCIA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL COMPAÑÍA" DELIMITED BY SIZE
               "                         LIBRO " DELIMITED BY SIZE
               TOTAL-LIBRO-ED DELIMITED BY SIZE
               " CONTADO " DELIMITED BY SIZE
               TOTAL-CONTADO-ED DELIMITED BY SIZE
               " DIF " DELIMITED BY SIZE
               TOTAL-DIFERENCIA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-VARIANZA FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

      ******************************************************************
      * Aplicación con aprobación del supervisor: cada diferencia se
      * postea por el camino de ajustes - ITEMMAST se corrige y el
      * diario AJUSTREG recibe el posteo con motivo CO (conteo), así
      * ADJUST-REGISTER y el rastro muestran el conteo como razón.
      * La diferencia es contra la ubicación contada: corrige el total
      * de la compañía en ITEMMAST y, fuera del central, la existencia
      * de la ubicación en ITEMUBIC.
      ******************************************************************
       APLICAR-CORRECCIONES.
           PERFORM LEVANTAR-TRABAJO THRU LEVANTAR-TRABAJO-FIN.
               DISPLAY "NO HAY ARCHIVO DE INVENTARIO ITEMMAST"
               GO TO APLICAR-CORRECCIONES-FIN
           END-IF.
           OPEN I-O EXISTENCIAS-UBICACION.
           IF FS-UBI-NO-EXISTE
               OPEN OUTPUT EXISTENCIAS-UBICACION
               CLOSE EXISTENCIAS-UBICACION
               OPEN I-O EXISTENCIAS-UBICACION
           END-IF.
           MOVE "S" TO SW-UBICACIONES-DISP.
           PERFORM APLICAR-UN-CONTEO
                   VARYING IDX-CONTEO FROM 1 BY 1
                   UNTIL IDX-CONTEO > CANT-CONTEOS.
           PERFORM CERRAR-UBICACIONES.
           CLOSE INVENTARIO.
           MOVE 0 TO CANT-CONTEOS.
           PERFORM GRABAR-TRABAJO.
           END-READ.

       POSTEAR-CORRECCION.
           MOVE CON-UBICACION(IDX-CONTEO) TO UBICACION-CONTEO.
           PERFORM TOMAR-LIBRO-UBICACION.
           COMPUTE DIFERENCIA =
                   CON-CONTADO(IDX-CONTEO) - LIBRO-UBICACION.
           IF DIFERENCIA = 0
               CONTINUE
           ELSE
               MOVE ITM-ITEM TO AJU-ITEM
               MOVE DIFERENCIA TO AJU-CANTIDAD
               MOVE ITM-EXISTENCIA TO AJU-ANTES
               ADD DIFERENCIA TO ITM-EXISTENCIA
               MOVE ITM-EXISTENCIA TO AJU-DESPUES
               MOVE "CO" TO AJU-MOTIVO
               REWRITE REG-ITEM-MAESTRO
               MOVE UBICACION-CONTEO TO UBICHK-BUSCADA
               MOVE DIFERENCIA TO UBICHK-MOVIMIENTO
               PERFORM MOVER-EXISTENCIA-UBIC
               PERFORM GRABAR-EN-REGISTRO-AJUSTES
               ADD 1 TO CANT-APLICADOS
           END-IF.
           END-IF.

           COPY NUMCHK-PROC.
           COPY UBICHK-PROC.
           COPY UBICHK-PEDIR.
           COPY RPTHDR-PROC.
