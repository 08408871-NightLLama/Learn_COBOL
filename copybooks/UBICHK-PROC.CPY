      ******************************************************************
      * UBICHK-PROC.CPY
      * Existencia por ubicación compartida (ver UBICHK.CPY para los
      * campos y el SELECT/FD que el llamador declara):
      *   CARGAR-UBICACIONES-ITEM - con UBICHK-ITEM y
      *     UBICHK-TOTAL-ITEM (el ITM-EXISTENCIA del artículo)
      *     cargados, arma UBICHK-UBIC: fila 1 el depósito central,
      *     con lo que queda del total después de las otras
      *     ubicaciones y de todo lo que está en tránsito; después
      *     una fila por ubicación de ITEMUBIC.  Sin ITEMUBIC abierto,
      *     todo el total queda en el central;
      *   BUSCAR-UBICACION-ITEM - deja en UBICHK-IDX la fila de
      *     UBICHK-BUSCADA (UBICHK-HALLADA), o cero si el artículo no
      *     tiene nada ahí;
      *   MOVER-EXISTENCIA-UBIC - suma UBICHK-MOVIMIENTO (con signo) a
      *     la existencia de UBICHK-BUSCADA; en el central no graba
      *     nada, porque el central se mueve solo con ITM-EXISTENCIA;
      *   MOVER-TRANSITO-UBIC - suma UBICHK-MOVIMIENTO al tránsito
      *     hacia UBICHK-BUSCADA, el central incluido;
      *   NOMBRAR-UBICACION - UBICHK-NOMBRE de UBICHK-BUSCADA para
      *     los listados.
      * El pedido de la ubicación por pantalla está aparte, en
      * UBICHK-PEDIR.CPY.
      * Las escrituras dejan su estado en FS-EXISTENCIAS-UBIC para el
      * control del llamador.
      ******************************************************************
       CARGAR-UBICACIONES-ITEM.
           MOVE 1 TO UBICHK-CANT-UBIC.
           MOVE SPACES TO UBICHK-CODIGO(1).
           MOVE UBICHK-TOTAL-ITEM TO UBICHK-EXISTENCIA(1).
           MOVE 0 TO UBICHK-TRANSITO(1).
           IF UBICACIONES-DISPONIBLES
               MOVE "N" TO SW-UBICHK-FIN
               MOVE UBICHK-ITEM TO UBI-ITEM
               MOVE LOW-VALUES TO UBI-UBICACION
               START EXISTENCIAS-UBICACION
                   KEY IS NOT LESS THAN UBI-CLAVE
                   INVALID KEY
                       MOVE "S" TO SW-UBICHK-FIN
               END-START
               IF NOT UBICHK-FIN
                   PERFORM LEER-UBICACION-ITEM
               END-IF
               PERFORM SUMAR-UBICACION-ITEM UNTIL UBICHK-FIN
           END-IF.

       LEER-UBICACION-ITEM.
           READ EXISTENCIAS-UBICACION NEXT RECORD
               AT END
                   MOVE "S" TO SW-UBICHK-FIN
           END-READ.
           IF NOT UBICHK-FIN
               IF UBI-ITEM NOT = UBICHK-ITEM
                   MOVE "S" TO SW-UBICHK-FIN
               END-IF
           END-IF.

       SUMAR-UBICACION-ITEM.
           SUBTRACT UBI-EN-TRANSITO FROM UBICHK-EXISTENCIA(1).
           IF UBI-UBICACION = SPACES
               ADD UBI-EN-TRANSITO TO UBICHK-TRANSITO(1)
           ELSE
               SUBTRACT UBI-EXISTENCIA FROM UBICHK-EXISTENCIA(1)
               IF UBICHK-CANT-UBIC < 20
                   ADD 1 TO UBICHK-CANT-UBIC
                   MOVE UBI-UBICACION
                       TO UBICHK-CODIGO(UBICHK-CANT-UBIC)
                   MOVE UBI-EXISTENCIA
                       TO UBICHK-EXISTENCIA(UBICHK-CANT-UBIC)
                   MOVE UBI-EN-TRANSITO
                       TO UBICHK-TRANSITO(UBICHK-CANT-UBIC)
               END-IF
           END-IF.
           PERFORM LEER-UBICACION-ITEM.

       BUSCAR-UBICACION-ITEM.
           MOVE "N" TO SW-UBICHK-HALLADA.
           PERFORM COMPARAR-UBICACION-ITEM
                   VARYING UBICHK-IDX FROM 1 BY 1
                   UNTIL UBICHK-IDX > UBICHK-CANT-UBIC
                      OR UBICHK-HALLADA.
           IF UBICHK-HALLADA
               SUBTRACT 1 FROM UBICHK-IDX
           ELSE
               MOVE 0 TO UBICHK-IDX
           END-IF.

       COMPARAR-UBICACION-ITEM.
           IF UBICHK-CODIGO(UBICHK-IDX) = UBICHK-BUSCADA
               MOVE "S" TO SW-UBICHK-HALLADA
           END-IF.

       MOVER-EXISTENCIA-UBIC.
           IF UBICHK-BUSCADA NOT = SPACES
               MOVE UBICHK-ITEM TO UBI-ITEM
               MOVE UBICHK-BUSCADA TO UBI-UBICACION
               READ EXISTENCIAS-UBICACION
                   INVALID KEY
                       MOVE UBICHK-MOVIMIENTO TO UBI-EXISTENCIA
                       MOVE 0 TO UBI-EN-TRANSITO
                       WRITE REG-EXISTENCIA-UBICACION
                   NOT INVALID KEY
                       ADD UBICHK-MOVIMIENTO TO UBI-EXISTENCIA
                       REWRITE REG-EXISTENCIA-UBICACION
               END-READ
           END-IF.

       MOVER-TRANSITO-UBIC.
           MOVE UBICHK-ITEM TO UBI-ITEM.
           MOVE UBICHK-BUSCADA TO UBI-UBICACION.
           READ EXISTENCIAS-UBICACION
               INVALID KEY
                   MOVE 0 TO UBI-EXISTENCIA
                   MOVE UBICHK-MOVIMIENTO TO UBI-EN-TRANSITO
                   WRITE REG-EXISTENCIA-UBICACION
               NOT INVALID KEY
                   ADD UBICHK-MOVIMIENTO TO UBI-EN-TRANSITO
                   REWRITE REG-EXISTENCIA-UBICACION
           END-READ.

       NOMBRAR-UBICACION.
           IF UBICHK-BUSCADA = SPACES
               MOVE "CENTRAL" TO UBICHK-NOMBRE
           ELSE
               MOVE SPACES TO UBICHK-NOMBRE
               STRING "SEDE " DELIMITED BY SIZE
                   UBICHK-BUSCADA DELIMITED BY SIZE
                   INTO UBICHK-NOMBRE
               END-STRING
           END-IF.
