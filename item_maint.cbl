      * COBOL17 y el conteo físico); baja; y consulta.  Reemplaza la
      * doble carga en PRICEMST e INVBAL que dejaba las descripciones
      * a la deriva.  Mismo molde que CUSTOMER-MAINT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  El alta deja en cero la existencia dañada
      *             ITM-EXISTENCIA-DANADA (la mueve solo CREDIT-MEMO)
      *             y la consulta la muestra.
      * 2026-10-15  El alta y la modificación teclean también si el
      *             artículo está gravado por el impuesto a las ventas
      *             (ITM-GRAVADO, S/N), y la consulta lo muestra.
      * 2026-10-15  El alta deja sin clasificar la clase ABC
      *             ITM-CLASE-ABC (la asigna solo ABC-ANALYSIS) y la
      *             consulta la muestra.
      * 2026-10-15  El alta y la modificación teclean también el
      *             estante del depósito ITM-ESTANTE, y la consulta lo
      *             muestra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MAINT.
           ACCEPT ITM-ITEM.
           MOVE FUNCTION UPPER-CASE(ITM-ITEM) TO ITM-ITEM.
           MOVE 0 TO ITM-EXISTENCIA.
           MOVE 0 TO ITM-EXISTENCIA-DANADA.
           MOVE SPACE TO ITM-CLASE-ABC.
           PERFORM PEDIR-DATOS-ITEM.
           WRITE REG-ITEM-MAESTRO
               INVALID KEY
           ACCEPT ITM-PROVEEDOR.
           MOVE FUNCTION UPPER-CASE(ITM-PROVEEDOR)
               TO ITM-PROVEEDOR.
           MOVE SPACE TO ITM-GRAVADO.
           PERFORM PEDIR-GRAVADO
                   UNTIL ITM-GRAVADO = "S" OR ITM-NO-GRAVADO.
           DISPLAY "ESTANTE DEL DEPÓSITO: ".
           ACCEPT ITM-ESTANTE.
           MOVE FUNCTION UPPER-CASE(ITM-ESTANTE) TO ITM-ESTANTE.

       PEDIR-GRAVADO.
           DISPLAY "¿GRAVADO POR EL IMPUESTO A LAS VENTAS? (S/N): ".
           ACCEPT ITM-GRAVADO.
           MOVE FUNCTION UPPER-CASE(ITM-GRAVADO) TO ITM-GRAVADO.
           IF ITM-GRAVADO NOT = "S" AND NOT ITM-NO-GRAVADO
               DISPLAY "RESPUESTA INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-PRECIO.
           DISPLAY "PRECIO UNITARIO: ".
                   DISPLAY "EXISTENCIA: ", ITM-EXISTENCIA,
                           "  MÍNIMO: ", ITM-MINIMO,
                           "  REPONER: ", ITM-CANT-REPOSICION
                   DISPLAY "DAÑADA (NO VENDIBLE): ",
                           ITM-EXISTENCIA-DANADA
                   DISPLAY "PROVEEDOR: ", ITM-PROVEEDOR,
                           "  CLASE ABC: ", ITM-CLASE-ABC,
                           "  ESTANTE: ", ITM-ESTANTE
                   IF ITM-NO-GRAVADO
                       DISPLAY "IMPUESTO A LAS VENTAS: NO GRAVADO"
                   ELSE
                       DISPLAY "IMPUESTO A LAS VENTAS: GRAVADO"
                   END-IF
           END-READ.

           COPY NUMCHK-PROC.
