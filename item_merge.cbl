      * oficina las revise antes de seguir.  Después de esta corrida,
      * COBOL17, ORDER-INVOICE, PRICE-MAINT y los pasos de inventario
      * leen todos el mismo registro.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Los registros que arma la fusión empiezan con la
      *             existencia dañada ITM-EXISTENCIA-DANADA en cero.
      * 2026-10-15  Los registros de la fusión salen marcados como
      *             gravados por el impuesto a las ventas (ITM-GRAVADO);
      *             ITEM-MAINT corrige los que no lo están.
      * 2026-10-15  Los registros de la fusión salen sin clase ABC
      *             (ITM-CLASE-ABC en blanco) hasta la primera corrida
      *             de ABC-ANALYSIS.
      * 2026-10-15  Los registros de la fusión salen sin estante
      *             (ITM-ESTANTE en blanco); lo carga ITEM-MAINT o
      *             STOCK-LEVEL-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-MERGE.
           MOVE 0 TO ITM-CANT-REPOSICION.
           MOVE SPACES TO ITM-PROVEEDOR.
           MOVE 0 TO ITM-COSTO-UNITARIO.
           MOVE 0 TO ITM-EXISTENCIA-DANADA.
           MOVE "S" TO ITM-GRAVADO.
           MOVE SPACE TO ITM-CLASE-ABC.
           MOVE SPACES TO ITM-ESTANTE.
           WRITE REG-ITEM-MAESTRO
               INVALID KEY
                   REWRITE REG-ITEM-MAESTRO
           MOVE INV-ITEM TO ITM-ITEM.
           MOVE INV-DESCRIPCION TO ITM-DESCRIPCION.
           MOVE 0 TO ITM-PRECIO.
           MOVE 0 TO ITM-EXISTENCIA-DANADA.
           MOVE "S" TO ITM-GRAVADO.
           MOVE SPACE TO ITM-CLASE-ABC.
           MOVE SPACES TO ITM-ESTANTE.
           PERFORM MOVER-CAMPOS-STOCK.
           WRITE REG-ITEM-MAESTRO
               INVALID KEY
