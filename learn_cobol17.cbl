      *             with its before/after on-hand, which
      *             ADJUST-REGISTER prints each day.  The entry loop
      *             now takes as many adjustments as the stockroom has.
      * 2026-10-15  An item opened here starts with the damaged-goods
      *             bucket ITM-EXISTENCIA-DANADA at zero as well.
      * 2026-10-15  An item opened here is flagged as taxable for
      *             sales tax (ITM-GRAVADO "S"); ITEM-MAINT corrects
      *             one that is not.
      * 2026-10-15  An item opened here starts unclassified for ABC
      *             (ITM-CLASE-ABC blank) until ABC-ANALYSIS runs.
      * 2026-10-15  An item opened here starts with no stockroom bin
      *             (ITM-ESTANTE blank); ITEM-MAINT or
      *             STOCK-LEVEL-MAINT fills it in.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE 0 TO ITM-CANT-REPOSICION
               MOVE SPACES TO ITM-PROVEEDOR
               MOVE 0 TO ITM-COSTO-UNITARIO
               MOVE 0 TO ITM-EXISTENCIA-DANADA
               MOVE "S" TO ITM-GRAVADO
               MOVE SPACE TO ITM-CLASE-ABC
               MOVE SPACES TO ITM-ESTANTE
               WRITE REG-ITEM-MAESTRO
               MOVE "S" TO SW-ITEM-OK
           ELSE
