      * compras.  El artículo debe existir en ITEMMAST (lo abre la
      * entrada de ajustes de COBOL17).  Mismo molde que
      * CONTACT-MAINT: cada campo se re-teclea, ENTER = sin cambio.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Muestra la clase ABC del artículo (la asigna
      *             ABC-ANALYSIS) junto a los niveles de reposición;
      *             acá no se teclea.
      * 2026-10-15  Se mantiene también el estante del depósito
      *             ITM-ESTANTE, por el que PICK-LIST ordena las hojas
      *             de picking.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-LEVEL-MAINT.
           END-READ.
           DISPLAY "ARTÍCULO: ", ITM-DESCRIPCION,
                   "  EXISTENCIA: ", ITM-EXISTENCIA.
           IF ITM-CLASE-ABC = SPACE
               DISPLAY "CLASE ABC:         (SIN CLASIFICAR)"
           ELSE
               DISPLAY "CLASE ABC:         ", ITM-CLASE-ABC
           END-IF.
           DISPLAY "MÍNIMO ACTUAL:     ", ITM-MINIMO.
           PERFORM CAMBIAR-MINIMO.
           DISPLAY "REPOSICIÓN ACTUAL: ", ITM-CANT-REPOSICION.
           PERFORM CAMBIAR-PROVEEDOR.
           DISPLAY "COSTO UNIT. ACTUAL: ", ITM-COSTO-UNITARIO.
           PERFORM CAMBIAR-COSTO.
           DISPLAY "ESTANTE ACTUAL:    ", ITM-ESTANTE.
           PERFORM CAMBIAR-ESTANTE.
           REWRITE REG-ITEM-MAESTRO.
           DISPLAY "NIVELES ACTUALIZADOS".
       MANTENER-SIGUE.
               END-IF
           END-IF.

       CAMBIAR-ESTANTE.
           DISPLAY "NUEVO ESTANTE (ENTER = SIN CAMBIO): ".
           ACCEPT ENTRADA-CAMPO.
           IF ENTRADA-CAMPO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ENTRADA-CAMPO)
                   TO ITM-ESTANTE
           END-IF.

           COPY NUMCHK-PROC.
