      * conteo físico PHYS-COUNT también postea por acá.  Cada posteo
      * lleva fecha y hora, el artículo, la cantidad ajustada, la
      * existencia antes y después, y el motivo: AJ ajuste manual de
      * la pantalla de COBOL17, CO corrección por conteo físico, RC
      * recepción de mercadería contra una orden de compra
      * (PO-RECEIVING) - el rastro muestra ahora por qué se movió la
      * existencia.
      *
      * MODIFICATION HISTORY
      * 2026-09-02  Extraído de COBOL17 y ADJUST-REGISTER, con
      *             AJU-CANTIDAD ensanchada de S99 a S9(5) (una
      *             corrección de conteo puede exceder la banda del
      *             ajuste manual) y el campo AJU-MOTIVO nuevo.
      * 2026-10-15  Motivo RC nuevo para la recepción de compras, que
      *             ya no entra como ajuste manual AJ.
      ******************************************************************
       01  REG-AJUSTE.
           05  AJU-FECHA          PIC 9(8).
           05  AJU-MOTIVO         PIC XX.
               88  AJUSTE-MANUAL      VALUE "AJ".
               88  AJUSTE-POR-CONTEO  VALUE "CO".
               88  AJUSTE-POR-RECEPCION VALUE "RC".
