      * la caja de copias en papel) y el cruce diario INVSHIP-MATCH
      * contra el diario de etiquetas.  Archivo secuencial de líneas,
      * siempre en EXTEND.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se agregó FAC-COSTO-UNITARIO, el costo unitario de
      *             ITEMMAST al momento de facturar, para que la nota
      *             de crédito CREDIT-MEMO revierta el costo de ventas
      *             al costo original.  Las líneas anteriores al campo
      *             lo traen en blanco.
      * 2026-10-15  Se agregaron los datos de impuesto a las ventas de
      *             la línea: la jurisdicción del cliente
      *             (FAC-JURISDICCION), la condición (G gravada, E
      *             cliente exento, N artículo no gravado, S sin
      *             jurisdicción) y el impuesto cobrado FAC-IMPUESTO.
      *             Los suma el informe TAX-LIABILITY; las líneas
      *             anteriores los traen en blanco.
      ******************************************************************
       01  REG-HIST-FACTURA.
           05  FAC-FECHA          PIC 9(8).
           05  FAC-CANTIDAD       PIC 9(3).
           05  FAC-PRECIO         PIC 9(5)V99.
           05  FAC-EXTENSION      PIC 9(7)V99.
           05  FAC-COSTO-UNITARIO PIC 9(5)V99.
           05  FAC-JURISDICCION   PIC X(4).
           05  FAC-CONDICION-IMPUESTO PIC X.
               88  FAC-GRAVADA        VALUE "G".
               88  FAC-EXENTA         VALUE "E".
               88  FAC-NO-GRAVADA     VALUE "N".
               88  FAC-SIN-JURISDICCION VALUE "S".
           05  FAC-IMPUESTO       PIC 9(7)V99.
