      ******************************************************************
      * TAXJURIS.CPY
      * Registro de la tabla de jurisdicciones de impuesto a las
      * ventas (TAXJURIS): código de la jurisdicción, descripción,
      * tasa en porcentaje con tres decimales (8.250 = 8,25%), la
      * cuenta GL de impuesto a pagar que acredita la facturación y
      * el estado.  Cada cliente de CUSTMAST lleva el código de su
      * jurisdicción (CLI-JURISDICCION).  La mantiene TAX-JURIS-MAINT;
      * la leen ORDER-INVOICE, CREDIT-MEMO y el informe de impuesto a
      * pagar TAX-LIABILITY.  Archivo indexado, clave JUR-CODIGO.
      ******************************************************************
       01  REG-JURISDICCION.
           05  JUR-CODIGO          PIC X(4).
           05  JUR-DESCRIPCION     PIC X(30).
           05  JUR-TASA            PIC 99V999.
           05  JUR-CUENTA-PAGAR    PIC X(10).
           05  JUR-ESTADO          PIC X.
               88  JUR-ACTIVA          VALUE "A".
               88  JUR-INACTIVA        VALUE "I".
