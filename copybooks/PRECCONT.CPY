      ******************************************************************
      * PRECCONT.CPY
      * Registro de los acuerdos de precio por cliente (PRECCONT): el
      * precio negociado de un artículo para una cuenta, con su rango
      * de vigencia desde/hasta.  Un acuerdo renovado es una fila nueva
      * con otra fecha desde; la anterior queda como historia.  Lo
      * mantiene CONTRACT-PRICE-MAINT; la facturación ORDER-INVOICE lo
      * aplica antes que el descuento por cantidad y el precio de
      * lista, y CONTRACT-EXPIRY lista los que vencen.  Archivo
      * indexado, clave compuesta CPR-CLAVE.
      ******************************************************************
       01  REG-PRECIO-CONTRATO.
           05  CPR-CLAVE.
               10  CPR-CUENTA          PIC X(16).
               10  CPR-ITEM            PIC X(8).
               10  CPR-FECHA-DESDE     PIC 9(8).
           05  CPR-FECHA-HASTA         PIC 9(8).
           05  CPR-PRECIO              PIC 9(5)V99.
