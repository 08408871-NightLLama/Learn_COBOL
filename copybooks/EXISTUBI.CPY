      ******************************************************************
      * EXISTUBI.CPY
      * Registro de la existencia por ubicación (ITEMUBIC): por
      * artículo y ubicación - el depósito de cada campus, con el
      * código de campus de CAMPUSCT -, las unidades en estantería y
      * las que vienen en tránsito hacia esa ubicación por un
      * traslado de STOCK-TRANSFER todavía no confirmado.  El
      * depósito central (campus original, código en blanco) no
      * lleva existencia propia acá: es lo que queda de
      * ITM-EXISTENCIA, el total de la compañía, después de restar
      * las demás ubicaciones y todo lo que está en tránsito (ver
      * UBICHK-PROC.CPY) - así los artículos sin filas siguen enteros
      * en el central.  Una fila en blanco existe solo para llevar el
      * tránsito que vuelve al central.  Archivo indexado, clave
      * compuesta UBI-CLAVE.
      ******************************************************************
       01  REG-EXISTENCIA-UBICACION.
           05  UBI-CLAVE.
               10  UBI-ITEM            PIC X(8).
               10  UBI-UBICACION       PIC XX.
           05  UBI-EXISTENCIA          PIC S9(7)
                                       SIGN LEADING SEPARATE.
           05  UBI-EN-TRANSITO         PIC 9(7).
