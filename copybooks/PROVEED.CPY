      ******************************************************************
      * PROVEED.CPY
      * Registro del maestro de proveedores (PROVMAST): el lugar donde
      * vive el proveedor que ITM-PROVEEDOR de ITEMMAST sólo nombraba
      * - mismo código de 10 posiciones - con su dirección, el plazo
      * de pago en días hábiles y la cuenta GL de gasto que la entrada
      * de facturas AP-INVOICE-ENTRY propone por omisión.  Lo mantiene
      * VENDOR-MAINT; un proveedor inactivo ya no acepta facturas
      * nuevas pero las pendientes se siguen pagando.  Archivo
      * indexado, clave PRV-CODIGO.
      ******************************************************************
       01  REG-PROVEEDOR.
           05  PRV-CODIGO          PIC X(10).
           05  PRV-NOMBRE          PIC X(30).
           05  PRV-DIRECCION-1     PIC X(30).
           05  PRV-DIRECCION-2     PIC X(30).
           05  PRV-PLAZO-DIAS      PIC 9(3).
           05  PRV-CUENTA-GASTO    PIC X(10).
           05  PRV-ESTADO          PIC X.
               88  PRV-ACTIVO          VALUE "A".
               88  PRV-INACTIVO        VALUE "I".
