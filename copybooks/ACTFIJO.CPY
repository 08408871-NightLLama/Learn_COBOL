      ******************************************************************
      * ACTFIJO.CPY
      * Registro del maestro de activos fijos (ACTFIJO): un bien por
      * número de etiqueta - computadoras, equipo de laboratorio, las
      * camionetas - con su campus, fecha de alta, costo, vida útil
      * en años, valor residual y método de depreciación (L lineal,
      * D saldo decreciente doble), las tres cuentas GL del bien
      * (activo, depreciación acumulada y gasto de depreciación), y
      * lo depreciado hasta ahora.  Lo mantiene ASSET-MAINT (altas,
      * modificaciones y bajas con su resultado); DEPRECIATION-RUN
      * suma cada mes la cuota del período y deja AF-ULTIMO-PERIODO
      * para no depreciar dos veces el mismo mes; ASSET-REGISTER
      * lista el valor neto en libros.  Vida útil cero = no se
      * deprecia (terrenos).  Archivo indexado, clave AF-ETIQUETA.
      ******************************************************************
       01  REG-ACTIVO-FIJO.
           05  AF-ETIQUETA         PIC X(10).
           05  AF-DESCRIPCION      PIC X(30).
           05  AF-CAMPUS           PIC XX.
           05  AF-FECHA-ALTA       PIC 9(8).
           05  AF-COSTO            PIC 9(9)V99.
           05  AF-VIDA-ANIOS       PIC 99.
           05  AF-VALOR-RESIDUAL   PIC 9(9)V99.
           05  AF-METODO           PIC X.
               88  AF-LINEAL           VALUE "L".
               88  AF-DECRECIENTE      VALUE "D".
               88  AF-METODO-VALIDO    VALUE "L" "D".
           05  AF-CTA-ACTIVO       PIC X(10).
           05  AF-CTA-DEPREC-ACUM  PIC X(10).
           05  AF-CTA-GASTO        PIC X(10).
           05  AF-DEPREC-ACUM      PIC 9(9)V99.
           05  AF-MESES-DEPREC     PIC 9(3).
           05  AF-ULTIMO-PERIODO   PIC 9(6).
           05  AF-ESTADO           PIC X.
               88  AF-EN-USO           VALUE "A".
               88  AF-DADO-DE-BAJA     VALUE "B".
           05  AF-FECHA-BAJA       PIC 9(8).
           05  AF-PRODUCIDO-BAJA   PIC 9(9)V99.
           05  AF-RESULTADO-BAJA   PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
