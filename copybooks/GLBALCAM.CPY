      ******************************************************************
      * GLBALCAM.CPY
      * Registro del maestro de saldos del libro mayor por campus
      * (GLBALCAM): la misma acumulación de GLBALMST (ver
      * GLBALMST.CPY) abierta además por el código de campus del
      * asiento (GLF-CAMPUS, blanco = campus original).  Lo alimenta
      * GL-BALANCE al liberar cada lote, junto con GLBALMST, y lo lee
      * FIN-STATEMENTS para los estados contables de un solo campus.
      * Archivo indexado, clave compuesta GLC-CLAVE.
      ******************************************************************
       01  REG-SALDO-CAMPUS.
           05  GLC-CLAVE.
               10  GLC-CUENTA      PIC X(10).
               10  GLC-PERIODO     PIC 9(6).
               10  GLC-CAMPUS      PIC XX.
           05  GLC-DEBITOS         PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  GLC-CREDITOS        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
