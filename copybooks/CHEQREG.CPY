      ******************************************************************
      * CHEQREG.CPY
      * Registro de cheques emitidos (CHEQREG): uno por cheque que
      * imprimió CHECK-PRINT, con el desembolso de DESEMBOL que lo
      * originó, el beneficiario, el monto y las cuentas GL del
      * asiento.  CHQ-ESTADO queda en E (emitido) hasta que BANK-RECON
      * lo aparea con el retiro del extracto y lo pasa a C (cobrado);
      * un cheque anulado por CHECK-PRINT, con su asiento de reversión,
      * queda en A.  Los emitidos son las partidas pendientes de la
      * conciliación bancaria.  Archivo indexado, clave CHQ-NUMERO.
      ******************************************************************
       01  REG-CHEQUE.
           05  CHQ-NUMERO          PIC 9(6).
           05  CHQ-FECHA           PIC 9(8).
           05  CHQ-DESEMBOLSO.
               10  CHQ-ORIGEN      PIC X.
               10  CHQ-NUMERO-DESEMBOLSO PIC 9(6).
           05  CHQ-BENEFICIARIO    PIC X(16).
           05  CHQ-NOMBRE          PIC X(30).
           05  CHQ-MONTO           PIC 9(7)V99.
           05  CHQ-CUENTA-DEBITO   PIC X(10).
           05  CHQ-CUENTA-CAJA     PIC X(10).
           05  CHQ-CAMPUS          PIC XX.
           05  CHQ-ESTADO          PIC X.
               88  CHQ-EMITIDO         VALUE "E".
               88  CHQ-ANULADO         VALUE "A".
               88  CHQ-COBRADO         VALUE "C".
           05  CHQ-FECHA-ANULACION PIC 9(8).
           05  CHQ-FECHA-COBRO     PIC 9(8).
           05  CHQ-OPERADOR        PIC X(8).
