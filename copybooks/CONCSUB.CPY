      ******************************************************************
      * CONCSUB.CPY
      * Resultado de la conciliación de submayores contra sus cuentas
      * de control del libro mayor (CONCSUB): una línea por submayor -
      * cuentas por cobrar (BALANCES más TRXDETL) e inventario
      * (existencia por costo de ITEMMAST) - con el período, la
      * cuenta de control, los dos saldos, la diferencia, la
      * tolerancia con que se juzgó y el estado.  La reescribe
      * SUBLEDGER-RECON en cada corrida y la lee PERIOD-CLOSE, que no
      * cierra un período sin las dos líneas del período en CUADRA
      * salvo autorización del supervisor.
      ******************************************************************
       01  REG-CONCIL-SUBMAYOR.
           05  CSM-PERIODO        PIC 9(6).
           05  CSM-SUBMAYOR       PIC X(10).
               88  CSM-ES-COBRAR      VALUE "COBRAR".
               88  CSM-ES-INVENTARIO  VALUE "INVENTARIO".
           05  CSM-CUENTA         PIC X(10).
           05  CSM-TOTAL-SUBMAYOR PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  CSM-SALDO-MAYOR    PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  CSM-DIFERENCIA     PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  CSM-TOLERANCIA     PIC 9(7)V99.
           05  CSM-ESTADO         PIC X(10).
               88  CSM-CUADRA         VALUE "CUADRA".
               88  CSM-DESCUADRE      VALUE "DESCUADRE".
               88  CSM-SIN-DATOS      VALUE "SIN DATOS".
           05  CSM-FECHA          PIC 9(8).
