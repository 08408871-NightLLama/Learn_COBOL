      ******************************************************************
      * MOVBANCO.CPY
      * Registro del archivo de movimientos bancarios (MOVBANCO): cada
      * línea del extracto EXTBANCO que BANK-RECON cargó, con la
      * fecha, el tipo (D depósito / R retiro), el monto y la
      * referencia del banco.  La clave es la línea misma, así un
      * extracto cargado dos veces no duplica nada.  BCO-ESTADO queda
      * en C (conciliada) cuando la partida se apareó con el libro, y
      * ya no se vuelve a ofrecer; las pendientes siguen apareciendo
      * en cada conciliación hasta que se registran.  Archivo
      * indexado, clave BCO-CLAVE.
      ******************************************************************
       01  REG-MOVIMIENTO-BANCO.
           05  BCO-CLAVE.
               10  BCO-FECHA       PIC 9(8).
               10  BCO-TIPO        PIC X.
                   88  BCO-DEPOSITO    VALUE "D".
                   88  BCO-RETIRO      VALUE "R".
               10  BCO-MONTO       PIC 9(9)V99.
               10  BCO-REFERENCIA  PIC X(20).
           05  BCO-ESTADO          PIC X.
               88  BCO-PENDIENTE       VALUE "P".
               88  BCO-CONCILIADA      VALUE "C".
           05  BCO-FECHA-CONCILIA  PIC 9(8).
           05  BCO-FECHA-CARGA     PIC 9(8).
