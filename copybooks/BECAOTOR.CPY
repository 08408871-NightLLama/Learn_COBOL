      ******************************************************************
      * BECAOTOR.CPY
      * Registro de becas otorgadas (BECAOTOR): una fila por
      * estudiante, término y programa de beca (ver BECA.CPY), grabada
      * por SCHOLARSHIP-ELIGIBILITY junto con el crédito "B" en el
      * libro de cuentas STUDLEDG.  Guarda el promedio acumulado y los
      * créditos con que se otorgó y el número de término de la beca
      * para el tope BEC-MAX-TERMINOS.  La clave agrupa las becas de
      * un estudiante y término, así TERM-ROLL las encuentra al
      * cerrar.  Archivo indexado, clave BOT-CLAVE.
      ******************************************************************
       01  REG-BECA-OTORGADA.
           05  BOT-CLAVE.
               10  BOT-ID-ESTUDIANTE   PIC 9(6).
               10  BOT-TERMINO         PIC X(6).
               10  BOT-CODIGO-BECA     PIC X(4).
           05  BOT-PROMEDIO-ACUM       PIC 999V99.
           05  BOT-CREDITOS            PIC 9(4).
           05  BOT-NRO-TERMINO         PIC 99.
           05  BOT-MONTO               PIC 9(7)V99.
           05  BOT-ESTADO              PIC X.
               88  BOT-APLICADA            VALUE "A".
           05  BOT-FECHA               PIC 9(8).
           05  BOT-OPERADOR            PIC X(8).
