      ******************************************************************
      * CTAEST.CPY
      * Registro del libro de cuentas estudiantiles (STUDLEDG): un
      * movimiento por fila, clave compuesta CTE-CLAVE (ID-ESTUDIANTE
      * + fecha + hora + línea), así la lectura por clave trae todos
      * los movimientos de un estudiante juntos y en orden de fecha.
      * Los cargos de la facturación de término TUITION-BILLING van
      * en positivo (uno por concepto del tarifario, ver ARANCEL.CPY);
      * los pagos de STUDENT-PAYMENT van en negativo con el número de
      * recibo, igual que los cobros de TRXDETL - el saldo del
      * estudiante es la suma de CTE-MONTO.  STUDENT-STATEMENT imprime
      * el estado de cuenta.  Archivo indexado.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se agregó el tipo "B" (CTE-BECA): el crédito de
      *             una beca otorgada por SCHOLARSHIP-ELIGIBILITY, en
      *             negativo como un pago, con el código de la beca
      *             en CTE-CODIGO-ARANCEL (ver BECA.CPY).
      * 2026-10-15  Se agregó el tipo "R" (CTE-REPOSICION): el cargo de
      *             reposición de un texto o equipo del pañol no
      *             devuelto que graba LOAN-CHARGE, en positivo con el
      *             código REPO; no cuenta como cargo de arancel para
      *             la facturación ni para las becas.
      ******************************************************************
       01  REG-CUENTA-ESTUDIANTE.
           05  CTE-CLAVE.
               10  CTE-ID-ESTUDIANTE   PIC 9(6).
               10  CTE-FECHA           PIC 9(8).
               10  CTE-HORA            PIC 9(8).
               10  CTE-LINEA           PIC 99.
           05  CTE-TIPO                PIC X.
               88  CTE-CARGO               VALUE "C".
               88  CTE-PAGO                VALUE "P".
               88  CTE-BECA                VALUE "B".
               88  CTE-REPOSICION          VALUE "R".
           05  CTE-TERMINO             PIC X(6).
           05  CTE-CODIGO-ARANCEL      PIC X(4).
           05  CTE-DESCRIPCION         PIC X(30).
           05  CTE-MONTO               PIC S9(7)V99.
           05  CTE-RECIBO              PIC 9(6).
           05  CTE-OPERADOR            PIC X(8).
