      ******************************************************************
      * BECA.CPY
      * Registro maestro de programas de beca (BECAPROG): una fila
      * por beca de mérito con las condiciones que la corrida de
      * elegibilidad SCHOLARSHIP-ELIGIBILITY controla al comienzo de
      * cada término - promedio acumulado mínimo para otorgarla,
      * promedio de renovación para quien ya la tuvo, créditos
      * aprobados mínimos y tope de términos - y el beneficio, monto
      * fijo (tipo "M") o porcentaje de los cargos del término (tipo
      * "P").  El crédito se imputa contra la cuenta GL de gasto de
      * la beca.  TERM-ROLL lista a los becados que quedan por debajo
      * del promedio de renovación al cerrar el término.  Lo mantiene
      * SCHOLARSHIP-MAINT.  Archivo indexado, clave BEC-CODIGO.
      ******************************************************************
       01  REG-BECA.
           05  BEC-CODIGO              PIC X(4).
           05  BEC-DESCRIPCION         PIC X(30).
           05  BEC-PROMEDIO-MINIMO     PIC 999V99.
           05  BEC-PROMEDIO-RENOVACION PIC 999V99.
           05  BEC-CREDITOS-MINIMOS    PIC 9(3).
           05  BEC-TIPO-MONTO          PIC X.
               88  BEC-MONTO-FIJO          VALUE "M".
               88  BEC-PORCENTUAL          VALUE "P".
               88  BEC-TIPO-VALIDO         VALUES "M", "P".
           05  BEC-MONTO               PIC 9(5)V99.
           05  BEC-PORCENTAJE          PIC 9(3)V99.
           05  BEC-MAX-TERMINOS        PIC 99.
           05  BEC-CUENTA-GASTO        PIC X(10).
           05  BEC-ESTADO              PIC X.
               88  BEC-ACTIVA              VALUE "A".
               88  BEC-INACTIVA            VALUE "I".
