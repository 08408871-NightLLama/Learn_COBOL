      ******************************************************************
      * PRESTAMO.CPY
      * Registro de préstamos del pañol (ITEMLOAN): cada ejemplar de
      * un texto o equipo de laboratorio de ITEMMAST (artículo más
      * número de ejemplar) entregado a un estudiante de STUDMAST,
      * con la fecha y el estado del ejemplar a la entrega, la
      * materia y sección del estudiante para la que se entregó, y a
      * la devolución la fecha y el estado en que volvió.  Lo carga
      * ITEM-LOAN; LOAN-OUTSTANDING lista lo pendiente por estudiante
      * y por sección; LOAN-CHARGE pasa a COBRADO lo no devuelto a la
      * fecha de corte con el cargo de reposición en STUDLEDG; y
      * GRADUATION-RUN y STUDENT-WITHDRAW avisan a quien todavía
      * tiene algo en su poder (ver PRSCHK.CPY).  Al volver a
      * entregar un ejemplar devuelto se reescribe la fila.  Archivo
      * indexado, clave PRS-CLAVE (artículo + ejemplar), clave
      * alterna PRS-ID-ESTUDIANTE con duplicados.
      ******************************************************************
       01  REG-PRESTAMO.
           05  PRS-CLAVE.
               10  PRS-ITEM            PIC X(8).
               10  PRS-EJEMPLAR        PIC 9(4).
           05  PRS-ID-ESTUDIANTE       PIC 9(6).
           05  PRS-COD-MATERIA         PIC X(4).
           05  PRS-SECCION             PIC 99.
           05  PRS-FECHA-ENTREGA       PIC 9(8).
           05  PRS-ESTADO-ENTREGA      PIC X.
           05  PRS-FECHA-DEVOLUCION    PIC 9(8).
           05  PRS-ESTADO-DEVOLUCION   PIC X.
           05  PRS-SITUACION           PIC X.
               88  PRS-PRESTADO            VALUE "P".
               88  PRS-DEVUELTO            VALUE "D".
               88  PRS-COBRADO             VALUE "C".
               88  PRS-PENDIENTE           VALUE "P" "C".
           05  PRS-FECHA-CARGO         PIC 9(8).
           05  PRS-MONTO-CARGO         PIC 9(5)V99.
           05  PRS-OPERADOR            PIC X(8).
