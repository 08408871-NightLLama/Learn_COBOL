      ******************************************************************
      * LIBNOTA.CPY
      * Registro del archivo de puntajes de la libreta de
      * calificaciones (GBNOTAS): una fila por estudiante y por tarea
      * de GBTAREA (ver LIBTAREA.CPY), con el puntaje obtenido sobre
      * el LBT-PUNTAJE-MAXIMO de la tarea.  Una tarea no entregada se
      * marca FALTA y cuenta cero; una justificada se marca EXENTA y
      * no entra en la nota.  Una tarea sin fila para el estudiante
      * todavía no fue corregida y tampoco entra.  Lo teclea
      * GRADEBOOK-MAINT y lo pondera GRADEBOOK-ROLLUP.  Archivo
      * indexado, clave compuesta LBN-CLAVE (término + sección +
      * estudiante + número de tarea), así los puntajes de un
      * estudiante en una sección se leen juntos.
      ******************************************************************
       01  REG-LIBRETA-NOTA.
           05  LBN-CLAVE.
               10  LBN-TERMINO         PIC X(6).
               10  LBN-COD-MATERIA     PIC X(4).
               10  LBN-SECCION         PIC 99.
               10  LBN-ID-ESTUDIANTE   PIC 9(6).
               10  LBN-NUMERO          PIC 99.
           05  LBN-PUNTAJE             PIC 9(3).
           05  LBN-ESTADO              PIC X.
               88  LBN-CORREGIDA           VALUE "N".
               88  LBN-FALTA               VALUE "F".
               88  LBN-EXENTA              VALUE "X".
           05  LBN-FECHA               PIC 9(8).
           05  LBN-OPERADOR            PIC X(8).
