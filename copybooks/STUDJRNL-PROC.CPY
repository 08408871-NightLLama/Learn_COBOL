      ******************************************************************
      * STUDJRNL-PROC.CPY
      * Asiento de una imagen posterior del STUDENT-MASTER en el
      * diario STUDJRNL, con la misma apertura en EXTEND (o creación
      * si no existe) que el registro de excepciones.  Después de
      * cada WRITE/REWRITE/DELETE exitoso sobre STUDMAST, cargar
      * DIARIO-PROGRAMA y DIARIO-OPERACION (ver STUDJRNL.CPY) y hacer
      * PERFORM sobre GRABAR-DIARIO-MAESTRO con el registro todavía en
      * INFO-ESTUDIANTE.  Un diario que no se puede grabar no frena el
      * cambio ya hecho, pero queda en pantalla y en el registro de
      * excepciones: esa hora ya no se puede recuperar hacia adelante.
      ******************************************************************
       GRABAR-DIARIO-MAESTRO.
           ACCEPT JRN-FECHA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE DIARIO-PROGRAMA TO JRN-PROGRAMA.
           MOVE FIRMA-OPERADOR TO JRN-OPERADOR.
           MOVE DIARIO-OPERACION TO JRN-OPERACION.
           MOVE INFO-ESTUDIANTE TO JRN-IMAGEN.
           OPEN EXTEND DIARIO-MAESTRO.
           IF FS-DIARIO-MAESTRO = "05" OR FS-DIARIO-MAESTRO = "35"
               CLOSE DIARIO-MAESTRO
               OPEN OUTPUT DIARIO-MAESTRO
           END-IF.
           MOVE LINEA-DIARIO TO REG-DIARIO-MAESTRO.
           WRITE REG-DIARIO-MAESTRO.
           IF FS-DIARIO-MAESTRO NOT = "00"
               DISPLAY "*** NO SE GRABO EL DIARIO STUDJRNL (ESTADO ",
                       FS-DIARIO-MAESTRO, ") ESTUDIANTE: ",
                       ID-ESTUDIANTE
               MOVE DIARIO-PROGRAMA TO EXCLOG-PROGRAMA
               MOVE "DIARIO-STUDJRNL" TO EXCLOG-CAMPO
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING FS-DIARIO-MAESTRO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ID-ESTUDIANTE DELIMITED BY SIZE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
           END-IF.
           CLOSE DIARIO-MAESTRO.
