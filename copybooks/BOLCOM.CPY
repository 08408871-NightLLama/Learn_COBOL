      ******************************************************************
      * BOLCOM.CPY
      * Registro de los comentarios de boleta (BOLCOMEN): una fila por
      * estudiante, término y materia con el código de comentario que
      * el docente eligió (ver COMENTA.CPY / COMENTAR).  Lo carga
      * COMMENT-ENTRY sección por sección para el TERMINO-ACTUAL y lo
      * lee REPORT-CARDS.  Los términos anteriores quedan en el
      * archivo.  Archivo indexado, clave BCM-CLAVE.
      ******************************************************************
       01  REG-BOL-COMENTARIO.
           05  BCM-CLAVE.
               10  BCM-ID-ESTUDIANTE   PIC 9(6).
               10  BCM-TERMINO         PIC X(6).
               10  BCM-COD-MATERIA     PIC X(4).
           05  BCM-COD-COMENTARIO      PIC X(3).
           05  BCM-FECHA               PIC 9(8).
           05  BCM-OPERADOR            PIC X(8).
