      ******************************************************************
      * COMENTA.CPY
      * Registro del maestro de comentarios del docente (COMENTAR):
      * un código corto por cada comentario de boleta ("EXCELENTE
      * ESFUERZO", "FALTAN TAREAS") con su texto impreso.  Un código
      * inactivo (COM-INACTIVO) ya no se acepta en la carga pero sigue
      * imprimiendo su texto en las boletas que lo tienen.  Lo
      * mantiene COMMENT-MAINT; COMMENT-ENTRY valida contra él y
      * REPORT-CARDS imprime el texto.  Archivo indexado, clave
      * COM-CODIGO.
      ******************************************************************
       01  REG-COMENTARIO.
           05  COM-CODIGO          PIC X(3).
           05  COM-TEXTO           PIC X(40).
           05  COM-ESTADO          PIC X.
               88  COM-ACTIVO          VALUE "A".
               88  COM-INACTIVO        VALUE "I".
