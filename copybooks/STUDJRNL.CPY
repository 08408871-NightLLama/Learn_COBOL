      ******************************************************************
      * STUDJRNL.CPY
      * Campos de trabajo para el diario de imágenes posteriores del
      * STUDENT-MASTER compartido por STUDJRNL-PROC.CPY: cada programa
      * que graba, reescribe o borra un registro de STUDMAST deja en
      * el diario del día (STUDJRNL) la imagen completa de
      * INFO-ESTUDIANTE tal como quedó, con fecha, hora, programa y
      * operador.  El AUDITLOG es texto y no se puede volver a
      * aplicar; el diario sí - MASTER-RECOVER recarga un respaldo
      * BACKUP53 y reaplica el diario hasta la hora elegida.  DAYRUN
      * abre una generación nueva del diario apenas MSTUNLD toma la
      * imagen nocturna.  Cada programa que COPYa esto también
      * necesita su propio SELECT DIARIO-MAESTRO (ASSIGN TO
      * "STUDJRNL", LINE SEQUENTIAL) y FD DIARIO-MAESTRO con
      * REG-DIARIO-MAESTRO PIC X(296), y COPY OPERSESS, EXCLOG y
      * EXCLOG-PROC con su SELECT/FD de EXCEPTION-LOG.
      *
      * OPERACIONES:
      *   A ALTA (WRITE)   M MODIFICACIÓN (REWRITE)   B BAJA (DELETE,
      *   LA IMAGEN ES LA DEL REGISTRO BORRADO)
      ******************************************************************
       01  DIARIO-DATOS.
           05  DIARIO-PROGRAMA         PIC X(20).
           05  DIARIO-OPERACION        PIC X.
           05  LINEA-DIARIO.
               10  JRN-FECHA           PIC 9(8).
               10  JRN-HORA            PIC 9(8).
               10  JRN-PROGRAMA        PIC X(20).
               10  JRN-OPERADOR        PIC X(8).
               10  JRN-OPERACION       PIC X.
                   88  JRN-ALTA            VALUE "A".
                   88  JRN-MODIFICACION    VALUE "M".
                   88  JRN-BAJA            VALUE "B".
               10  JRN-IMAGEN          PIC X(251).
       01  FS-DIARIO-MAESTRO PIC XX.
