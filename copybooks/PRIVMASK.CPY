      ******************************************************************
      * PRIVMASK.CPY
      * Campos de trabajo para el enmascarado de los datos de
      * directorio del estudiante (nacimiento, teléfono, dirección)
      * compartido por PRIVMASK-PROC.CPY.  Se cargan con copias de los
      * campos del registro maestro, de modo que el registro leído
      * no se altera aunque el programa lo reescriba después.
      ******************************************************************
       01  PRIVMASK-DATOS.
           05  PRIVMASK-FECHA-NAC      PIC 9(8).
           05  PRIVMASK-FECHA-NAC-R REDEFINES PRIVMASK-FECHA-NAC.
               10  PRIVMASK-ANIO-NAC   PIC 9(4).
               10  PRIVMASK-MES-DIA    PIC 9(4).
           05  PRIVMASK-TELEFONO       PIC X(12).
           05  PRIVMASK-DIRECCION-1    PIC X(30).
           05  PRIVMASK-DIRECCION-2    PIC X(30).
           05  PRIVMASK-DIGITOS-VISIBLES PIC 99 VALUE 4.
           05  PRIVMASK-DIGITOS-OCULTAR  PIC 99.
       01  CANT-PRIV-SUPRIMIDOS PIC 9(6) VALUE 0.
       01  CANT-PRIV-ENMASCARADOS PIC 9(6) VALUE 0.
