      *             los registros anteriores al campo, que los
      *             reportes con selección por campus tratan como el
      *             campus original.
      * 2026-10-15  Se agregó PRIVACIDAD-EST, la restricción de
      *             divulgación que pide la familia: D = sin
      *             información de directorio (nombre, dirección,
      *             teléfono, nacimiento) a terceros, tampoco al
      *             distrito; R = nada sale salvo la devolución al
      *             distrito. Blanco o N = sin restricción. La mantiene
      *             CONTACT-MAINT y la respetan CSV-EXPORT,
      *             DISTRICT-EXTRACT y STUDENT-LABELS (ver
      *             PRIVMASK-PROC.CPY).
      * 2026-10-15  Se agregaron COD-POSTAL-EST y MARCA-DIRECCION-EST:
      *             la corrida ADDRESS-STANDARD normaliza
      *             DIRECCION-1/DIRECCION-2 con la tabla de abreviaturas
      *             de calle, copia el código postal a su propio campo
      *             (queda también al final de la segunda línea, para
      *             los programas que imprimen la dirección tal cual) y
      *             marca S la dirección normalizada o E la que no pudo
      *             interpretar. Blanco = sin revisar; CONTACT-MAINT la
      *             vuelve a blanco cuando se re-teclea la dirección.
      *             Los envíos masivos ordenan por el código postal
      *             (presort).
      ******************************************************************
       01  INFO-ESTUDIANTE.
           05  ID-ESTUDIANTE      PIC 9(6).
           05  MARCA-CAMBIO-EST   PIC X.
               88  CAMBIO-SIN-EXPORTAR VALUE "C".
           05  CAMPUS-EST         PIC XX.
           05  PRIVACIDAD-EST     PIC X.
               88  PRIV-SIN-RESTRICCION VALUES "N", " ".
               88  PRIV-SIN-DIRECTORIO  VALUE "D".
               88  PRIV-SOLO-DISTRITO   VALUE "R".
           05  COD-POSTAL-EST     PIC X(8).
           05  MARCA-DIRECCION-EST PIC X.
               88  DIR-SIN-REVISAR      VALUE " ".
               88  DIR-ESTANDARIZADA    VALUE "S".
               88  DIR-NO-RECONOCIDA    VALUE "E".
