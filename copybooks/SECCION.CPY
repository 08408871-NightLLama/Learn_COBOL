      * en cada fila de materia contra este archivo, y SECTION-ROSTER
      * imprime la lista de clase de cada sección.  Archivo indexado,
      * clave compuesta SEC-CLAVE (materia + número de sección).
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Se agregó SEC-AULA (código del aula donde se dicta
      *             la sección, ver AULA.CPY / AULAMAST; en blanco =
      *             sin aula asignada).  SECTION-MAINT no deja dos
      *             secciones activas en la misma aula y el mismo
      *             período.  Un registro anterior al campo trae
      *             blancos.
      ******************************************************************
       01  REG-SECCION.
           05  SEC-CLAVE.
           05  SEC-ESTADO          PIC X.
               88  SEC-ACTIVA          VALUE "A".
               88  SEC-CERRADA         VALUE "C".
           05  SEC-AULA            PIC X(6).
