      * docente de cada sección contra este archivo y SECTION-ROSTER
      * imprime su nombre en la lista de clase.  Los docentes que se
      * van se marcan inactivos, no se borran, para que las secciones
      * históricas sigan teniendo a quién apuntar.  TEACHER-ABSENCE
      * valida aquí el docente de cada ausencia (TCHABSN); los
      * suplentes no van en este archivo sino al lado, en SUBPOOL (ver
      * SUPLENTE.CPY).  Archivo indexado, clave DOC-ID.
      ******************************************************************
       01  REG-DOCENTE.
           05  DOC-ID             PIC X(6).
