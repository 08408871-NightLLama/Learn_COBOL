      *             espera WAITLIST (ver WAITLIST.CPY); el alta de
      *             STUDENT-WITHDRAW ofrece el asiento liberado al
      *             primero de la lista.
      * 2026-10-15  Se agregó CAT-AREA (área de estudio de la materia
      *             - lengua, matemática, ciencias... - con el mismo
      *             código que las áreas del requisito de egreso, ver
      *             REQEGRE.CPY).  La auditoría de egreso GRAD-AUDIT
      *             suma los créditos aprobados por área.  Un registro
      *             anterior al campo trae blancos y la materia cuenta
      *             como electiva.
      ******************************************************************
       01  REG-CATALOGO.
           05  CAT-COD-MATERIA    PIC X(4).
           05  CAT-CREDITOS       PIC 99.
           05  CAT-PREREQUISITO   PIC X(4).
           05  CAT-CUPO           PIC 9(3).
           05  CAT-AREA           PIC X(4).
