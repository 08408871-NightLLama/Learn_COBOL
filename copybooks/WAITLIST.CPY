      * la inscripción activa de un código alcanza el CAT-CUPO del
      * catálogo, COBOL53 y ENROLL-LOAD anotan aquí al estudiante
      * excedente en orden de llegada (clave materia + fecha + hora).
      * SECTION-SCHEDULER anota además la solicitud de preinscripción
      * (CRSREQ) que no consiguió sección por cupo o por choque de
      * período, en el orden de prioridad de la asignación.
      * Al liberarse un asiento por una baja de STUDENT-WITHDRAW, el
      * paso de liberación marca OFRECIDO al primero pendiente de la
      * materia, y la oficina lo inscribe por COBOL53.  Archivo
