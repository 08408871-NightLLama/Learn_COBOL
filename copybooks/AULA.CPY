      ******************************************************************
      * AULA.CPY
      * Registro del maestro de aulas (AULAMAST): una fila por aula,
      * con el campus donde está (ver CAMPUS.CPY), la cantidad de
      * asientos y el tipo de aula.  Lo mantiene ROOM-MAINT;
      * SECTION-MAINT valida contra este archivo el aula de cada
      * sección (SEC-AULA, ver SECCION.CPY), rechaza dos secciones
      * activas en la misma aula y el mismo período, y avisa cuando
      * el cupo de la materia supera los asientos.  ROOM-UTILIZATION
      * imprime la ocupación de cada aula por período.  Archivo
      * indexado, clave AUL-CODIGO.
      ******************************************************************
       01  REG-AULA.
           05  AUL-CODIGO              PIC X(6).
           05  AUL-DESCRIPCION         PIC X(30).
           05  AUL-CAMPUS              PIC XX.
           05  AUL-ASIENTOS            PIC 9(3).
           05  AUL-TIPO                PIC X.
               88  AUL-LABORATORIO         VALUE "L".
               88  AUL-GIMNASIO            VALUE "G".
               88  AUL-ESTANDAR            VALUE "E".
               88  AUL-TIPO-VALIDO         VALUES "L", "G", "E".
           05  AUL-ESTADO              PIC X.
               88  AUL-ACTIVA              VALUE "A".
               88  AUL-INACTIVA            VALUE "I".
