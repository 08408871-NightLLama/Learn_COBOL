      ******************************************************************
      * SOLICIT.CPY
      * Registro de solicitudes de materias para el término siguiente
      * (CRSREQ), cargadas en la preinscripción por COURSE-REQUEST:
      * una fila por estudiante y número de orden de preferencia, con
      * la materia pedida y una alternativa opcional para el caso de
      * que la pedida no se pueda dar.  SECTION-SCHEDULER asigna las
      * secciones en lote y deja en la fila la materia (la pedida o
      * la alternativa) y la sección asignadas, o el motivo por el
      * que no se pudo; la no cumplida queda EN ESPERA y anotada en
      * WAITLIST.  TERM-ROLL, al cerrar el término, carga las
      * asignadas en la TABLA-MATERIAS del término nuevo y las marca
      * CARGADAS.  Archivo indexado, clave SOL-CLAVE (término + ID +
      * orden).
      *
      * MOTIVOS DE NO ASIGNACIÓN (SOL-MOTIVO):
      *   NC NO CATALOGADA O INACTIVA   CU CUPO COMPLETO
      *   PR PREREQUISITO NO APROBADO   CH CHOQUE DE PERÍODO
      *   AP YA APROBADA                SS SIN SECCIÓN ACTIVA
      *   DU YA ASIGNADA EN OTRA FILA   TL TABLA DE 6 MATERIAS LLENA
      *   IN ESTUDIANTE NO ACTIVO O FUERA DEL MAESTRO
      ******************************************************************
       01  REG-SOLICITUD.
           05  SOL-CLAVE.
               10  SOL-TERMINO         PIC X(6).
               10  SOL-ID-ESTUDIANTE   PIC 9(6).
               10  SOL-ORDEN           PIC 9.
           05  SOL-COD-MATERIA         PIC X(4).
           05  SOL-ALTERNATIVA         PIC X(4).
           05  SOL-FECHA               PIC 9(8).
           05  SOL-OPERADOR            PIC X(8).
           05  SOL-ESTADO              PIC X.
               88  SOL-PENDIENTE           VALUE "P".
               88  SOL-ASIGNADA            VALUE "A".
               88  SOL-EN-ESPERA           VALUE "E".
               88  SOL-CARGADA             VALUE "C".
           05  SOL-MATERIA-ASIG        PIC X(4).
           05  SOL-SECCION-ASIG        PIC 99.
           05  SOL-PERIODO-ASIG        PIC 99.
           05  SOL-MOTIVO              PIC XX.
