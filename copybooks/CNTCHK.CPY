      ******************************************************************
      * CNTCHK.CPY
      * Campos de trabajo para el conteo mantenido de inscriptos
      * ENRLCNT (ver INSCCNT.CPY), compartidos por CNTCHK-PROC.CPY
      * (ver ese copybook para los párrafos).  El programa carga
      * CNTCHK-PROGRAMA (y SW-CNTCHK-TERMINAL en "S" si corre en una
      * terminal), abre con PERFORM ABRIR-CONTEO-INSCRIPTOS THRU
      * ABRIR-CONTEO-INSCRIPTOS-FIN y cierra con
      * CERRAR-CONTEO-INSCRIPTOS.
      *
      * Para reflejar el cambio de un registro de STUDMAST: PERFORM
      * TOMAR-MATERIAS-ANTES con el registro como estaba, grabar, y
      * PERFORM TOMAR-MATERIAS-DESPUES y ACTUALIZAR-CONTEO-ESTUDIANTE
      * con el registro como quedó (VACIAR-MATERIAS-ANTES para un
      * alta, VACIAR-MATERIAS-DESPUES para una baja).  Para un solo
      * asiento: CNTCHK-COD-MATERIA, CNTCHK-SECCION y CNTCHK-DELTA
      * (+1 / -1) y PERFORM AJUSTAR-CONTEO-INSCRIPTOS.  Para el cupo:
      * CNTCHK-COD-MATERIA y PERFORM SUMAR-CONTEO-MATERIA, que deja
      * la suma de las secciones en CNTCHK-TOTAL-MATERIA.
      *
      * El programa que COPYa esto debe declarar también su SELECT:
      *
      *     SELECT CONTEO-INSCRIPTOS ASSIGN TO "ENRLCNT"
      *         ORGANIZATION INDEXED
      *         ACCESS DYNAMIC
      *         RECORD KEY CNI-CLAVE
      *         SHARING WITH ALL OTHER
      *         LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
      *         FILE STATUS FS-CONTEO-INSCRIPTOS.
      *
      * y su FD:
      *
      *     FD  CONTEO-INSCRIPTOS.
      *         COPY INSCCNT.
      *
      * además de FILECHK/FILECHK-PROC y EXCLOG/EXCLOG-PROC con su
      * SELECT/FD de EXCEPTION-LOG.
      ******************************************************************
       01  CNTCHK-DATOS.
           05  SW-CNTCHK-DISPONIBLE    PIC A VALUE "N".
               88  CNTCHK-DISPONIBLE       VALUE "S".
           05  SW-CNTCHK-TERMINAL      PIC A VALUE "N".
               88  CNTCHK-TERMINAL         VALUE "S".
           05  CNTCHK-PROGRAMA         PIC X(20) VALUE SPACES.
           05  CNTCHK-COD-MATERIA      PIC X(4).
           05  CNTCHK-SECCION          PIC 99.
           05  CNTCHK-DELTA            PIC S9.
           05  CNTCHK-TOTAL-MATERIA    PIC 9(5).
           05  SW-CNTCHK-HALLADO       PIC A.
               88  CNTCHK-HALLADO          VALUE "S".
           05  SW-CNTCHK-LISTO         PIC A.
               88  CNTCHK-LISTO            VALUE "S".
           05  SW-CNTCHK-EN-USO        PIC A.
               88  CNTCHK-EN-USO           VALUE "S".
           05  SW-FIN-CNTCHK           PIC A.
               88  FIN-CNTCHK              VALUE "S".
           05  SW-CNTCHK-CON-PAR       PIC A.
               88  CNTCHK-CON-PAR          VALUE "S".
           05  CNTCHK-INTENTOS         PIC 9(4).
           05  CNTCHK-MAX-INTENTOS     PIC 9(4) VALUE 500.
           05  CNTCHK-OPCION           PIC X.
           05  IDX-CNTCHK-ANTES        PIC 9.
           05  IDX-CNTCHK-DESPUES      PIC 9.
      * Materias del registro antes y después del cambio; una fila
      * del antes que encuentra su par en el después no mueve nada.
           05  CNTCHK-ANTES OCCURS 6 TIMES.
               10  CNTCHK-ANT-COD      PIC X(4).
               10  CNTCHK-ANT-SEC      PIC 99.
               10  CNTCHK-ANT-PAREADA  PIC A.
                   88  CNTCHK-ANT-CON-PAR  VALUE "S".
           05  CNTCHK-DESPUES OCCURS 6 TIMES.
               10  CNTCHK-DES-COD      PIC X(4).
               10  CNTCHK-DES-SEC      PIC 99.
       01  FS-CONTEO-INSCRIPTOS PIC XX.
           88  FS-CNT-OK           VALUE "00".
           88  FS-CNT-NO-EXISTE    VALUE "35".
           88  FS-CNT-DUPLICADO    VALUE "22".
           88  FS-CNT-BLOQUEADO    VALUE "99".
