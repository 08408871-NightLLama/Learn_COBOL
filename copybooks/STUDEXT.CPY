      ******************************************************************
      * STUDEXT.CPY
      * Extracto nocturno de estudiantes (STUDEXT): la foto del
      * STUDENT-MASTER que STUDENT-EXTRACT toma una vez por noche,
      * aplanada a una fila por materia inscripta y ya cruzada con
      * el catálogo CRSCATLG (nombre y créditos), las secciones
      * SECCMAST (docente, período y aula), el maestro de docentes
      * TCHMAST y el control de campus CAMPUSCT.  Un estudiante sin
      * materias sale en una sola fila con la materia en blanco, para
      * que los reportes por estudiante lo vean igual.
      *
      * Las filas de detalle ("D") vienen ordenadas por materia,
      * sección, nombre e ID - el orden de las listas de clase.  La
      * fila con EXT-ORDEN 0 ó 1 (EXT-FILA-ESTUDIANTE) es la primera
      * de cada estudiante: los reportes que cuentan estudiantes y
      * no materias toman solo esa.
      *
      * La primera fila es la cabecera ("H") y la última el pie
      * ("T"), los dos con la fecha y hora de la foto y las
      * cantidades de estudiantes y de filas de detalle; los
      * reportes lo leen con ABRIR-EXTRACTO / LEER-EXTRACTO de
      * EXTCHK-PROC.CPY, que verifican las dos puntas.
      ******************************************************************
       01  REG-EXTRACTO-ESTUDIANTE.
           05  EXT-TIPO               PIC X.
               88  EXT-ES-CABECERA        VALUE "H".
               88  EXT-ES-DETALLE         VALUE "D".
               88  EXT-ES-PIE             VALUE "T".
           05  EXT-DETALLE.
               10  EXT-CLAVE-SECCION.
                   15  EXT-COD-MATERIA PIC X(4).
                   15  EXT-SECCION     PIC 99.
               10  EXT-NOM-ESTUDIANTE PIC X(20).
               10  EXT-ID-ESTUDIANTE  PIC 9(6).
               10  EXT-ORDEN          PIC 9.
                   88  EXT-FILA-ESTUDIANTE VALUES 0, 1.
               10  EXT-NUM-MATERIAS   PIC 9.
               10  EXT-NOTA-MATERIA   PIC 999.
               10  EXT-ESTADO-MATERIA PIC X.
                   88  EXT-MATERIA-NORMAL     VALUES "N", " ".
                   88  EXT-MATERIA-INCOMPLETA VALUE "I".
                   88  EXT-MATERIA-RETIRADA   VALUE "R".
                   88  EXT-MATERIA-EXENTA     VALUE "E".
               10  EXT-NOM-MATERIA    PIC X(30).
               10  EXT-CREDITOS       PIC 99.
               10  EXT-DOC-ID         PIC X(6).
               10  EXT-NOM-DOCENTE    PIC X(30).
               10  EXT-PERIODO-SECCION PIC 99.
               10  EXT-AULA           PIC X(6).
               10  EXT-PROMEDIO       PIC 999V99.
               10  EXT-TERMINO        PIC X(6).
               10  EXT-ESTADO-ESTUDIANTE PIC X.
                   88  EXT-EST-ACTIVO     VALUES "A", " ".
                   88  EXT-EST-RETIRADO   VALUE "R".
                   88  EXT-EST-EGRESADO   VALUE "G".
               10  EXT-FECHA-RETIRO   PIC 9(8).
               10  EXT-GRADO-NIVEL    PIC 99.
               10  EXT-CAMPUS         PIC XX.
               10  EXT-NOM-CAMPUS     PIC X(30).
           05  EXT-CONTROL REDEFINES EXT-DETALLE.
               10  EXT-CTL-FECHA      PIC 9(8).
               10  EXT-CTL-HORA       PIC 9(8).
               10  EXT-CTL-ESTUDIANTES PIC 9(7).
               10  EXT-CTL-FILAS      PIC 9(7).
               10  FILLER             PIC X(138).
