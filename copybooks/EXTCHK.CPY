      ******************************************************************
      * EXTCHK.CPY
      * Campos de trabajo para la lectura del extracto nocturno de
      * estudiantes STUDEXT (ver STUDEXT.CPY), compartidos por
      * EXTCHK-PROC.CPY (ver ese copybook para los párrafos).  Los
      * reportes que antes recorrían el STUDENT-MASTER abren el
      * extracto con PERFORM ABRIR-EXTRACTO THRU ABRIR-EXTRACTO-FIN,
      * leen con PERFORM LEER-EXTRACTO hasta FIN-EXTRACTO (solo
      * llegan filas de detalle) y cierran con CERRAR-EXTRACTO.
      * EXTCHK-FECHA / EXTCHK-HORA quedan con la fecha y hora de la
      * foto, para que el reporte las muestre.
      *
      * El programa que COPYa esto debe declarar también su SELECT:
      *
      *     SELECT EXTRACTO-ESTUDIANTES ASSIGN TO "STUDEXT"
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS FS-EXTRACTO.
      *
      * y su FD:
      *
      *     FD  EXTRACTO-ESTUDIANTES.
      *         COPY STUDEXT.
      ******************************************************************
       01  EXTCHK-DATOS.
           05  SW-EXTCHK-DISPONIBLE    PIC A VALUE "N".
               88  EXTCHK-DISPONIBLE       VALUE "S".
           05  SW-FIN-EXTRACTO         PIC A VALUE "N".
               88  FIN-EXTRACTO            VALUE "S".
           05  SW-EXTCHK-CON-PIE       PIC A VALUE "N".
               88  EXTCHK-CON-PIE          VALUE "S".
           05  EXTCHK-FECHA            PIC 9(8) VALUE 0.
           05  EXTCHK-HORA             PIC 9(8) VALUE 0.
           05  EXTCHK-CANT-ESTUDIANTES PIC 9(7) VALUE 0.
           05  EXTCHK-CANT-FILAS       PIC 9(7) VALUE 0.
       01  FS-EXTRACTO PIC XX.
           88  FS-EXT-OK VALUE "00".
