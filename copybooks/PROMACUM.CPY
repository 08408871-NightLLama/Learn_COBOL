      ******************************************************************
      * PROMACUM.CPY
      * Campos de trabajo del promedio acumulado compartido por
      * PROMACUM-PROC.CPY (ver ese copybook para el párrafo): el
      * promedio ponderado por créditos de todos los términos
      * cerrados del estudiante en TERMHIST, con la misma regla de
      * materia repetida que TRANSCRIPT-REPORT.
      *
      * El programa que COPYa esto debe declarar TERM-HIST (COPY
      * TERMHIST, ACCESS DYNAMIC, FILE STATUS FS-TERM-HIST) y, si
      * lo tiene, CURSO-CATALOGO (COPY CATALOG); antes de llamar
      * pone PAC-ID-ESTUDIANTE y marca SW-PAC-CATALOGO en "S" si el
      * catálogo quedó abierto.
      ******************************************************************
       01  PROMACUM-DATOS.
           05  PAC-ID-ESTUDIANTE       PIC 9(6).
           05  PAC-MODO-REPETIDA       PIC A VALUE "M".
               88  PAC-MODO-MEJOR          VALUE "M".
               88  PAC-MODO-RECIENTE       VALUE "R".
           05  SW-PAC-CATALOGO         PIC A VALUE "N".
               88  PAC-CATALOGO            VALUE "S".
           05  PAC-PROMEDIO            PIC 999V99.
           05  PAC-CREDITOS            PIC 9(4).
           05  PAC-CREDITOS-APROBADOS  PIC 9(4).
           05  PAC-CANT-TERMINOS       PIC 99.
           05  PAC-TOTAL-PONDERADO     PIC 9(7).
           05  PAC-PESO                PIC 99.
           05  PAC-CANT-CODIGOS        PIC 99.
           05  PAC-IDX                 PIC 99.
           05  PAC-IDX-TH              PIC 9.
           05  PAC-COD-EN-CONTROL      PIC X(4).
           05  PAC-NOTA-EN-CONTROL     PIC 999.
           05  SW-PAC-HALLADO          PIC A.
               88  PAC-HALLADO             VALUE "S".
           05  SW-PAC-FIN              PIC A.
               88  PAC-FIN                 VALUE "S".
           05  PAC-TABLA-CODIGOS.
               10  PAC-ENTRADA OCCURS 60 TIMES.
                   15  PAC-COD         PIC X(4).
                   15  PAC-NOTA        PIC 999.
