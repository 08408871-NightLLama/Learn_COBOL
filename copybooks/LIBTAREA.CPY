      ******************************************************************
      * LIBTAREA.CPY
      * Registro del archivo de tareas de la libreta de calificaciones
      * (GBTAREA): una fila por evaluación que el docente toma en una
      * sección de SECCMAST durante un término - prueba, tarea,
      * examen o proyecto - con su peso en la nota de la materia y el
      * puntaje máximo.  Lo mantiene GRADEBOOK-MAINT; los puntajes de
      * cada estudiante viven en GBNOTAS (ver LIBNOTA.CPY) y la
      * corrida GRADEBOOK-ROLLUP los pondera por LBT-PESO para armar
      * la NOTA-MATERIA que encola en PENDCHG.  Archivo indexado,
      * clave compuesta LBT-CLAVE (término + sección + número).
      ******************************************************************
       01  REG-LIBRETA-TAREA.
           05  LBT-CLAVE.
               10  LBT-TERMINO         PIC X(6).
               10  LBT-COD-MATERIA     PIC X(4).
               10  LBT-SECCION         PIC 99.
               10  LBT-NUMERO          PIC 99.
           05  LBT-DESCRIPCION         PIC X(30).
           05  LBT-CATEGORIA           PIC X.
               88  LBT-PRUEBA              VALUE "P".
               88  LBT-TAREA               VALUE "T".
               88  LBT-EXAMEN              VALUE "E".
               88  LBT-PROYECTO            VALUE "Y".
               88  LBT-CATEGORIA-VALIDA    VALUES "P", "T", "E", "Y".
           05  LBT-PESO                PIC 9(3).
           05  LBT-PUNTAJE-MAXIMO      PIC 9(3).
           05  LBT-FECHA               PIC 9(8).
           05  LBT-ESTADO              PIC X.
               88  LBT-ACTIVA              VALUE "A".
               88  LBT-ANULADA             VALUE "X".
