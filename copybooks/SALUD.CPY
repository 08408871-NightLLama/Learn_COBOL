      ******************************************************************
      * SALUD.CPY
      * Registro del segmento de salud del estudiante (HEALTHMS): una
      * ficha por estudiante, misma clave que el STUDENT-MASTER
      * (SAL-ID-ESTUDIANTE = ID-ESTUDIANTE), con la tarjeta de
      * vacunas de la enfermería - cada dosis aplicada con su código
      * de vacuna (el mismo de VACREQ, ver VACREQ.CPY), el número de
      * dosis y la fecha -, hasta cuatro códigos de alerta médica y
      * la exención, si la hay (médica o religiosa, para una vacuna o
      * para todas).  La mantiene HEALTH-MAINT; la lee
      * IMMUNIZATION-COMPLIANCE para la lista de exclusión y
      * SECTION-ROSTER para marcar las alertas en la lista de clase.
      * Archivo indexado.
      ******************************************************************
       01  REG-SALUD.
           05  SAL-ID-ESTUDIANTE       PIC 9(6).
           05  SAL-CANT-DOSIS          PIC 99.
           05  SAL-DOSIS OCCURS 20 TIMES.
               10  SAL-COD-VACUNA      PIC X(4).
               10  SAL-NUM-DOSIS       PIC 9.
               10  SAL-FECHA-DOSIS     PIC 9(8).
           05  SAL-ALERTA OCCURS 4 TIMES PIC XX.
               88  SAL-ALERTA-EPINEFRINA   VALUE "EP".
               88  SAL-ALERTA-ASMA         VALUE "AS".
               88  SAL-ALERTA-DIABETES     VALUE "DI".
               88  SAL-ALERTA-CONVULSIONES VALUE "CV".
               88  SAL-ALERTA-ALIMENTARIA  VALUE "AL".
               88  SAL-ALERTA-CARDIACA     VALUE "CA".
               88  SAL-ALERTA-MEDICACION   VALUE "ME".
               88  SAL-ALERTA-OTRA         VALUE "OT".
               88  SAL-ALERTA-VALIDA       VALUES "EP", "AS", "DI",
                                           "CV", "AL", "CA", "ME",
                                           "OT", SPACES.
           05  SAL-DETALLE-ALERTA      PIC X(30).
           05  SAL-EXENCION            PIC X.
               88  SAL-SIN-EXENCION        VALUE SPACE.
               88  SAL-EXENCION-MEDICA     VALUE "M".
               88  SAL-EXENCION-RELIGIOSA  VALUE "R".
               88  SAL-EXENCION-VALIDA     VALUES SPACE, "M", "R".
           05  SAL-VACUNA-EXENTA       PIC X(4).
           05  SAL-FECHA-EXENCION      PIC 9(8).
           05  SAL-FECHA-ACTUALIZA     PIC 9(8).
           05  SAL-OPERADOR            PIC X(8).
