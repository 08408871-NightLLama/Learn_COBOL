      ******************************************************************
      * VACREQ.CPY
      * Registro de la tabla de vacunas exigidas por grado (VACREQ):
      * una fila por GRADO-NIVEL y código de vacuna, con el nombre de
      * la vacuna y la cantidad de dosis que el estudiante de ese
      * grado debe tener aplicadas antes de la fecha de exclusión.
      * Una fila inactiva (VRQ-INACTIVA) deja de exigirse sin perder
      * el código, que sigue en las fichas de salud (SALUD.CPY).  La
      * mantiene VACCINE-REQ-MAINT; la lee IMMUNIZATION-COMPLIANCE.
      * Archivo indexado, clave VRQ-CLAVE.
      ******************************************************************
       01  REG-VACUNA-REQUERIDA.
           05  VRQ-CLAVE.
               10  VRQ-GRADO-NIVEL     PIC 99.
               10  VRQ-COD-VACUNA      PIC X(4).
           05  VRQ-NOM-VACUNA          PIC X(30).
           05  VRQ-DOSIS-REQUERIDAS    PIC 9.
           05  VRQ-ESTADO              PIC X.
               88  VRQ-ACTIVA              VALUE "A".
               88  VRQ-INACTIVA            VALUE "I".
