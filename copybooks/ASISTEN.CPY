      * ID contra STUDENT-MASTER igual que BUSCAR-ESTUDIANTE) y lo lee
      * TRANSCRIPT-REPORT para imprimir el total de ausencias en la
      * página de cada estudiante.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Se agregó el estado "J" (ausencia justificada): los
      *             días hábiles de una suspensión que INCIDENT-ENTRY
      *             asienta (ver INCIDENT.CPY).  ATTENDANCE-REPORT no
      *             los cuenta en el porcentaje de ausencia, así la
      *             lista de revisión deja de marcar al suspendido
      *             como ausente crónico, y ATTENDANCE-ENTRY no los
      *             pisa con una ausencia común.
      ******************************************************************
       01  REG-ASISTENCIA.
           05  ASI-CLAVE.
               88  ASI-PRESENTE           VALUE "P".
               88  ASI-AUSENTE            VALUE "A".
               88  ASI-TARDE              VALUE "T".
               88  ASI-JUSTIFICADO        VALUE "J".
