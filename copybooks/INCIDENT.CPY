      ******************************************************************
      * INCIDENT.CPY
      * Registro del archivo de incidentes de disciplina (INCIDENT):
      * una fila por incidente, clave compuesta INC-CLAVE (ID del
      * estudiante + fecha del incidente + secuencia del día, para
      * más de un incidente el mismo día).  Lo mantiene
      * INCIDENT-ENTRY, que valida el estudiante contra STUDMAST y el
      * docente que reporta contra TCHMAST; una suspensión asienta
      * sus días hábiles en ASISTENC como ausencia justificada (ver
      * ASISTEN.CPY).  INCIDENT-SUMMARY lo resume por tipo y
      * GRADO-NIVEL al cierre del término.  Archivo indexado.
      ******************************************************************
       01  REG-INCIDENTE.
           05  INC-CLAVE.
               10  INC-ID-ESTUDIANTE   PIC 9(6).
               10  INC-FECHA           PIC 9(8).
               10  INC-SECUENCIA       PIC 9.
           05  INC-TIPO                PIC XX.
               88  INC-PELEA               VALUE "PE".
               88  INC-ACOSO               VALUE "AC".
               88  INC-VANDALISMO          VALUE "VA".
               88  INC-INSUBORDINACION     VALUE "IN".
               88  INC-SUSTANCIAS          VALUE "SU".
               88  INC-ARMAS               VALUE "AR".
               88  INC-ROBO                VALUE "RO".
               88  INC-DESHONESTIDAD       VALUE "DA".
               88  INC-OTRO                VALUE "OT".
               88  INC-TIPO-VALIDO         VALUES "PE", "AC", "VA",
                                           "IN", "SU", "AR", "RO",
                                           "DA", "OT".
           05  INC-LUGAR               PIC X(20).
           05  INC-DOCENTE             PIC X(6).
           05  INC-ACCION              PIC X.
               88  INC-AMONESTACION        VALUE "A".
               88  INC-CITACION            VALUE "C".
               88  INC-DETENCION           VALUE "D".
               88  INC-SUSPENSION          VALUE "S".
               88  INC-EXPULSION           VALUE "E".
               88  INC-ACCION-VALIDA       VALUES "A", "C", "D",
                                           "S", "E".
           05  INC-DIAS-SUSPENSION     PIC 99.
           05  INC-INICIO-SUSPENSION   PIC 9(8).
           05  INC-TERMINO             PIC X(6).
           05  INC-DESCRIPCION         PIC X(40).
           05  INC-OPERADOR            PIC X(8).
           05  INC-FECHA-REGISTRO      PIC 9(8).
