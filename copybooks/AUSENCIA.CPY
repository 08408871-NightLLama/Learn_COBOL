      ******************************************************************
      * AUSENCIA.CPY
      * Registro del archivo de ausencias docentes (TCHABSN): una fila
      * por docente de TCHMAST y día de ausencia, con el código de
      * motivo y si falta la jornada completa o parte.  La ausencia
      * parcial lleva el rango de períodos de clase en que el docente
      * no está; la completa lleva 00 a 99, todos los períodos.  La
      * carga TEACHER-ABSENCE; SUBSTITUTE-COVERAGE lista las secciones
      * de los ausentes del día para cubrirlas y ABSENCE-MONTHLY suma
      * los días por docente y motivo (la parcial cuenta medio día).
      * Archivo indexado, clave AUS-CLAVE (fecha + legajo), así el
      * día se lee de corrido.
      ******************************************************************
       01  REG-AUSENCIA.
           05  AUS-CLAVE.
               10  AUS-FECHA       PIC 9(8).
               10  AUS-DOC-ID      PIC X(6).
           05  AUS-MOTIVO          PIC X.
               88  AUS-ENFERMEDAD      VALUE "E".
               88  AUS-PERSONAL        VALUE "P".
               88  AUS-CAPACITACION    VALUE "C".
               88  AUS-LICENCIA        VALUE "L".
               88  AUS-OTRO            VALUE "O".
               88  AUS-MOTIVO-VALIDO   VALUE "E" "P" "C" "L" "O".
           05  AUS-JORNADA         PIC X.
               88  AUS-COMPLETA        VALUE "C".
               88  AUS-PARCIAL         VALUE "P".
           05  AUS-PERIODO-DESDE   PIC 99.
           05  AUS-PERIODO-HASTA   PIC 99.
           05  AUS-NOTA            PIC X(30).
           05  AUS-OPERADOR        PIC X(8).
