      ******************************************************************
      * DEFAVISO.CPY
      * Registro del archivo de constancias de avisos de bajo
      * rendimiento (DEFLOG): una línea por estudiante cuya familia
      * recibió la carta de mitad de término de DEFICIENCY-NOTICES,
      * con la fecha y hora de emisión, el hogar al que fue la carta,
      * el apoderado, el promedio y las materias por debajo de la nota
      * de aprobación en ese momento.  Es la prueba de que la familia
      * fue avisada si una retención (MOTIVO-RETENCION, ver
      * PROMOTION-RUN) se apela después.  Archivo secuencial que sólo
      * crece; la corrida lo abre en EXTEND.
      ******************************************************************
       01  REG-AVISO-DEFICIENCIA.
           05  AVD-FECHA               PIC 9(8).
           05  AVD-HORA                PIC 9(8).
           05  AVD-ID-ESTUDIANTE       PIC 9(6).
           05  AVD-HOGAR               PIC 9(4).
           05  AVD-TERMINO             PIC X(6).
           05  AVD-PROMEDIO            PIC 999V99.
           05  AVD-NOTA-CORTE          PIC 999.
           05  AVD-CANT-MATERIAS       PIC 9.
           05  AVD-MATERIA OCCURS 6 TIMES.
               10  AVD-COD-MATERIA     PIC X(4).
               10  AVD-NOTA-MATERIA    PIC 999.
           05  AVD-APODERADO           PIC X(20).
           05  AVD-OPERADOR            PIC X(8).
