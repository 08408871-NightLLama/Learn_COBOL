      ******************************************************************
      * REQEGRE.CPY
      * Registro maestro de requisitos de egreso (REQEGRES): una fila
      * por credencial (el mismo COD-CREDENCIAL que estampa
      * GRADUATION-RUN) y área de estudio, con los créditos aprobados
      * que el área exige y hasta diez materias obligatorias.  Las
      * materias se asignan al área por CAT-AREA del catálogo; el
      * área "ELEC" (electivas) recoge las materias sin área o de un
      * área que la credencial no lista.  La auditoría GRAD-AUDIT
      * compara contra estas filas lo aprobado en TERMHIST (créditos
      * transferidos incluidos) y lo que se cursa en el término.  Lo
      * mantiene GRAD-REQ-MAINT.  Archivo indexado, clave REQ-CLAVE.
      ******************************************************************
       01  REG-REQ-EGRESO.
           05  REQ-CLAVE.
               10  REQ-COD-CREDENCIAL  PIC X(4).
               10  REQ-AREA            PIC X(4).
                   88  REQ-AREA-ELECTIVA   VALUE "ELEC".
           05  REQ-NOM-AREA            PIC X(30).
           05  REQ-CREDITOS-REQUERIDOS PIC 9(3).
           05  REQ-CANT-OBLIGATORIAS   PIC 99.
           05  REQ-MATERIA-OBLIGATORIA PIC X(4) OCCURS 10 TIMES.
           05  REQ-ESTADO              PIC X.
               88  REQ-ACTIVO              VALUE "A".
               88  REQ-INACTIVO            VALUE "I".
