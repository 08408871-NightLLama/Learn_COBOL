      ******************************************************************
      * COMPLETA.CPY
      * Registro de la lista de trabajo de datos incompletos
      * (COMPLETA): una fila por estudiante activo con algún campo del
      * maestro faltante o inválido, con una marca "S" por campo.  La
      * escribe DATA-COMPLETENESS en cada corrida (reemplaza la
      * anterior); CONTACT-MAINT y DEMOG-MAINT la recorren en su modo
      * lista, cada uno deteniéndose sólo en los estudiantes con
      * faltas de su segmento (COMPL-FALTA-CONTACTO /
      * COMPL-FALTA-DEMOG).  Grado, campus, hogar y sección se
      * corrigen en sus propios programas.  Archivo secuencial.
      ******************************************************************
       01  REG-COMPLETA.
           05  COMPL-ID-ESTUDIANTE     PIC 9(6).
           05  COMPL-NOM-ESTUDIANTE    PIC X(20).
           05  COMPL-CAMPUS            PIC XX.
           05  COMPL-MARCAS.
               10  COMPL-NACIMIENTO    PIC X.
                   88  COMPL-FALTA-NACIMIENTO  VALUE "S".
               10  COMPL-GRADO         PIC X.
                   88  COMPL-FALTA-GRADO       VALUE "S".
               10  COMPL-CAMPUS-EST    PIC X.
                   88  COMPL-FALTA-CAMPUS      VALUE "S".
               10  COMPL-SEXO          PIC X.
                   88  COMPL-FALTA-SEXO        VALUE "S".
               10  COMPL-APODERADO     PIC X.
                   88  COMPL-FALTA-APODERADO   VALUE "S".
               10  COMPL-HOGAR         PIC X.
                   88  COMPL-FALTA-HOGAR       VALUE "S".
               10  COMPL-SECCION       PIC X.
                   88  COMPL-FALTA-SECCION     VALUE "S".
           05  COMPL-SEGMENTOS.
               10  COMPL-DEMOG         PIC X.
                   88  COMPL-FALTA-DEMOG       VALUE "S".
               10  COMPL-CONTACTO      PIC X.
                   88  COMPL-FALTA-CONTACTO    VALUE "S".
