      ******************************************************************
      * COBERTUR.CPY
      * Registro del archivo de coberturas de suplencia (SUBCOVER):
      * una fila por día y sección de SECCMAST cubierta, con el
      * período de clase, el docente ausente y el suplente de SUBPOOL
      * asignado.  La graba SUBSTITUTE-COVERAGE, que no deja asignar
      * un suplente ya tomado en el mismo día y período (por la clave
      * alterna COB-SUP-ID); TEACHER-ABSENCE borra las coberturas de
      * una ausencia que se anula; ABSENCE-MONTHLY cuenta los días
      * trabajados por suplente.  Archivo indexado, clave COB-CLAVE
      * (fecha + sección), clave alterna COB-SUP-ID con duplicados.
      ******************************************************************
       01  REG-COBERTURA.
           05  COB-CLAVE.
               10  COB-FECHA       PIC 9(8).
               10  COB-COD-MATERIA PIC X(4).
               10  COB-NUMERO      PIC 99.
           05  COB-PERIODO         PIC 99.
           05  COB-DOC-ID          PIC X(6).
           05  COB-SUP-ID          PIC X(6).
           05  COB-OPERADOR        PIC X(8).
