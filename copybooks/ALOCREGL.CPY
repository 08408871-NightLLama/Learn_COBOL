      ******************************************************************
      * ALOCREGL.CPY
      * Registro del archivo de reglas de asignación de costos
      * compartidos entre campus (ALOCREGL): cada regla nombra la
      * cuenta pozo donde cae un costo central (administración,
      * sistemas, seguros) y el campus donde se acumula, la base de
      * reparto - (E) estudiantes activos por CAMPUS-EST del
      * STUDMAST o (C) horas crédito inscritas según CAT-CREDITOS -
      * la cuenta destino que se debita en cada campus con su parte y
      * la cuenta que se acredita en el campus del pozo por lo
      * repartido.  La mantiene ALLOC-RULE-MAINT; COST-ALLOCATION la
      * aplica al cierre del mes y deja ALR-ULTIMO-PERIODO para no
      * repartir dos veces el mismo período.  Archivo indexado, clave
      * ALR-CODIGO.
      ******************************************************************
       01  REG-REGLA-ASIGNACION.
           05  ALR-CODIGO          PIC X(4).
           05  ALR-DESCRIPCION     PIC X(30).
           05  ALR-CUENTA-POZO     PIC X(10).
           05  ALR-CAMPUS-POZO     PIC XX.
           05  ALR-BASE            PIC X.
               88  ALR-POR-ESTUDIANTES VALUE "E".
               88  ALR-POR-CREDITOS    VALUE "C".
               88  ALR-BASE-VALIDA     VALUE "E" "C".
           05  ALR-CUENTA-DESTINO  PIC X(10).
           05  ALR-CUENTA-CREDITO  PIC X(10).
           05  ALR-ESTADO          PIC X.
               88  ALR-ACTIVA          VALUE "A".
               88  ALR-INACTIVA        VALUE "I".
           05  ALR-ULTIMO-PERIODO  PIC 9(6).
