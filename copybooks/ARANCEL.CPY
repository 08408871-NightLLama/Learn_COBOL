      ******************************************************************
      * ARANCEL.CPY
      * Registro del tarifario de aranceles estudiantiles (FEESCHED):
      * una fila por concepto que la facturación de término
      * TUITION-BILLING carga a la cuenta de cada estudiante activo -
      * la matrícula por hora crédito (tipo "C", el monto se
      * multiplica por la suma de CAT-CREDITOS de las materias
      * inscritas) y los aranceles fijos de laboratorio, actividades,
      * etc. (tipo "F", un monto por estudiante).  ARA-GRADO-NIVEL
      * limita el concepto a un grado (00 = todos los grados).  Cada
      * concepto lleva la cuenta GL de ingreso contra la que se
      * acredita el cargo.  Lo mantiene FEE-SCHEDULE-MAINT.  Archivo
      * indexado, clave ARA-CODIGO.
      ******************************************************************
       01  REG-ARANCEL.
           05  ARA-CODIGO              PIC X(4).
           05  ARA-DESCRIPCION         PIC X(30).
           05  ARA-TIPO                PIC X.
               88  ARA-POR-CREDITO         VALUE "C".
               88  ARA-FIJO                VALUE "F".
               88  ARA-TIPO-VALIDO         VALUES "C", "F".
           05  ARA-MONTO               PIC 9(5)V99.
           05  ARA-GRADO-NIVEL         PIC 99.
           05  ARA-CUENTA-INGRESO      PIC X(10).
           05  ARA-ESTADO              PIC X.
               88  ARA-ACTIVO              VALUE "A".
               88  ARA-INACTIVO            VALUE "I".
