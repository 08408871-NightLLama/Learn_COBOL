      * cuenta puente SUSPENSO99 con su línea de excepción, en vez de
      * transmitirse mal escrita al lado del libro mayor.  Archivo
      * indexado, clave CTA-CUENTA.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se agregaron CTA-TIPO (activo, pasivo, patrimonio,
      *             ingreso o gasto) y CTA-RUBRO (renglón del estado
      *             contable en que se agrupa la cuenta) para el
      *             estado de resultados y el balance general de
      *             FIN-STATEMENTS.  Un registro anterior a los campos
      *             trae blancos: el tipo se deduce del primer dígito
      *             del número (la convención de YEAR-END-CLOSE) y el
      *             renglón toma el nombre del tipo.  Registro de 41 a
      *             62 posiciones.
      ******************************************************************
       01  REG-CUENTA-GL.
           05  CTA-CUENTA         PIC X(10).
           05  CTA-ESTADO         PIC X.
               88  CTA-ACTIVA         VALUE "A".
               88  CTA-INACTIVA       VALUE "I".
           05  CTA-TIPO           PIC X.
               88  CTA-TIPO-ACTIVO    VALUE "A".
               88  CTA-TIPO-PASIVO    VALUE "P".
               88  CTA-TIPO-PATRIM    VALUE "N".
               88  CTA-TIPO-INGRESO   VALUE "I".
               88  CTA-TIPO-GASTO     VALUE "G".
               88  CTA-TIPO-VALIDO    VALUE "A" "P" "N" "I" "G".
           05  CTA-RUBRO          PIC X(20).
