      ******************************************************************
      * SUPLENTE.CPY
      * Registro del padrón de suplentes (SUBPOOL), al lado del
      * maestro de docentes TCHMAST: los suplentes no dictan secciones
      * propias, así que no van a TCHMAST donde SECTION-MAINT los
      * aceptaría como docente de una sección.  Legajo, nombre,
      * teléfono para la llamada de la mañana y la tarifa diaria que
      * se le paga por día trabajado.  Lo mantiene SUBSTITUTE-MAINT;
      * SUBSTITUTE-COVERAGE asigna suplentes activos a las secciones
      * de los docentes ausentes y ABSENCE-MONTHLY valoriza los días
      * trabajados a la tarifa.  Los que dejan de trabajar se marcan
      * inactivos, no se borran.  Archivo indexado, clave SUP-ID.
      ******************************************************************
       01  REG-SUPLENTE.
           05  SUP-ID             PIC X(6).
           05  SUP-NOMBRE         PIC X(30).
           05  SUP-TELEFONO       PIC X(15).
           05  SUP-TARIFA-DIARIA  PIC 9(5)V99.
           05  SUP-ESTADO         PIC X.
               88  SUP-ACTIVO         VALUE "A".
               88  SUP-INACTIVO       VALUE "I".
