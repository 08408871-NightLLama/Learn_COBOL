      * 2026-09-01  Espejo de HOGAR-EST del registro maestro.
      * 2026-09-02  Espejo de MARCA-CAMBIO-EST del registro maestro.
      * 2026-09-02  Espejo de CAMPUS-EST del registro maestro.
      * 2026-10-15  Espejo de PRIVACIDAD-EST del registro maestro.
      * 2026-10-15  Espejo de COD-POSTAL-EST y MARCA-DIRECCION-EST del
      *             registro maestro.
      ******************************************************************
       01  REG-ARCHIVO-ESTUDIANTE.
           05  ARCH-ID-ESTUDIANTE      PIC 9(6).
           05  ARCH-TELEFONO           PIC X(12).
           05  ARCH-MARCA-CAMBIO       PIC X.
           05  ARCH-CAMPUS             PIC XX.
           05  ARCH-PRIVACIDAD         PIC X.
           05  ARCH-COD-POSTAL         PIC X(8).
           05  ARCH-MARCA-DIRECCION    PIC X.
