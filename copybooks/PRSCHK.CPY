      ******************************************************************
      * PRSCHK.CPY
      * Campos de trabajo para contar los préstamos del pañol que un
      * estudiante todavía no devolvió, compartido por
      * PRSCHK-PROC.CPY (ver ese copybook para el párrafo).
      * GRADUATION-RUN y STUDENT-WITHDRAW mueven el ID a
      * PRSCHK-ID-ESTUDIANTE, hacen PERFORM CONTAR-PRESTAMOS-PENDIENTES
      * y, si PRSCHK-CANTIDAD no es cero, marcan al estudiante.
      * PRSCHK-COBRADOS cuenta cuántos de esos ya tienen cargado el
      * costo de reposición por LOAN-CHARGE.
      *
      * El programa que COPYa esto debe declarar también su SELECT:
      *
      *     SELECT PRESTAMOS ASSIGN TO "ITEMLOAN"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS PRS-CLAVE
      *         ALTERNATE RECORD KEY IS PRS-ID-ESTUDIANTE
      *             WITH DUPLICATES
      *         FILE STATUS IS FS-PRESTAMOS.
      *
      * y su FD:
      *
      *     FD  PRESTAMOS.
      *         COPY PRESTAMO.
      ******************************************************************
       01  PRSCHK-DATOS.
           05  PRSCHK-ID-ESTUDIANTE    PIC 9(6).
           05  PRSCHK-CANTIDAD         PIC 9(3).
           05  PRSCHK-COBRADOS         PIC 9(3).
           05  SW-PRSCHK-FIN           PIC A.
               88  PRSCHK-FIN              VALUE "S".
       01  FS-PRESTAMOS PIC XX.
           88  FS-PRS-OK VALUE "00".
           88  FS-PRS-NO-EXISTE VALUE "35".
