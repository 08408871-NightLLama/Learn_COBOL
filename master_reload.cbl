      * indexado y para la reorganización única que pide la clave
      * alternada nueva.  Pide confirmación porque REEMPLAZA el
      * maestro vigente por completo.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se recarga también PRIVACIDAD-EST del respaldo
      *             plano.
      * 2026-10-15  Se recargan también COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST del respaldo plano.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RELOAD.
           MOVE ARCH-TELEFONO TO TELEFONO-EST.
           MOVE ARCH-MARCA-CAMBIO TO MARCA-CAMBIO-EST.
           MOVE ARCH-CAMPUS TO CAMPUS-EST.
           MOVE ARCH-PRIVACIDAD TO PRIVACIDAD-EST.
           MOVE ARCH-COD-POSTAL TO COD-POSTAL-EST.
           MOVE ARCH-MARCA-DIRECCION TO MARCA-DIRECCION-EST.
           WRITE INFO-ESTUDIANTE.
           MOVE "STUDMAST" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
