      * final se verifica que la cantidad cargada coincida con la
      * leída.  Después de esta corrida, ARCHIVE-PURGE agrega directo
      * al indexado y ARCHIVE-SEARCH busca por clave.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  El FILLER del registro indexado crece a X(216) con
      *             PRIVACIDAD-EST en el layout ARCHSTUD.
      * 2026-10-15  El FILLER del registro indexado crece a X(225) con
      *             el código postal y la marca de dirección en el
      *             layout ARCHSTUD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-REORG.
       01  REG-ARCHIVO-INDEXADO.
           05  ARCHI-ID           PIC 9(6).
           05  ARCHI-NOMBRE       PIC X(20).
           05  FILLER             PIC X(225).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).
