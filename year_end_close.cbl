      * acumulados ajustados) - los asientos de cierre viajan por
      * GLPOSTF y entran a GLBALMST cuando GL-BALANCE libere el lote.
      * Todo sale por YECLOSE para la carpeta del contador.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  La vista secuencial del plan lleva ahora el tipo y
      *             el renglón del estado contable agregados a
      *             CHARTCTA (registro de 62 posiciones); el cierre
      *             sigue eligiendo las cuentas de resultado por el
      *             número.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.
           05  CTS-CUENTA         PIC X(10).
           05  CTS-NOMBRE         PIC X(30).
           05  CTS-ESTADO         PIC X.
           05  CTS-TIPO           PIC X.
           05  CTS-RUBRO          PIC X(20).

       FD  SALDOS-GL.
           COPY GLBALMST.
