      * se aplican a las franjas más viejas primero.  Además deja el
      * archivo de trabajo AGINGWRK (cuenta y franjas) del que la
      * corrida de cartas DUNNING-LETTERS toma sus candidatos.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  El envejecimiento por franjas pasó a los copybooks
      *             AGEFRANJ / AGEFRANJ-PROC, para que la corrida de
      *             recargos por mora FINANCE-CHARGE use el mismo
      *             criterio.  Sin cambio en el reporte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGING-REPORT.
       01  SW-DETALLE-DISPONIBLE PIC A VALUE "N".
           88  DETALLE-DISPONIBLE VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  TOTAL-CORRIENTE PIC S9(11)V99 VALUE 0.
       01  TOTAL-30 PIC S9(11)V99 VALUE 0.
       01  TOTAL-60 PIC S9(11)V99 VALUE 0.
       01  LINEA-SALIDA PIC X(120).
           COPY RPTHDR.
           COPY ACCTMASK.
           COPY AGEFRANJ.

       PROCEDURE DIVISION.
       INICIO.
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(TRX-FECHA).
           IF TRX-MONTO >= 0
               MOVE TRX-MONTO TO CARGO-A-UBICAR
               PERFORM UBICAR-CARGO-EN-FRANJA
           ELSE
               COMPUTE PAGO-A-APLICAR = 0 - TRX-MONTO
               PERFORM APLICAR-PAGO-A-FRANJAS
           END-IF.
           PERFORM LEER-MOVIMIENTO.

       IMPRIMIR-LINEA-CUENTA.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           MOVE CUENTA-DATO TO ACCTMASK-CUENTA.

           COPY RPTHDR-PROC.
           COPY ACCTMASK-PROC.
           COPY AGEFRANJ-PROC.
