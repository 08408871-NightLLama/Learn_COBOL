      *             GLBALMST.CPY) por cuenta y período, la base del
      *             balance de comprobación TRIAL-BALANCE - un lote
      *             retenido no toca los saldos.
      * 2026-10-15  Al liberar el lote, los asientos se acumulan
      *             también por cuenta, período y campus en GLBALCAM
      *             (ver GLBALCAM.CPY), la base de los estados
      *             contables de un solo campus de FIN-STATEMENTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BALANCE.
               RECORD KEY IS GLB-CLAVE
               FILE STATUS IS FS-SALDOS-GL.

           SELECT SALDOS-CAMPUS ASSIGN TO "GLBALCAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLC-CLAVE
               FILE STATUS IS FS-SALDOS-CAMPUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FIXED-FILE.
       FD  SALDOS-GL.
           COPY GLBALMST.

       FD  SALDOS-CAMPUS.
           COPY GLBALCAM.

       FD  CONTROL-CUADRE.
       01  REG-CONTROL-CUADRE.
           05  CTL-FECHA          PIC 9(8).
       01  IDX-SALDO PIC 999.
       01  SW-SALDO-HALLADO PIC A.
           88  SALDO-HALLADO VALUE "S".
       01  FS-SALDOS-CAMPUS PIC XX.
           88  FS-GLC-NO-EXISTE VALUE "35".
      ******************************************************************
      * El mismo acumulador abierto por campus, para GLBALCAM.
      ******************************************************************
       01  TABLA-SALDOS-CAMPUS.
           05  SALDO-CAMPUS OCCURS 200 TIMES.
               10  SCA-CUENTA      PIC X(10).
               10  SCA-PERIODO     PIC 9(6).
               10  SCA-CAMPUS      PIC XX.
               10  SCA-DEBITOS     PIC S9(11)V99.
               10  SCA-CREDITOS    PIC S9(11)V99.
       01  CANT-SALDOS-CAMPUS PIC 999 VALUE 0.
       01  IDX-CAMPUS PIC 999.
           COPY GLPOST.

       PROCEDURE DIVISION.
               ADD GLF-MONTO TO TOTAL-CREDITOS
           END-IF.
           PERFORM ACUMULAR-SALDO-LOTE.
           PERFORM ACUMULAR-SALDO-CAMPUS.
           PERFORM LEER-ASIENTO.
       ACUMULAR-ASIENTO-FIN.
           EXIT.
               MOVE "S" TO SW-SALDO-HALLADO
           END-IF.

       ACUMULAR-SALDO-CAMPUS.
           MOVE "N" TO SW-SALDO-HALLADO.
           PERFORM BUSCAR-SALDO-CAMPUS
                   VARYING IDX-CAMPUS FROM 1 BY 1
                   UNTIL IDX-CAMPUS > CANT-SALDOS-CAMPUS
                      OR SALDO-HALLADO.
           IF SALDO-HALLADO
               SUBTRACT 1 FROM IDX-CAMPUS
           ELSE
               IF CANT-SALDOS-CAMPUS < 200
                   ADD 1 TO CANT-SALDOS-CAMPUS
                   MOVE CANT-SALDOS-CAMPUS TO IDX-CAMPUS
                   MOVE GLF-CUENTA TO SCA-CUENTA(IDX-CAMPUS)
                   MOVE GLF-PERIODO TO SCA-PERIODO(IDX-CAMPUS)
                   MOVE GLF-CAMPUS TO SCA-CAMPUS(IDX-CAMPUS)
                   MOVE 0 TO SCA-DEBITOS(IDX-CAMPUS)
                   MOVE 0 TO SCA-CREDITOS(IDX-CAMPUS)
               ELSE
                   DISPLAY "MÁS DE 200 CUENTAS/PERÍODOS/CAMPUS EN EL"
                           " LOTE - LA TABLA NO ALCANZA; NO SE CUADRA"
                           " NI SE LIBERA NADA"
                   CLOSE GL-FIXED-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF GLF-DEBITO-CREDITO = "D"
               ADD GLF-MONTO TO SCA-DEBITOS(IDX-CAMPUS)
           ELSE
               ADD GLF-MONTO TO SCA-CREDITOS(IDX-CAMPUS)
           END-IF.

       BUSCAR-SALDO-CAMPUS.
           IF SCA-CUENTA(IDX-CAMPUS) = GLF-CUENTA
              AND SCA-PERIODO(IDX-CAMPUS) = GLF-PERIODO
              AND SCA-CAMPUS(IDX-CAMPUS) = GLF-CAMPUS
               MOVE "S" TO SW-SALDO-HALLADO
           END-IF.

       APLICAR-SALDOS-AL-MAESTRO.
           OPEN I-O SALDOS-GL.
           IF FS-GLB-NO-EXISTE
           CLOSE SALDOS-GL.
           DISPLAY "SALDOS ACUMULADOS EN GLBALMST: ",
                   CANT-SALDOS-LOTE, " CUENTAS/PERÍODOS".
           OPEN I-O SALDOS-CAMPUS.
           IF FS-GLC-NO-EXISTE
               OPEN OUTPUT SALDOS-CAMPUS
               CLOSE SALDOS-CAMPUS
               OPEN I-O SALDOS-CAMPUS
           END-IF.
           PERFORM APLICAR-UN-SALDO-CAMPUS
                   VARYING IDX-CAMPUS FROM 1 BY 1
                   UNTIL IDX-CAMPUS > CANT-SALDOS-CAMPUS.
           CLOSE SALDOS-CAMPUS.
           DISPLAY "SALDOS ACUMULADOS EN GLBALCAM: ",
                   CANT-SALDOS-CAMPUS, " CUENTAS/PERÍODOS/CAMPUS".

       APLICAR-UN-SALDO.
           MOVE SLO-CUENTA(IDX-SALDO) TO GLB-CUENTA.
                   REWRITE REG-SALDO-GL
           END-READ.

       APLICAR-UN-SALDO-CAMPUS.
           MOVE SCA-CUENTA(IDX-CAMPUS) TO GLC-CUENTA.
           MOVE SCA-PERIODO(IDX-CAMPUS) TO GLC-PERIODO.
           MOVE SCA-CAMPUS(IDX-CAMPUS) TO GLC-CAMPUS.
           READ SALDOS-CAMPUS
               INVALID KEY
                   MOVE 0 TO GLC-DEBITOS
                   MOVE 0 TO GLC-CREDITOS
                   ADD SCA-DEBITOS(IDX-CAMPUS) TO GLC-DEBITOS
                   ADD SCA-CREDITOS(IDX-CAMPUS) TO GLC-CREDITOS
                   WRITE REG-SALDO-CAMPUS
               NOT INVALID KEY
                   ADD SCA-DEBITOS(IDX-CAMPUS) TO GLC-DEBITOS
                   ADD SCA-CREDITOS(IDX-CAMPUS) TO GLC-CREDITOS
                   REWRITE REG-SALDO-CAMPUS
           END-READ.

       AGREGAR-TRAILER-GL.
           MOVE NETO-TRAILER-CALCULO TO NETO-TRAILER.
           OPEN EXTEND GL-FIXED-FILE.
