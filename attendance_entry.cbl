      * ID no está - y el estado (P)RESENTE, (A)USENTE o (T)ARDE.
      * Cada toma se graba en el archivo ASISTENC con clave ID+fecha;
      * re-tomar un mismo día reescribe la fila de ese día.
      *
      * MODIFICATION HISTORY
      * 2026-10-14  Un día de suspensión asentado por INCIDENT-ENTRY
      *             (estado "J", ausencia justificada) no se pisa con
      *             una (A)USENTE tecleada desde la planilla: queda
      *             justificado y se avisa.  Presente o tarde sí lo
      *             reemplazan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-ENTRY.
       01  ESTADO-ENTRADA PIC A.
       01  CANT-TOMADAS PIC 9(4) VALUE 0.
       01  OPCION-ID PIC A.
       01  SW-DIA-SUSPENSION PIC A.
           88  DIA-SUSPENSION VALUE "S".
           COPY IDCHK.

       PROCEDURE DIVISION.
                   UNTIL EST-EXISTE.
           MOVE "N" TO SW-ESTADO-OK.
           PERFORM PEDIR-ESTADO UNTIL ESTADO-OK.
           PERFORM GRABAR-ASISTENCIA THRU GRABAR-ASISTENCIA-FIN.
           DISPLAY "¿TOMAR OTRO ESTUDIANTE? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.
           END-IF.

       GRABAR-ASISTENCIA.
           MOVE ID-ESTUDIANTE TO ASI-ID-ESTUDIANTE.
           MOVE FECHA-TOMA TO ASI-FECHA.
           MOVE "N" TO SW-DIA-SUSPENSION.
           READ ASISTENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ASI-JUSTIFICADO
                       MOVE "S" TO SW-DIA-SUSPENSION
                   END-IF
           END-READ.
           IF DIA-SUSPENSION AND ESTADO-ENTRADA = "A"
               DISPLAY "DÍA DE SUSPENSIÓN - QUEDA COMO AUSENCIA"
                       " JUSTIFICADA"
               GO TO GRABAR-ASISTENCIA-FIN
           END-IF.
           MOVE ID-ESTUDIANTE TO ASI-ID-ESTUDIANTE.
           MOVE FECHA-TOMA TO ASI-FECHA.
           MOVE ESTADO-ENTRADA TO ASI-ESTADO.
                   DISPLAY "ASISTENCIA DEL DÍA REEMPLAZADA"
           END-WRITE.
           ADD 1 TO CANT-TOMADAS.
       GRABAR-ASISTENCIA-FIN.
           EXIT.

           COPY IDCHK-PROC.
