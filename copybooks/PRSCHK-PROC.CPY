      ******************************************************************
      * PRSCHK-PROC.CPY
      * Cuenta los préstamos pendientes (prestados o ya cobrados y no
      * devueltos) de PRSCHK-ID-ESTUDIANTE por la clave alterna de
      * ITEMLOAN (ver PRSCHK.CPY para los campos y el SELECT/FD que
      * el llamador declara).  Abre y cierra el archivo en cada
      * consulta; sin archivo ITEMLOAN la cuenta da cero.
      ******************************************************************
       CONTAR-PRESTAMOS-PENDIENTES.
           MOVE 0 TO PRSCHK-CANTIDAD.
           MOVE 0 TO PRSCHK-COBRADOS.
           OPEN INPUT PRESTAMOS.
           IF FS-PRS-OK
               MOVE "N" TO SW-PRSCHK-FIN
               MOVE PRSCHK-ID-ESTUDIANTE TO PRS-ID-ESTUDIANTE
               START PRESTAMOS KEY IS NOT LESS THAN PRS-ID-ESTUDIANTE
                   INVALID KEY
                       MOVE "S" TO SW-PRSCHK-FIN
               END-START
               PERFORM LEER-PRESTAMO-PRSCHK UNTIL PRSCHK-FIN
               CLOSE PRESTAMOS
           END-IF.

       LEER-PRESTAMO-PRSCHK.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-PRSCHK-FIN
               NOT AT END
                   IF PRS-ID-ESTUDIANTE NOT = PRSCHK-ID-ESTUDIANTE
                       MOVE "S" TO SW-PRSCHK-FIN
                   ELSE
                       IF PRS-PENDIENTE
                           ADD 1 TO PRSCHK-CANTIDAD
                       END-IF
                       IF PRS-COBRADO
                           ADD 1 TO PRSCHK-COBRADOS
                       END-IF
                   END-IF
           END-READ.
