      ******************************************************************
      * EXTCHK-PROC.CPY
      * Apertura, lectura y cierre del extracto nocturno de
      * estudiantes STUDEXT (ver EXTCHK.CPY para los campos y el
      * SELECT/FD que el llamador declara).  La primera fila debe ser
      * la cabecera de STUDENT-EXTRACT: sin archivo, o sin cabecera,
      * el extracto queda no disponible y el reporte sale sin
      * estudiantes, con aviso.  Al llegar al pie se cotejan las
      * cantidades de estudiantes y de filas leídas contra las que
      * grabó el extracto; un pie que no cuadra, o un archivo que
      * termina sin pie (extracto cortado a mitad de camino), deja
      * aviso y RETURN-CODE 4 - el reporte igual sale, pero el
      * operador sabe que no es la foto completa de la noche.
      ******************************************************************
       ABRIR-EXTRACTO.
           MOVE "N" TO SW-EXTCHK-DISPONIBLE.
           MOVE "N" TO SW-EXTCHK-CON-PIE.
           MOVE "S" TO SW-FIN-EXTRACTO.
           MOVE 0 TO EXTCHK-CANT-ESTUDIANTES.
           MOVE 0 TO EXTCHK-CANT-FILAS.
           OPEN INPUT EXTRACTO-ESTUDIANTES.
           IF NOT FS-EXT-OK
               DISPLAY "ADVERTENCIA: SIN EXTRACTO DE ESTUDIANTES "
                       "STUDEXT - CORRER STUDENT-EXTRACT (STUDEXT)"
               GO TO ABRIR-EXTRACTO-FIN
           END-IF.
           READ EXTRACTO-ESTUDIANTES
               AT END
                   MOVE SPACE TO EXT-TIPO
           END-READ.
           IF NOT EXT-ES-CABECERA
               DISPLAY "ADVERTENCIA: EXTRACTO STUDEXT SIN CABECERA"
                       " - SE DESCARTA"
               CLOSE EXTRACTO-ESTUDIANTES
               MOVE 4 TO RETURN-CODE
               GO TO ABRIR-EXTRACTO-FIN
           END-IF.
           MOVE EXT-CTL-FECHA TO EXTCHK-FECHA.
           MOVE EXT-CTL-HORA TO EXTCHK-HORA.
           MOVE "S" TO SW-EXTCHK-DISPONIBLE.
           MOVE "N" TO SW-FIN-EXTRACTO.
           DISPLAY "EXTRACTO DE ESTUDIANTES AL ", EXTCHK-FECHA, " ",
                   EXTCHK-HORA(1:2), ":", EXTCHK-HORA(3:2).
           PERFORM LEER-EXTRACTO.
       ABRIR-EXTRACTO-FIN.
           EXIT.

       LEER-EXTRACTO.
           READ EXTRACTO-ESTUDIANTES
               AT END
                   MOVE "S" TO SW-FIN-EXTRACTO
                   DISPLAY "ADVERTENCIA: EXTRACTO STUDEXT SIN PIE - "
                           "PUEDE ESTAR INCOMPLETO"
                   MOVE 4 TO RETURN-CODE
               NOT AT END
                   IF EXT-ES-PIE
                       MOVE "S" TO SW-FIN-EXTRACTO
                       MOVE "S" TO SW-EXTCHK-CON-PIE
                       PERFORM VERIFICAR-PIE-EXTRACTO
                   ELSE
                       ADD 1 TO EXTCHK-CANT-FILAS
                       IF EXT-FILA-ESTUDIANTE
                           ADD 1 TO EXTCHK-CANT-ESTUDIANTES
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-PIE-EXTRACTO.
           IF EXT-CTL-FILAS NOT = EXTCHK-CANT-FILAS
              OR EXT-CTL-ESTUDIANTES NOT = EXTCHK-CANT-ESTUDIANTES
               DISPLAY "ADVERTENCIA: EXTRACTO STUDEXT NO CUADRA CON "
                       "SU PIE - FILAS ", EXTCHK-CANT-FILAS, " DE ",
                       EXT-CTL-FILAS, ", ESTUDIANTES ",
                       EXTCHK-CANT-ESTUDIANTES, " DE ",
                       EXT-CTL-ESTUDIANTES
               MOVE 4 TO RETURN-CODE
           END-IF.

       CERRAR-EXTRACTO.
           IF EXTCHK-DISPONIBLE
               CLOSE EXTRACTO-ESTUDIANTES
               MOVE "N" TO SW-EXTCHK-DISPONIBLE
           END-IF.
