      ******************************************************************
      * BANDEJA-PROC.CPY
      * Hojas de corte de bandeja para los envíos masivos con presort
      * por código postal (STUDENT-LABELS, LABEL-REPRINT,
      * DUNNING-LETTERS, TRANSCRIPT-REPORT).  Las piezas salen ya
      * ordenadas por código postal; por cada pieza el programa carga
      * su código en BDJ-COD-PIEZA y hace PERFORM sobre
      * CONTAR-PIEZA-BANDEJA.  Cuando el código cambia sale, en página
      * propia, la hoja de la bandeja que se cierra con su código y su
      * cantidad de piezas, para intercalarla al ensobrar.  Cargar
      * BDJ-PROGRAMA antes de INICIAR-BANDEJAS; TERMINAR-BANDEJAS
      * cierra la última bandeja y deja la hoja resumen.  Las piezas
      * sin código postal (dirección sin revisar o no reconocida por
      * ADDRESS-STANDARD) van juntas en la primera bandeja, marcada
      * SIN CÓDIGO.  Cada programa que COPYa esto también necesita su
      * propio SELECT HOJAS-BANDEJA (LINE SEQUENTIAL, FILE STATUS
      * FS-HOJAS-BANDEJA) y FD HOJAS-BANDEJA con LINEA-BANDEJA
      * PIC X(60).
      ******************************************************************
       INICIAR-BANDEJAS.
           MOVE 0 TO BDJ-CANT-PIEZAS.
           MOVE 0 TO BDJ-CANT-BANDEJAS.
           MOVE 0 TO BDJ-TOTAL-PIEZAS.
           MOVE "N" TO SW-BANDEJA-ABIERTA.
           ACCEPT BDJ-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT HOJAS-BANDEJA.

       CONTAR-PIEZA-BANDEJA.
           IF BANDEJA-ABIERTA AND BDJ-COD-PIEZA NOT = BDJ-COD-POSTAL
               PERFORM CERRAR-BANDEJA
           END-IF.
           IF NOT BANDEJA-ABIERTA
               MOVE BDJ-COD-PIEZA TO BDJ-COD-POSTAL
               MOVE 0 TO BDJ-CANT-PIEZAS
               MOVE "S" TO SW-BANDEJA-ABIERTA
           END-IF.
           ADD 1 TO BDJ-CANT-PIEZAS.
           ADD 1 TO BDJ-TOTAL-PIEZAS.

       CERRAR-BANDEJA.
           ADD 1 TO BDJ-CANT-BANDEJAS.
           MOVE BDJ-CANT-PIEZAS TO BDJ-PIEZAS-ED.
           MOVE ALL "=" TO LINEA-BANDEJA.
           WRITE LINEA-BANDEJA AFTER ADVANCING PAGE.
           MOVE SPACES TO LINEA-BANDEJA.
           STRING "CORTE DE BANDEJA - " DELIMITED BY SIZE
               BDJ-PROGRAMA DELIMITED BY SIZE
               INTO LINEA-BANDEJA
           END-STRING.
           WRITE LINEA-BANDEJA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-BANDEJA.
           STRING "BANDEJA NRO:    " DELIMITED BY SIZE
               BDJ-CANT-BANDEJAS DELIMITED BY SIZE
               INTO LINEA-BANDEJA
           END-STRING.
           WRITE LINEA-BANDEJA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-BANDEJA.
           IF BDJ-COD-POSTAL = SPACES
               MOVE "CÓDIGO POSTAL:  SIN CÓDIGO (FRANQUEO COMÚN)"
                   TO LINEA-BANDEJA
           ELSE
               STRING "CÓDIGO POSTAL:  " DELIMITED BY SIZE
                   BDJ-COD-POSTAL DELIMITED BY SIZE
                   INTO LINEA-BANDEJA
               END-STRING
           END-IF.
           WRITE LINEA-BANDEJA AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-BANDEJA.
           STRING "PIEZAS:         " DELIMITED BY SIZE
               BDJ-PIEZAS-ED DELIMITED BY SIZE
               INTO LINEA-BANDEJA
           END-STRING.
           WRITE LINEA-BANDEJA AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-BANDEJA.
           STRING "FECHA:          " DELIMITED BY SIZE
               BDJ-FECHA DELIMITED BY SIZE
               INTO LINEA-BANDEJA
           END-STRING.
           WRITE LINEA-BANDEJA AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO LINEA-BANDEJA.
           WRITE LINEA-BANDEJA AFTER ADVANCING 2 LINES.
           MOVE "N" TO SW-BANDEJA-ABIERTA.

       TERMINAR-BANDEJAS.
           IF BANDEJA-ABIERTA
               PERFORM CERRAR-BANDEJA
           END-IF.
           MOVE ALL "=" TO LINEA-BANDEJA.
           WRITE LINEA-BANDEJA AFTER ADVANCING PAGE.
           MOVE SPACES TO LINEA-BANDEJA.
           STRING "RESUMEN DEL PRESORT - " DELIMITED BY SIZE
               BDJ-PROGRAMA DELIMITED BY SIZE
               INTO LINEA-BANDEJA
           END-STRING.
           WRITE LINEA-BANDEJA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LINEA-BANDEJA.
           STRING "BANDEJAS:       " DELIMITED BY SIZE
               BDJ-CANT-BANDEJAS DELIMITED BY SIZE
               INTO LINEA-BANDEJA
           END-STRING.
           WRITE LINEA-BANDEJA AFTER ADVANCING 2 LINES.
           MOVE BDJ-TOTAL-PIEZAS TO BDJ-PIEZAS-ED.
           MOVE SPACES TO LINEA-BANDEJA.
           STRING "PIEZAS:         " DELIMITED BY SIZE
               BDJ-PIEZAS-ED DELIMITED BY SIZE
               INTO LINEA-BANDEJA
           END-STRING.
           WRITE LINEA-BANDEJA AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO LINEA-BANDEJA.
           WRITE LINEA-BANDEJA AFTER ADVANCING 2 LINES.
           CLOSE HOJAS-BANDEJA.
