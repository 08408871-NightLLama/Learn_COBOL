      ******************************************************************
      * PROMACUM-PROC.CPY
      * Promedio acumulado compartido (ver PROMACUM.CPY para los
      * campos y los archivos que el llamador declara):
      *
      *   CALCULAR-PROMEDIO-ACUM - recorre los términos cerrados de
      *       PAC-ID-ESTUDIANTE en TERMHIST y deja en PAC-PROMEDIO el
      *       promedio ponderado por créditos, en PAC-CREDITOS los
      *       créditos calificados, en PAC-CREDITOS-APROBADOS los de
      *       nota 60 o más y en PAC-CANT-TERMINOS los términos
      *       leídos.  Sólo cuentan las filas normales; de una materia
      *       repetida vale un solo intento, el mejor o el más
      *       reciente según PAC-MODO-REPETIDA, igual que en el
      *       acumulado de TRANSCRIPT-REPORT.  Los créditos salen de
      *       CAT-CREDITOS; cero o un código fuera del catálogo pesa
      *       1.  Sin historia, todo queda en cero.
      *
      * El párrafo deja posicionado TERM-HIST al final del
      * estudiante; el llamador que después lee al azar no se ve
      * afectado.
      ******************************************************************
       CALCULAR-PROMEDIO-ACUM.
           MOVE 0 TO PAC-PROMEDIO.
           MOVE 0 TO PAC-CREDITOS.
           MOVE 0 TO PAC-CREDITOS-APROBADOS.
           MOVE 0 TO PAC-CANT-TERMINOS.
           MOVE 0 TO PAC-TOTAL-PONDERADO.
           MOVE 0 TO PAC-CANT-CODIGOS.
           MOVE "N" TO SW-PAC-FIN.
           MOVE PAC-ID-ESTUDIANTE TO TH-ID-ESTUDIANTE.
           MOVE LOW-VALUES TO TH-TERMINO.
           START TERM-HIST KEY IS NOT LESS THAN TH-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-PAC-FIN
           END-START.
           IF NOT PAC-FIN
               PERFORM LEER-TERMINO-PAC
           END-IF.
           PERFORM REGISTRAR-TERMINO-PAC UNTIL PAC-FIN.
           PERFORM SUMAR-CODIGO-PAC
                   VARYING PAC-IDX FROM 1 BY 1
                   UNTIL PAC-IDX > PAC-CANT-CODIGOS.
           IF PAC-CREDITOS > 0
               COMPUTE PAC-PROMEDIO ROUNDED =
                       PAC-TOTAL-PONDERADO / PAC-CREDITOS
           END-IF.

       LEER-TERMINO-PAC.
           READ TERM-HIST NEXT RECORD
               AT END
                   MOVE "S" TO SW-PAC-FIN
           END-READ.
           IF NOT PAC-FIN
               IF TH-ID-ESTUDIANTE NOT = PAC-ID-ESTUDIANTE
                   MOVE "S" TO SW-PAC-FIN
               END-IF
           END-IF.

       REGISTRAR-TERMINO-PAC.
           ADD 1 TO PAC-CANT-TERMINOS.
           PERFORM REGISTRAR-FILA-PAC
                   VARYING PAC-IDX-TH FROM 1 BY 1
                   UNTIL PAC-IDX-TH > TH-NUM-MATERIAS.
           PERFORM LEER-TERMINO-PAC.

       REGISTRAR-FILA-PAC.
           IF TH-ESTADO-MATERIA(PAC-IDX-TH) = "N"
              OR TH-ESTADO-MATERIA(PAC-IDX-TH) = SPACE
               IF TH-COD-MATERIA(PAC-IDX-TH) NOT = SPACES
                   MOVE TH-COD-MATERIA(PAC-IDX-TH)
                       TO PAC-COD-EN-CONTROL
                   MOVE TH-NOTA-MATERIA(PAC-IDX-TH)
                       TO PAC-NOTA-EN-CONTROL
                   PERFORM REGISTRAR-INTENTO-PAC
               END-IF
           END-IF.

       REGISTRAR-INTENTO-PAC.
           MOVE "N" TO SW-PAC-HALLADO.
           PERFORM BUSCAR-CODIGO-PAC
                   VARYING PAC-IDX FROM 1 BY 1
                   UNTIL PAC-IDX > PAC-CANT-CODIGOS
                      OR PAC-HALLADO.
           IF PAC-HALLADO
               SUBTRACT 1 FROM PAC-IDX
               IF PAC-MODO-RECIENTE
                  OR PAC-NOTA-EN-CONTROL >= PAC-NOTA(PAC-IDX)
                   MOVE PAC-NOTA-EN-CONTROL TO PAC-NOTA(PAC-IDX)
               END-IF
           ELSE
               IF PAC-CANT-CODIGOS < 60
                   ADD 1 TO PAC-CANT-CODIGOS
                   MOVE PAC-COD-EN-CONTROL
                       TO PAC-COD(PAC-CANT-CODIGOS)
                   MOVE PAC-NOTA-EN-CONTROL
                       TO PAC-NOTA(PAC-CANT-CODIGOS)
               END-IF
           END-IF.

       BUSCAR-CODIGO-PAC.
           IF PAC-COD(PAC-IDX) = PAC-COD-EN-CONTROL
               MOVE "S" TO SW-PAC-HALLADO
           END-IF.

       SUMAR-CODIGO-PAC.
           MOVE 1 TO PAC-PESO.
           IF PAC-CATALOGO
               MOVE PAC-COD(PAC-IDX) TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAT-CREDITOS > 0
                           MOVE CAT-CREDITOS TO PAC-PESO
                       END-IF
               END-READ
           END-IF.
           COMPUTE PAC-TOTAL-PONDERADO = PAC-TOTAL-PONDERADO +
                   PAC-NOTA(PAC-IDX) * PAC-PESO.
           ADD PAC-PESO TO PAC-CREDITOS.
           IF PAC-NOTA(PAC-IDX) >= 60
               ADD PAC-PESO TO PAC-CREDITOS-APROBADOS
           END-IF.
