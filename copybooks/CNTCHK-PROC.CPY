      ******************************************************************
      * CNTCHK-PROC.CPY
      * Apertura, ajuste y lectura del conteo mantenido de inscriptos
      * ENRLCNT (ver INSCCNT.CPY para el registro y CNTCHK.CPY para
      * los campos y el SELECT/FD que el llamador declara).
      *
      * Cada ajuste lee el registro materia/sección con bloqueo, le
      * suma o resta el asiento y lo reescribe enseguida, así dos
      * terminales que graban a la vez no se pisan la cuenta.  Un
      * registro tomado por otra terminal se maneja como en STUDMAST:
      * en una terminal se avisa y se reintenta con ENTER; en un lote
      * se reintenta CNTCHK-MAX-INTENTOS veces y, si sigue tomado, el
      * ajuste se deja en el registro de excepciones para que lo
      * recoja el recuento nocturno ENROLL-COUNT-RECON.  Si ENRLCNT
      * no se puede abrir, el programa sigue sin conteo (con aviso) y
      * el recuento nocturno lo rearma.
      ******************************************************************
       ABRIR-CONTEO-INSCRIPTOS.
           MOVE "N" TO SW-CNTCHK-DISPONIBLE.
           OPEN I-O CONTEO-INSCRIPTOS.
           IF FS-CNT-NO-EXISTE
               OPEN OUTPUT CONTEO-INSCRIPTOS
               CLOSE CONTEO-INSCRIPTOS
               OPEN I-O CONTEO-INSCRIPTOS
               IF FS-CNT-OK
                   DISPLAY "ADVERTENCIA: CONTEO DE INSCRIPTOS ENRLCNT "
                           "NUEVO - CORRER ENROLL-COUNT-RECON "
                           "(ENRLRECN)"
               END-IF
           END-IF.
           IF NOT FS-CNT-OK
               DISPLAY "ADVERTENCIA: SIN CONTEO DE INSCRIPTOS ENRLCNT"
                       " (ESTADO ", FS-CONTEO-INSCRIPTOS, ") - "
                       "QUEDA PARA EL RECUENTO NOCTURNO"
               GO TO ABRIR-CONTEO-INSCRIPTOS-FIN
           END-IF.
           MOVE "S" TO SW-CNTCHK-DISPONIBLE.
       ABRIR-CONTEO-INSCRIPTOS-FIN.
           EXIT.

       CERRAR-CONTEO-INSCRIPTOS.
           IF CNTCHK-DISPONIBLE
               CLOSE CONTEO-INSCRIPTOS
               MOVE "N" TO SW-CNTCHK-DISPONIBLE
           END-IF.

      ******************************************************************
      * Un asiento: CNTCHK-COD-MATERIA / CNTCHK-SECCION con
      * CNTCHK-DELTA +1 (toma) o -1 (libera).  Un par que todavía no
      * tiene registro se da de alta con la primera toma; una
      * liberación nunca deja la cuenta por debajo de cero.
      ******************************************************************
       AJUSTAR-CONTEO-INSCRIPTOS.
           IF CNTCHK-DISPONIBLE
              AND CNTCHK-COD-MATERIA NOT = SPACES
              AND CNTCHK-DELTA NOT = 0
               PERFORM GRABAR-AJUSTE-CONTEO
                       THRU GRABAR-AJUSTE-CONTEO-FIN
               UNLOCK CONTEO-INSCRIPTOS
           END-IF.

       GRABAR-AJUSTE-CONTEO.
           PERFORM LEER-CONTEO-BLOQUEADO.
           IF CNTCHK-EN-USO
               PERFORM AVISAR-CONTEO-EN-USO
               GO TO GRABAR-AJUSTE-CONTEO-FIN
           END-IF.
           IF CNTCHK-HALLADO
               PERFORM SELLAR-CONTEO
               REWRITE REG-CONTEO-INSCRIPTOS
               PERFORM VERIFICAR-ESCRITURA-CONTEO
               GO TO GRABAR-AJUSTE-CONTEO-FIN
           END-IF.
           IF CNTCHK-DELTA < 0
               GO TO GRABAR-AJUSTE-CONTEO-FIN
           END-IF.
           MOVE CNTCHK-COD-MATERIA TO CNI-COD-MATERIA.
           MOVE CNTCHK-SECCION TO CNI-SECCION.
           MOVE 0 TO CNI-CANTIDAD.
           PERFORM SELLAR-CONTEO.
           WRITE REG-CONTEO-INSCRIPTOS
               INVALID KEY
                   CONTINUE
           END-WRITE.
      * Otra terminal dio de alta el mismo par entre la lectura y la
      * grabación: se vuelve a leer y se suma sobre el suyo.
           IF FS-CNT-DUPLICADO
               GO TO GRABAR-AJUSTE-CONTEO
           END-IF.
           PERFORM VERIFICAR-ESCRITURA-CONTEO.
       GRABAR-AJUSTE-CONTEO-FIN.
           EXIT.

       LEER-CONTEO-BLOQUEADO.
           MOVE "N" TO SW-CNTCHK-EN-USO.
           MOVE "N" TO SW-CNTCHK-LISTO.
           MOVE 0 TO CNTCHK-INTENTOS.
           PERFORM INTENTAR-LEER-CONTEO UNTIL CNTCHK-LISTO.

       INTENTAR-LEER-CONTEO.
           MOVE "N" TO SW-CNTCHK-HALLADO.
           MOVE CNTCHK-COD-MATERIA TO CNI-COD-MATERIA.
           MOVE CNTCHK-SECCION TO CNI-SECCION.
           READ CONTEO-INSCRIPTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-CNTCHK-HALLADO
           END-READ.
           IF FS-CNT-BLOQUEADO
               MOVE "N" TO SW-CNTCHK-HALLADO
               PERFORM ESPERAR-CONTEO-BLOQUEADO
           ELSE
               MOVE "S" TO SW-CNTCHK-LISTO
           END-IF.

       ESPERAR-CONTEO-BLOQUEADO.
           ADD 1 TO CNTCHK-INTENTOS.
           IF CNTCHK-TERMINAL
               DISPLAY "REGISTRO EN USO POR OTRA TERMINAL - ENTER"
                       " PARA REINTENTAR"
               ACCEPT CNTCHK-OPCION
           ELSE
               IF CNTCHK-INTENTOS NOT < CNTCHK-MAX-INTENTOS
                   MOVE "S" TO SW-CNTCHK-EN-USO
                   MOVE "S" TO SW-CNTCHK-LISTO
               END-IF
           END-IF.

       SELLAR-CONTEO.
           IF CNTCHK-DELTA < 0 AND CNI-CANTIDAD = 0
               CONTINUE
           ELSE
               ADD CNTCHK-DELTA TO CNI-CANTIDAD
           END-IF.
           ACCEPT CNI-FECHA-ACT FROM DATE YYYYMMDD.
           ACCEPT CNI-HORA-ACT FROM TIME.
           MOVE CNTCHK-PROGRAMA TO CNI-PROGRAMA-ACT.

       VERIFICAR-ESCRITURA-CONTEO.
           MOVE "ENRLCNT" TO FCHK-ARCHIVO.
           MOVE CNI-CLAVE TO FCHK-CLAVE.
           MOVE FS-CONTEO-INSCRIPTOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       AVISAR-CONTEO-EN-USO.
           DISPLAY "ADVERTENCIA: CONTEO ENRLCNT EN USO - ",
                   CNTCHK-COD-MATERIA, "-", CNTCHK-SECCION,
                   " QUEDA PARA EL RECUENTO NOCTURNO".
           MOVE CNTCHK-PROGRAMA TO EXCLOG-PROGRAMA.
           MOVE "CONTEO-INSCRIPTOS" TO EXCLOG-CAMPO.
           MOVE SPACES TO EXCLOG-VALOR-MALO.
           STRING CNTCHK-COD-MATERIA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CNTCHK-SECCION DELIMITED BY SIZE
               " EN USO" DELIMITED BY SIZE
               INTO EXCLOG-VALOR-MALO
           END-STRING.
           PERFORM REGISTRAR-EXCEPCION.

      ******************************************************************
      * Inscriptos de una materia en todas sus secciones, para el
      * control de cupo: CNTCHK-COD-MATERIA y PERFORM
      * SUMAR-CONTEO-MATERIA; la suma queda en CNTCHK-TOTAL-MATERIA.
      * Si una de las secciones está tomada la suma se rehace desde
      * la primera (en un lote, hasta CNTCHK-MAX-INTENTOS veces; si
      * no alcanza queda CNTCHK-EN-USO y la suma no vale).
      ******************************************************************
       SUMAR-CONTEO-MATERIA.
           MOVE 0 TO CNTCHK-TOTAL-MATERIA.
           MOVE 0 TO CNTCHK-INTENTOS.
           MOVE "N" TO SW-CNTCHK-EN-USO.
           MOVE "N" TO SW-CNTCHK-LISTO.
           IF CNTCHK-DISPONIBLE
               PERFORM RECORRER-CONTEO-MATERIA UNTIL CNTCHK-LISTO
               UNLOCK CONTEO-INSCRIPTOS
           END-IF.

       RECORRER-CONTEO-MATERIA.
           MOVE 0 TO CNTCHK-TOTAL-MATERIA.
           MOVE "N" TO SW-FIN-CNTCHK.
           MOVE CNTCHK-COD-MATERIA TO CNI-COD-MATERIA.
           MOVE 0 TO CNI-SECCION.
           START CONTEO-INSCRIPTOS
               KEY IS NOT LESS THAN CNI-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-CNTCHK
           END-START.
           IF NOT FIN-CNTCHK
               PERFORM LEER-SIGUIENTE-CONTEO
           END-IF.
           PERFORM SUMAR-UNA-SECCION-CONTEO UNTIL FIN-CNTCHK.
           IF FS-CNT-BLOQUEADO
               PERFORM ESPERAR-CONTEO-BLOQUEADO
           ELSE
               MOVE "S" TO SW-CNTCHK-LISTO
           END-IF.

       LEER-SIGUIENTE-CONTEO.
           READ CONTEO-INSCRIPTOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CNTCHK
           END-READ.
           IF NOT FS-CNT-OK
              OR CNI-COD-MATERIA NOT = CNTCHK-COD-MATERIA
               MOVE "S" TO SW-FIN-CNTCHK
           END-IF.

       SUMAR-UNA-SECCION-CONTEO.
           ADD CNI-CANTIDAD TO CNTCHK-TOTAL-MATERIA.
           PERFORM LEER-SIGUIENTE-CONTEO.

      ******************************************************************
      * Cambio de un registro de STUDMAST: las materias del registro
      * como estaba (TOMAR-MATERIAS-ANTES) y como quedó
      * (TOMAR-MATERIAS-DESPUES) se parean por materia y sección; las
      * del después sin par toman asiento y las del antes sin par lo
      * liberan.  Solo cuentan los estudiantes activos.
      ******************************************************************
       TOMAR-MATERIAS-ANTES.
           PERFORM VACIAR-MATERIAS-ANTES.
           IF EST-ACTIVO
               PERFORM TOMAR-UNA-MATERIA-ANTES
                       VARYING IDX-CNTCHK-ANTES FROM 1 BY 1
                       UNTIL IDX-CNTCHK-ANTES > NUM-MATERIAS
                          OR IDX-CNTCHK-ANTES > 6
           END-IF.

       TOMAR-UNA-MATERIA-ANTES.
           IF COD-MATERIA(IDX-CNTCHK-ANTES) NOT = SPACES
               MOVE COD-MATERIA(IDX-CNTCHK-ANTES)
                   TO CNTCHK-ANT-COD(IDX-CNTCHK-ANTES)
               MOVE SECCION-MATERIA(IDX-CNTCHK-ANTES)
                   TO CNTCHK-ANT-SEC(IDX-CNTCHK-ANTES)
           END-IF.

       VACIAR-MATERIAS-ANTES.
           PERFORM VACIAR-UNA-MATERIA-ANTES
                   VARYING IDX-CNTCHK-ANTES FROM 1 BY 1
                   UNTIL IDX-CNTCHK-ANTES > 6.

       VACIAR-UNA-MATERIA-ANTES.
           MOVE SPACES TO CNTCHK-ANT-COD(IDX-CNTCHK-ANTES).
           MOVE 0 TO CNTCHK-ANT-SEC(IDX-CNTCHK-ANTES).
           MOVE "N" TO CNTCHK-ANT-PAREADA(IDX-CNTCHK-ANTES).

       TOMAR-MATERIAS-DESPUES.
           PERFORM VACIAR-MATERIAS-DESPUES.
           IF EST-ACTIVO
               PERFORM TOMAR-UNA-MATERIA-DESPUES
                       VARYING IDX-CNTCHK-DESPUES FROM 1 BY 1
                       UNTIL IDX-CNTCHK-DESPUES > NUM-MATERIAS
                          OR IDX-CNTCHK-DESPUES > 6
           END-IF.

       TOMAR-UNA-MATERIA-DESPUES.
           IF COD-MATERIA(IDX-CNTCHK-DESPUES) NOT = SPACES
               MOVE COD-MATERIA(IDX-CNTCHK-DESPUES)
                   TO CNTCHK-DES-COD(IDX-CNTCHK-DESPUES)
               MOVE SECCION-MATERIA(IDX-CNTCHK-DESPUES)
                   TO CNTCHK-DES-SEC(IDX-CNTCHK-DESPUES)
           END-IF.

       VACIAR-MATERIAS-DESPUES.
           PERFORM VACIAR-UNA-MATERIA-DESPUES
                   VARYING IDX-CNTCHK-DESPUES FROM 1 BY 1
                   UNTIL IDX-CNTCHK-DESPUES > 6.

       VACIAR-UNA-MATERIA-DESPUES.
           MOVE SPACES TO CNTCHK-DES-COD(IDX-CNTCHK-DESPUES).
           MOVE 0 TO CNTCHK-DES-SEC(IDX-CNTCHK-DESPUES).

       ACTUALIZAR-CONTEO-ESTUDIANTE.
           PERFORM DESPAREAR-UNA-MATERIA-ANTES
                   VARYING IDX-CNTCHK-ANTES FROM 1 BY 1
                   UNTIL IDX-CNTCHK-ANTES > 6.
           PERFORM SUMAR-UNA-MATERIA-DESPUES
                   VARYING IDX-CNTCHK-DESPUES FROM 1 BY 1
                   UNTIL IDX-CNTCHK-DESPUES > 6.
           PERFORM RESTAR-UNA-MATERIA-ANTES
                   VARYING IDX-CNTCHK-ANTES FROM 1 BY 1
                   UNTIL IDX-CNTCHK-ANTES > 6.

       DESPAREAR-UNA-MATERIA-ANTES.
           MOVE "N" TO CNTCHK-ANT-PAREADA(IDX-CNTCHK-ANTES).

       SUMAR-UNA-MATERIA-DESPUES.
           IF CNTCHK-DES-COD(IDX-CNTCHK-DESPUES) NOT = SPACES
               MOVE "N" TO SW-CNTCHK-CON-PAR
               PERFORM BUSCAR-PAR-ANTES
                       VARYING IDX-CNTCHK-ANTES FROM 1 BY 1
                       UNTIL IDX-CNTCHK-ANTES > 6
                          OR CNTCHK-CON-PAR
               IF NOT CNTCHK-CON-PAR
                   MOVE CNTCHK-DES-COD(IDX-CNTCHK-DESPUES)
                       TO CNTCHK-COD-MATERIA
                   MOVE CNTCHK-DES-SEC(IDX-CNTCHK-DESPUES)
                       TO CNTCHK-SECCION
                   MOVE +1 TO CNTCHK-DELTA
                   PERFORM AJUSTAR-CONTEO-INSCRIPTOS
               END-IF
           END-IF.

       BUSCAR-PAR-ANTES.
           IF NOT CNTCHK-ANT-CON-PAR(IDX-CNTCHK-ANTES)
              AND CNTCHK-ANT-COD(IDX-CNTCHK-ANTES) =
                  CNTCHK-DES-COD(IDX-CNTCHK-DESPUES)
              AND CNTCHK-ANT-SEC(IDX-CNTCHK-ANTES) =
                  CNTCHK-DES-SEC(IDX-CNTCHK-DESPUES)
               MOVE "S" TO CNTCHK-ANT-PAREADA(IDX-CNTCHK-ANTES)
               MOVE "S" TO SW-CNTCHK-CON-PAR
           END-IF.

       RESTAR-UNA-MATERIA-ANTES.
           IF CNTCHK-ANT-COD(IDX-CNTCHK-ANTES) NOT = SPACES
              AND NOT CNTCHK-ANT-CON-PAR(IDX-CNTCHK-ANTES)
               MOVE CNTCHK-ANT-COD(IDX-CNTCHK-ANTES)
                   TO CNTCHK-COD-MATERIA
               MOVE CNTCHK-ANT-SEC(IDX-CNTCHK-ANTES)
                   TO CNTCHK-SECCION
               MOVE -1 TO CNTCHK-DELTA
               PERFORM AJUSTAR-CONTEO-INSCRIPTOS
           END-IF.
