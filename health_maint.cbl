      ******************************************************************
      * Mantenimiento de la ficha de salud del estudiante (HEALTHMS,
      * ver SALUD.CPY): pasa a archivo la tarjeta de vacunas que la
      * enfermería guardaba en el cajón.  El estudiante se valida
      * contra STUDMAST con el dígito verificador igual que
      * ATTENDANCE-ENTRY; sobre su ficha (nueva si no tiene) se cargan
      * o quitan dosis aplicadas - el código de vacuna se controla
      * contra la tabla VACREQ cuando el archivo está, el número de
      * dosis se asigna solo -, las alertas médicas que
      * SECTION-ROSTER imprime en la lista de clase, y la exención
      * médica o religiosa.
      * La ficha se graba al final con la firma del operador; salir
      * sin grabar descarta los cambios.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEALTH-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT FICHAS-SALUD ASSIGN TO "HEALTHMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SAL-ID-ESTUDIANTE
               FILE STATUS IS FS-SALUD.

           SELECT VACUNAS-REQUERIDAS ASSIGN TO "VACREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VRQ-CLAVE
               FILE STATUS IS FS-VACUNAS.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  FICHAS-SALUD.
           COPY SALUD.

       FD  VACUNAS-REQUERIDAS.
           COPY VACREQ.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-SALUD PIC XX.
           88  FS-SAL-OK           VALUE "00".
           88  FS-SAL-NO-EXISTE    VALUE "35".
       01  FS-VACUNAS PIC XX.
           88  FS-VRQ-OK           VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-FICHA  VALUE "M".
           88  MANT-VER    VALUE "V".
           88  MANT-FIN    VALUE "F".
       01  OPCION-FICHA PIC A.
           88  FICHA-DOSIS     VALUE "D".
           88  FICHA-QUITAR    VALUE "Q".
           88  FICHA-ALERTAS   VALUE "A".
           88  FICHA-EXENCION  VALUE "E".
           88  FICHA-VER       VALUE "V".
           88  FICHA-GRABAR    VALUE "G".
           88  FICHA-SALIR     VALUE "S".
       01  OPCION-ID PIC A.
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  SW-FICHA-NUEVA PIC A.
           88  FICHA-NUEVA VALUE "S".
       01  SW-CODIGO-OK PIC A.
           88  CODIGO-OK VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  SW-FIN-ALERTAS PIC A.
           88  FIN-ALERTAS VALUE "S".
       01  SW-FIN-VACUNAS PIC A.
           88  FIN-VACUNAS VALUE "S".
      ******************************************************************
      * Códigos de vacuna conocidos: los distintos de VACREQ, para no
      * cargar en la ficha un código que la corrida de cumplimiento
      * nunca va a encontrar.
      ******************************************************************
       01  TABLA-CODIGOS.
           05  CANT-CODIGOS            PIC 99 VALUE 0.
           05  TC-CODIGO OCCURS 50 TIMES PIC X(4).
       01  SW-CODIGOS-CARGADOS PIC A VALUE "N".
           88  CODIGOS-CARGADOS VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  CODIGO-ENTRADA PIC X(4).
       01  ALERTA-ENTRADA PIC XX.
       01  DETALLE-ENTRADA PIC X(30).
       01  LINEA-ENTRADA PIC XX.
       01  IDX-DOSIS PIC 99.
       01  IDX-OTRA PIC 99.
       01  IDX-CODIGO PIC 99.
       01  IDX-ALERTA PIC 9.
       01  LINEA-QUITAR PIC 99.
       01  CANT-MISMA-VACUNA PIC 9.
           COPY IDCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FICHA DE SALUD DEL ESTUDIANTE".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           PERFORM CARGAR-CODIGOS-VACUNA.
           PERFORM ABRIR-FICHAS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE STUDENT-MASTER.
           CLOSE FICHAS-SALUD.
           STOP RUN.

       ABRIR-FICHAS.
           OPEN I-O FICHAS-SALUD.
           IF FS-SAL-NO-EXISTE
               OPEN OUTPUT FICHAS-SALUD
               CLOSE FICHAS-SALUD
               OPEN I-O FICHAS-SALUD
           END-IF.

       CARGAR-CODIGOS-VACUNA.
           OPEN INPUT VACUNAS-REQUERIDAS.
           IF NOT FS-VRQ-OK
               DISPLAY "ADVERTENCIA: SIN TABLA DE VACUNAS VACREQ"
                       " - EL CÓDIGO DE VACUNA PASA SIN CONTROL"
           ELSE
               MOVE "S" TO SW-CODIGOS-CARGADOS
               MOVE "N" TO SW-FIN-VACUNAS
               PERFORM LEER-VACUNA-REQUERIDA
               PERFORM GUARDAR-CODIGO-VACUNA UNTIL FIN-VACUNAS
               CLOSE VACUNAS-REQUERIDAS
           END-IF.

       LEER-VACUNA-REQUERIDA.
           READ VACUNAS-REQUERIDAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-VACUNAS
           END-READ.

       GUARDAR-CODIGO-VACUNA.
           MOVE VRQ-COD-VACUNA TO CODIGO-ENTRADA.
           PERFORM BUSCAR-CODIGO-VACUNA.
           IF NOT CODIGO-OK AND CANT-CODIGOS < 50
               ADD 1 TO CANT-CODIGOS
               MOVE VRQ-COD-VACUNA TO TC-CODIGO(CANT-CODIGOS)
           END-IF.
           PERFORM LEER-VACUNA-REQUERIDA.

       BUSCAR-CODIGO-VACUNA.
           MOVE "N" TO SW-CODIGO-OK.
           PERFORM COMPARAR-CODIGO-VACUNA
                   VARYING IDX-CODIGO FROM 1 BY 1
                   UNTIL IDX-CODIGO > CANT-CODIGOS OR CODIGO-OK.

       COMPARAR-CODIGO-VACUNA.
           IF TC-CODIGO(IDX-CODIGO) = CODIGO-ENTRADA
               MOVE "S" TO SW-CODIGO-OK
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "SALUD - (M)ANTENER FICHA, (V)ER FICHA, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-FICHA
                   PERFORM MANTENER-FICHA
               WHEN MANT-VER
                   PERFORM VER-FICHA THRU VER-FICHA-FIN
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-ID-ESTUDIANTE.
           DISPLAY "ID DEL ESTUDIANTE: ".
           ACCEPT ID-ESTUDIANTE.
           PERFORM VERIFICAR-ID-TECLEADO.
           IF IDCHK-INVALIDO
               GO TO PEDIR-ID-ESTUDIANTE-FIN
           END-IF.
           PERFORM BUSCAR-ESTUDIANTE.
           IF EST-EXISTE
               DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE,
                       " GRADO ", GRADO-NIVEL
           ELSE
               DISPLAY "ID NO ESTÁ EN EL MAESTRO, REINGRESE"
           END-IF.
       PEDIR-ID-ESTUDIANTE-FIN.
           EXIT.

      ******************************************************************
      * Verificación del dígito verificador del ID tecleado (ver
      * IDCHK-PROC.CPY); un ID anterior al verificador pasa con
      * confirmación explícita.
      ******************************************************************
       VERIFICAR-ID-TECLEADO.
           MOVE ID-ESTUDIANTE TO IDCHK-ID.
           PERFORM VERIFICAR-DIGITO-ID.
           IF IDCHK-INVALIDO
               DISPLAY "DÍGITO VERIFICADOR NO COINCIDE - ¿ES UN ID"
                       " ANTERIOR AL VERIFICADOR? (S/N): "
               ACCEPT OPCION-ID
               IF FUNCTION UPPER-CASE(OPCION-ID) = "S"
                   MOVE "S" TO SW-IDCHK-OK
               ELSE
                   DISPLAY "REINGRESE EL ID"
               END-IF
           END-IF.

       BUSCAR-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EST-EXISTE
           END-READ.

      ******************************************************************
      * Lectura de la ficha del estudiante; si no tiene, se arma una
      * vacía que recién se escribe al (G)RABAR.
      ******************************************************************
       LEER-FICHA.
           MOVE ID-ESTUDIANTE TO SAL-ID-ESTUDIANTE.
           MOVE "N" TO SW-FICHA-NUEVA.
           READ FICHAS-SALUD
               INVALID KEY
                   MOVE "S" TO SW-FICHA-NUEVA
           END-READ.
           IF FICHA-NUEVA
               MOVE SPACES TO REG-SALUD
               MOVE ID-ESTUDIANTE TO SAL-ID-ESTUDIANTE
               MOVE 0 TO SAL-CANT-DOSIS
               MOVE 0 TO SAL-FECHA-EXENCION
               MOVE 0 TO SAL-FECHA-ACTUALIZA
               PERFORM LIMPIAR-DOSIS
                       VARYING IDX-DOSIS FROM 1 BY 1
                       UNTIL IDX-DOSIS > 20
           END-IF.

       LIMPIAR-DOSIS.
           MOVE SPACES TO SAL-COD-VACUNA(IDX-DOSIS).
           MOVE 0 TO SAL-NUM-DOSIS(IDX-DOSIS).
           MOVE 0 TO SAL-FECHA-DOSIS(IDX-DOSIS).

       MANTENER-FICHA.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           PERFORM LEER-FICHA.
           IF FICHA-NUEVA
               DISPLAY "EL ESTUDIANTE NO TIENE FICHA - SE ABRE UNA"
                       " NUEVA"
           ELSE
               PERFORM MOSTRAR-FICHA
           END-IF.
           MOVE SPACE TO OPCION-FICHA.
           PERFORM PEDIR-OPCION-FICHA
                   UNTIL FICHA-GRABAR OR FICHA-SALIR.

       PEDIR-OPCION-FICHA.
           DISPLAY "FICHA - (D)OSIS, (Q)UITAR DOSIS, (A)LERTAS,"
                   " (E)XENCIÓN, (V)ER, (G)RABAR, (S)ALIR SIN"
                   " GRABAR: ".
           ACCEPT OPCION-FICHA.
           MOVE FUNCTION UPPER-CASE(OPCION-FICHA) TO OPCION-FICHA.
           EVALUATE TRUE
               WHEN FICHA-DOSIS
                   PERFORM CARGAR-DOSIS THRU CARGAR-DOSIS-FIN
               WHEN FICHA-QUITAR
                   PERFORM QUITAR-DOSIS THRU QUITAR-DOSIS-FIN
               WHEN FICHA-ALERTAS
                   PERFORM CARGAR-ALERTAS
               WHEN FICHA-EXENCION
                   PERFORM CARGAR-EXENCION
               WHEN FICHA-VER
                   PERFORM MOSTRAR-FICHA
               WHEN FICHA-GRABAR
                   PERFORM GRABAR-FICHA
               WHEN FICHA-SALIR
                   DISPLAY "CAMBIOS DESCARTADOS"
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Alta de una dosis aplicada: el número de dosis es la cantidad
      * ya cargada de esa vacuna más uno.  La fecha no puede ser
      * futura ni anterior al nacimiento.
      ******************************************************************
       CARGAR-DOSIS.
           IF SAL-CANT-DOSIS NOT < 20
               DISPLAY "LA FICHA YA TIENE 20 DOSIS CARGADAS"
               GO TO CARGAR-DOSIS-FIN
           END-IF.
           MOVE "N" TO SW-CODIGO-OK.
           PERFORM PEDIR-CODIGO-VACUNA UNTIL CODIGO-OK.
           MOVE 0 TO CANT-MISMA-VACUNA.
           PERFORM CONTAR-MISMA-VACUNA
                   VARYING IDX-OTRA FROM 1 BY 1
                   UNTIL IDX-OTRA > SAL-CANT-DOSIS.
           IF CANT-MISMA-VACUNA = 9
               DISPLAY "YA HAY 9 DOSIS DE ", CODIGO-ENTRADA
               GO TO CARGAR-DOSIS-FIN
           END-IF.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-DOSIS UNTIL FECHA-OK.
           ADD 1 TO SAL-CANT-DOSIS.
           MOVE SAL-CANT-DOSIS TO IDX-DOSIS.
           MOVE CODIGO-ENTRADA TO SAL-COD-VACUNA(IDX-DOSIS).
           ADD 1 TO CANT-MISMA-VACUNA.
           MOVE CANT-MISMA-VACUNA TO SAL-NUM-DOSIS(IDX-DOSIS).
           MOVE FECHA-ENTRADA TO SAL-FECHA-DOSIS(IDX-DOSIS).
           DISPLAY "DOSIS ", SAL-NUM-DOSIS(IDX-DOSIS), " DE ",
                   CODIGO-ENTRADA, " CARGADA".
       CARGAR-DOSIS-FIN.
           EXIT.

       PEDIR-CODIGO-VACUNA.
           DISPLAY "CÓDIGO DE VACUNA: ".
           ACCEPT CODIGO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(CODIGO-ENTRADA) TO CODIGO-ENTRADA.
           IF CODIGO-ENTRADA = SPACES
               DISPLAY "CÓDIGO EN BLANCO, REINGRESE"
           ELSE
               IF CODIGOS-CARGADOS
                   PERFORM BUSCAR-CODIGO-VACUNA
                   IF NOT CODIGO-OK
                       DISPLAY "EL CÓDIGO NO ESTÁ EN LA TABLA VACREQ,"
                               " REINGRESE"
                   END-IF
               ELSE
                   MOVE "S" TO SW-CODIGO-OK
               END-IF
           END-IF.

       CONTAR-MISMA-VACUNA.
           IF SAL-COD-VACUNA(IDX-OTRA) = CODIGO-ENTRADA
               ADD 1 TO CANT-MISMA-VACUNA
           END-IF.

       PEDIR-FECHA-DOSIS.
           DISPLAY "FECHA DE APLICACIÓN (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY "FECHA INVÁLIDA, REINGRESE"
           ELSE
               IF FECHA-ENTRADA > FECHA-HOY
                   DISPLAY "LA FECHA ES FUTURA, REINGRESE"
               ELSE
                   IF FECHA-ENTRADA < FECHA-NACIMIENTO
                       DISPLAY "LA FECHA ES ANTERIOR AL NACIMIENTO,"
                               " REINGRESE"
                   ELSE
                       MOVE "S" TO SW-FECHA-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Quitar una dosis cargada por error: las de abajo suben una
      * fila y se renumeran las dosis de cada vacuna.
      ******************************************************************
       QUITAR-DOSIS.
           IF SAL-CANT-DOSIS = 0
               DISPLAY "LA FICHA NO TIENE DOSIS CARGADAS"
               GO TO QUITAR-DOSIS-FIN
           END-IF.
           PERFORM MOSTRAR-DOSIS
                   VARYING IDX-DOSIS FROM 1 BY 1
                   UNTIL IDX-DOSIS > SAL-CANT-DOSIS.
           DISPLAY "LÍNEA A QUITAR (ENTER = NINGUNA): ".
           ACCEPT LINEA-ENTRADA.
           IF LINEA-ENTRADA = SPACES
               GO TO QUITAR-DOSIS-FIN
           END-IF.
           IF LINEA-ENTRADA IS NOT NUMERIC
               DISPLAY "LÍNEA INVÁLIDA"
               GO TO QUITAR-DOSIS-FIN
           END-IF.
           MOVE LINEA-ENTRADA TO LINEA-QUITAR.
           IF LINEA-QUITAR = 0 OR LINEA-QUITAR > SAL-CANT-DOSIS
               DISPLAY "LÍNEA INVÁLIDA"
               GO TO QUITAR-DOSIS-FIN
           END-IF.
           PERFORM SUBIR-DOSIS
                   VARYING IDX-DOSIS FROM LINEA-QUITAR BY 1
                   UNTIL IDX-DOSIS NOT < SAL-CANT-DOSIS.
           MOVE SAL-CANT-DOSIS TO IDX-DOSIS.
           PERFORM LIMPIAR-DOSIS.
           SUBTRACT 1 FROM SAL-CANT-DOSIS.
           PERFORM RENUMERAR-DOSIS
                   VARYING IDX-DOSIS FROM 1 BY 1
                   UNTIL IDX-DOSIS > SAL-CANT-DOSIS.
           DISPLAY "DOSIS QUITADA".
       QUITAR-DOSIS-FIN.
           EXIT.

       SUBIR-DOSIS.
           MOVE SAL-DOSIS(IDX-DOSIS + 1) TO SAL-DOSIS(IDX-DOSIS).

       RENUMERAR-DOSIS.
           MOVE SAL-COD-VACUNA(IDX-DOSIS) TO CODIGO-ENTRADA.
           MOVE 0 TO CANT-MISMA-VACUNA.
           PERFORM CONTAR-MISMA-VACUNA
                   VARYING IDX-OTRA FROM 1 BY 1
                   UNTIL IDX-OTRA > IDX-DOSIS.
           MOVE CANT-MISMA-VACUNA TO SAL-NUM-DOSIS(IDX-DOSIS).

      ******************************************************************
      * Alertas médicas: se vuelven a teclear las cuatro; ENTER en
      * blanco cierra la lista y limpia las que siguen.
      ******************************************************************
       CARGAR-ALERTAS.
           DISPLAY "ALERTAS - EP ANAFILAXIA (LLEVA EPINEFRINA),"
                   " AS ASMA, DI DIABETES, CV CONVULSIONES,".
           DISPLAY "          AL ALERGIA ALIMENTARIA, CA CARDÍACA,"
                   " ME MEDICACIÓN DIARIA, OT OTRA".
           MOVE "N" TO SW-FIN-ALERTAS.
           PERFORM PEDIR-ALERTA
                   VARYING IDX-ALERTA FROM 1 BY 1
                   UNTIL IDX-ALERTA > 4.
           DISPLAY "DETALLE (ENTER = ", SAL-DETALLE-ALERTA, "): ".
           ACCEPT DETALLE-ENTRADA.
           IF DETALLE-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(DETALLE-ENTRADA)
                   TO SAL-DETALLE-ALERTA
           END-IF.
           IF SAL-ALERTA(1) = SPACES
               MOVE SPACES TO SAL-DETALLE-ALERTA
           END-IF.

       PEDIR-ALERTA.
           IF FIN-ALERTAS
               MOVE SPACES TO SAL-ALERTA(IDX-ALERTA)
           ELSE
               MOVE "XX" TO ALERTA-ENTRADA
               PERFORM TECLEAR-ALERTA UNTIL ALERTA-ENTRADA = SPACES
                       OR SAL-ALERTA-VALIDA(IDX-ALERTA)
               IF ALERTA-ENTRADA = SPACES
                   MOVE "S" TO SW-FIN-ALERTAS
                   MOVE SPACES TO SAL-ALERTA(IDX-ALERTA)
               END-IF
           END-IF.

       TECLEAR-ALERTA.
           DISPLAY "ALERTA ", IDX-ALERTA, " (ENTER = NINGUNA MÁS): ".
           ACCEPT ALERTA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(ALERTA-ENTRADA) TO ALERTA-ENTRADA.
           MOVE ALERTA-ENTRADA TO SAL-ALERTA(IDX-ALERTA).
           IF NOT SAL-ALERTA-VALIDA(IDX-ALERTA)
               DISPLAY "CÓDIGO DE ALERTA INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Exención: médica o religiosa, para una vacuna o para todas
      * (código en blanco).  ENTER en el tipo retira la exención.
      ******************************************************************
       CARGAR-EXENCION.
           MOVE "X" TO SAL-EXENCION.
           PERFORM PEDIR-TIPO-EXENCION UNTIL SAL-EXENCION-VALIDA.
           IF SAL-SIN-EXENCION
               MOVE SPACES TO SAL-VACUNA-EXENTA
               MOVE 0 TO SAL-FECHA-EXENCION
               DISPLAY "SIN EXENCIÓN"
           ELSE
               MOVE "N" TO SW-CODIGO-OK
               PERFORM PEDIR-VACUNA-EXENTA UNTIL CODIGO-OK
               MOVE FECHA-HOY TO SAL-FECHA-EXENCION
               DISPLAY "FECHA DEL CERTIFICADO (AAAAMMDD, ENTER ="
                       " HOY): "
               ACCEPT FECHA-ENTRADA
               IF FECHA-ENTRADA IS NUMERIC
                   MOVE FECHA-ENTRADA TO SAL-FECHA-EXENCION
               END-IF
           END-IF.

       PEDIR-TIPO-EXENCION.
           DISPLAY "EXENCIÓN - (M)ÉDICA, (R)ELIGIOSA, ENTER ="
                   " NINGUNA: ".
           ACCEPT SAL-EXENCION.
           MOVE FUNCTION UPPER-CASE(SAL-EXENCION) TO SAL-EXENCION.
           IF NOT SAL-EXENCION-VALIDA
               DISPLAY "TIPO INVÁLIDO, REINGRESE"
           END-IF.

       PEDIR-VACUNA-EXENTA.
           DISPLAY "VACUNA EXENTA (ENTER = TODAS): ".
           ACCEPT SAL-VACUNA-EXENTA.
           MOVE FUNCTION UPPER-CASE(SAL-VACUNA-EXENTA)
               TO SAL-VACUNA-EXENTA.
           IF SAL-VACUNA-EXENTA = SPACES OR NOT CODIGOS-CARGADOS
               MOVE "S" TO SW-CODIGO-OK
           ELSE
               MOVE SAL-VACUNA-EXENTA TO CODIGO-ENTRADA
               PERFORM BUSCAR-CODIGO-VACUNA
               IF NOT CODIGO-OK
                   DISPLAY "EL CÓDIGO NO ESTÁ EN LA TABLA VACREQ,"
                           " REINGRESE"
               END-IF
           END-IF.

       GRABAR-FICHA.
           MOVE FECHA-HOY TO SAL-FECHA-ACTUALIZA.
           MOVE FIRMA-OPERADOR TO SAL-OPERADOR.
           IF FICHA-NUEVA
               WRITE REG-SALUD
           ELSE
               REWRITE REG-SALUD
           END-IF.
           MOVE "HEALTHMS" TO FCHK-ARCHIVO.
           MOVE SAL-ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-SALUD TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "FICHA GRABADA".

       VER-FICHA.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           PERFORM LEER-FICHA.
           IF FICHA-NUEVA
               DISPLAY "EL ESTUDIANTE NO TIENE FICHA DE SALUD"
               GO TO VER-FICHA-FIN
           END-IF.
           PERFORM MOSTRAR-FICHA.
       VER-FICHA-FIN.
           EXIT.

       MOSTRAR-FICHA.
           DISPLAY "DOSIS CARGADAS: ", SAL-CANT-DOSIS.
           PERFORM MOSTRAR-DOSIS
                   VARYING IDX-DOSIS FROM 1 BY 1
                   UNTIL IDX-DOSIS > SAL-CANT-DOSIS.
           DISPLAY "ALERTAS: ", SAL-ALERTA(1), " ", SAL-ALERTA(2),
                   " ", SAL-ALERTA(3), " ", SAL-ALERTA(4), "  ",
                   SAL-DETALLE-ALERTA.
           IF SAL-SIN-EXENCION
               DISPLAY "EXENCIÓN: NINGUNA"
           ELSE
               DISPLAY "EXENCIÓN: ", SAL-EXENCION, " VACUNA ",
                       SAL-VACUNA-EXENTA, " DESDE ",
                       SAL-FECHA-EXENCION
           END-IF.
           IF NOT FICHA-NUEVA
               DISPLAY "ÚLTIMA ACTUALIZACIÓN: ", SAL-FECHA-ACTUALIZA,
                       " POR ", SAL-OPERADOR
           END-IF.

       MOSTRAR-DOSIS.
           DISPLAY "  ", IDX-DOSIS, ". ", SAL-COD-VACUNA(IDX-DOSIS),
                   " DOSIS ", SAL-NUM-DOSIS(IDX-DOSIS), " ",
                   SAL-FECHA-DOSIS(IDX-DOSIS).

           COPY IDCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
