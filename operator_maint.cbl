      * la sesión.  Este propio mantenimiento exige rol de supervisor
      * o administrador (ver ROLCHK) - un empleado no se da permisos
      * a sí mismo.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  El alta pide un PIN provisorio (se graba cifrado,
      *             ver PINCHK-PROC.CPY, y se fuerza el cambio en el
      *             primer sign-on) y no pisa un ID existente salvo
      *             para un administrador.  Nuevas opciones solo para
      *             administrador: (D)esbloquear, que limpia el
      *             bloqueo por PIN fallidos y asigna un PIN
      *             provisorio, y (P)arámetros del sign-on en
      *             OPERPARM (tope de intentos, días de vigencia del
      *             PIN).  Los desbloqueos y cambios de parámetros
      *             van a AUDITLOG.  El listado muestra bloqueo y
      *             último ingreso.
      * 2026-10-15  El alta pide el ID de estudiante propio del operador
      *             que es también alumno (OPE-ID-ESTUDIANTE, ENTER =
      *             sin cambio) y el listado lo muestra.  Alta, re-alta
      *             y baja van a AUDITLOG como "ALTA ID" / "BAJA ID" con
      *             rol, estado y alumno antes y después, para el
      *             control de autoedición de SEGREGATION-CHECK.
      * 2026-10-15  El (D)esbloqueo emite también el PIN provisorio de
      *             un ID sin PIN (el sign-on ya no deja definirlo sin
      *             PIN previo); el estado anterior va a AUDITLOG como
      *             "SIN PIN".
      * 2026-10-15  La baja y el (D)esbloqueo verifican el REWRITE de
      *             OPERMAST: si no graba se avisa con el estado y no se
      *             informa ni se audita un cambio que no quedó.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.

           SELECT PARM-OPERADOR ASSIGN TO "OPERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARM-OPERADOR.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.
       FD  OPERADORES.
           COPY OPERMAST.

       FD  PARM-OPERADOR.
           COPY OPERPARM.

       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG PIC X(166).

       FD  AUDIT-CONTROL.
       01  REG-AUDIT-CONTROL.
           05  ACT-FECHA          PIC 9(8).
           05  ACT-SECUENCIA      PIC 9(6).
           05  ACT-CONTROL        PIC 9(6).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-DESBLOQUEAR VALUE "D".
           88  MANT-PARAMETROS VALUE "P".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  ROL-ENTRADA PIC X.
       01  FS-PARM-OPERADOR PIC XX.
           88  FS-PRM-OK VALUE "00".
       01  PIN-ENTRADA PIC X(8).
       01  FECHA-HOY PIC 9(8).
       01  SW-OPERADOR-EXISTE PIC A.
           88  OPERADOR-EXISTE VALUE "S".
       01  ESTADO-ANTES PIC X(20).
       01  ACCION-AUDITADA PIC X(10).
       01  ROL-ESTADO-ED.
           05  FILLER             PIC X(4) VALUE "ROL ".
           05  RED-ROL            PIC X.
           05  FILLER             PIC X(5) VALUE " EST ".
           05  RED-ESTADO         PIC X.
           05  FILLER             PIC XX VALUE " #".
           05  RED-ID-ESTUDIANTE  PIC 9(6).
       01  PARAMETROS-ED.
           05  FILLER             PIC X(9) VALUE "INTENTOS ".
           05  PRM-INTENTOS-ED    PIC Z9.
           05  FILLER             PIC X(6) VALUE " DIAS ".
           05  PRM-DIAS-ED        PIC ZZ9.
           COPY ROLCHK.
           COPY PINCHK.
           COPY NUMCHK.
           COPY AUDIT.
           COPY EXCLOG.
           COPY OPERSESS.

           MOVE "OPERATOR-MAINT" TO ROLCHK-PROGRAMA.
           PERFORM VERIFICAR-ROL-SUPERVISOR.
           PERFORM ABRIR-OPERADORES.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE OPERADORES.
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "OPERADORES - (A)LTA, (B)AJA, (D)ESBLOQUEAR,"
                   " (P)ARÁMETROS, (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-OPERADOR THRU ALTA-OPERADOR-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-OPERADOR
               WHEN MANT-DESBLOQUEAR
                   PERFORM DESBLOQUEAR-OPERADOR
                           THRU DESBLOQUEAR-OPERADOR-FIN
               WHEN MANT-PARAMETROS
                   PERFORM FIJAR-PARAMETROS THRU FIJAR-PARAMETROS-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-OPERADORES
               WHEN MANT-FIN
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Alta: un ID que ya existe solo lo vuelve a dar de alta un
      * administrador, porque el alta asigna PIN nuevo y sería una
      * forma de quedarse con el ID de otro.
      ******************************************************************
       ALTA-OPERADOR.
           DISPLAY "ID DEL OPERADOR (HASTA 8): ".
           ACCEPT OPE-ID.
           MOVE FUNCTION UPPER-CASE(OPE-ID) TO OPE-ID.
           MOVE "N" TO SW-OPERADOR-EXISTE.
           READ OPERADORES
               NOT INVALID KEY
                   MOVE "S" TO SW-OPERADOR-EXISTE
           END-READ.
           IF OPERADOR-EXISTE AND ROL-OPERADOR NOT = "A"
               DISPLAY "ID YA EXISTE - SOLO UN ADMINISTRADOR LO"
                       " VUELVE A DAR DE ALTA"
               GO TO ALTA-OPERADOR-FIN
           END-IF.
           IF OPERADOR-EXISTE
               MOVE OPE-ROL TO RED-ROL
               MOVE OPE-ESTADO TO RED-ESTADO
               MOVE OPE-ID-ESTUDIANTE TO RED-ID-ESTUDIANTE
               MOVE ROL-ESTADO-ED TO ESTADO-ANTES
           ELSE
               MOVE "NUEVO" TO ESTADO-ANTES
               MOVE 0 TO OPE-ID-ESTUDIANTE
           END-IF.
           DISPLAY "NOMBRE: ".
           ACCEPT OPE-NOMBRE.
           MOVE FUNCTION UPPER-CASE(OPE-NOMBRE) TO OPE-NOMBRE.
           ELSE
               MOVE "C" TO OPE-ROL
           END-IF.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-ID-ESTUDIANTE UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-PINCHK-OK.
           PERFORM PEDIR-PIN-PROVISORIO UNTIL PINCHK-VALIDO.
           MOVE "A" TO OPE-ESTADO.
           MOVE 0 TO OPE-INTENTOS-FALLIDOS.
           MOVE "N" TO OPE-BLOQUEADO.
           IF NOT OPERADOR-EXISTE
               MOVE 0 TO OPE-ULTIMO-INGRESO
           END-IF.
           WRITE REG-OPERADOR
               INVALID KEY
                   REWRITE REG-OPERADOR
           END-WRITE.
           IF FS-OPE-OK
               DISPLAY "OPERADOR DADO DE ALTA"
               MOVE "ALTA" TO ACCION-AUDITADA
               PERFORM AUDITAR-OPERADOR
           END-IF.
       ALTA-OPERADOR-FIN.
           EXIT.

      ******************************************************************
      * El operador que es también alumno lleva el ID de su registro
      * del STUDENT-MASTER, para que SEGREGATION-CHECK denuncie cuando
      * lo toca él mismo.  ENTER deja el valor que tenía (cero en un
      * alta nueva).
      ******************************************************************
       PEDIR-ID-ESTUDIANTE.
           DISPLAY "ID DE ESTUDIANTE PROPIO, SI ES ALUMNO (ENTER = ",
                   OPE-ID-ESTUDIANTE, "): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   IF FUNCTION NUMVAL(NUMCHK-ENTRADA) > 999999
                       DISPLAY "FUERA DE RANGO, REINGRESE"
                       MOVE "N" TO SW-NUMCHK-OK
                   ELSE
                       COMPUTE OPE-ID-ESTUDIANTE =
                           FUNCTION NUMVAL(NUMCHK-ENTRADA)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Alta, re-alta y baja quedan en AUDITLOG con el ID tocado en el
      * campo ("ALTA ID" / "BAJA ID"), igual que el desbloqueo, y el
      * operador firmado en la línea: así se ve quién cambió el rol
      * o el estado de quién.
      ******************************************************************
       AUDITAR-OPERADOR.
           MOVE "OPERATOR-MAINT" TO AUDIT-PROGRAMA.
           MOVE SPACES TO AUDIT-CAMPO.
           STRING ACCION-AUDITADA DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               OPE-ID DELIMITED BY SPACE
               INTO AUDIT-CAMPO
           END-STRING.
           MOVE ESTADO-ANTES TO AUDIT-VALOR-ANTES.
           MOVE OPE-ROL TO RED-ROL.
           MOVE OPE-ESTADO TO RED-ESTADO.
           MOVE OPE-ID-ESTUDIANTE TO RED-ID-ESTUDIANTE.
           MOVE ROL-ESTADO-ED TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.

      ******************************************************************
      * PIN provisorio del alta y del desbloqueo: se graba cifrado con
      * la marca de cambio obligatorio, así el administrador no
      * conoce el PIN que el operador usa después.
      ******************************************************************
       PEDIR-PIN-PROVISORIO.
           DISPLAY "PIN PROVISORIO (4 A 8 DÍGITOS): ".
           ACCEPT PIN-ENTRADA.
           MOVE PIN-ENTRADA TO PINCHK-PIN.
           PERFORM VALIDAR-FORMATO-PIN.
           IF PINCHK-INVALIDO
               DISPLAY "EL PIN DEBE TENER DE 4 A 8 DÍGITOS, REINGRESE"
           ELSE
               MOVE OPE-ID TO PINCHK-ID
               PERFORM CIFRAR-PIN
               MOVE PINCHK-CIFRADO TO OPE-PIN-CIFRADO
               MOVE FECHA-HOY TO OPE-FECHA-PIN
               MOVE "S" TO OPE-CAMBIAR-PIN
           END-IF.

       BAJA-OPERADOR.
               INVALID KEY
                   DISPLAY "ID NO ESTÁ EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE OPE-ROL TO RED-ROL
                   MOVE OPE-ESTADO TO RED-ESTADO
                   MOVE OPE-ID-ESTUDIANTE TO RED-ID-ESTUDIANTE
                   MOVE ROL-ESTADO-ED TO ESTADO-ANTES
                   MOVE "I" TO OPE-ESTADO
                   REWRITE REG-OPERADOR
                   IF FS-OPE-OK
                       DISPLAY "OPERADOR INACTIVADO"
                       MOVE "BAJA" TO ACCION-AUDITADA
                       PERFORM AUDITAR-OPERADOR
                   ELSE
                       DISPLAY "NO SE PUDO GRABAR OPERMAST - ESTADO: ",
                               FS-OPERADORES
                   END-IF
           END-READ.

      ******************************************************************
      * Desbloqueo: solo administrador (el rol de la sesión, no el
      * ROLCHK de supervisor del arranque).  Limpia el bloqueo y los
      * intentos y asigna un PIN provisorio de cambio obligatorio; es
      * también la forma de darle PIN a un ID que no lo tiene.
      ******************************************************************
       DESBLOQUEAR-OPERADOR.
           IF ROL-OPERADOR NOT = "A"
               DISPLAY "DESBLOQUEAR REQUIERE ROL DE ADMINISTRADOR"
               GO TO DESBLOQUEAR-OPERADOR-FIN
           END-IF.
           DISPLAY "ID DEL OPERADOR A DESBLOQUEAR: ".
           ACCEPT OPE-ID.
           MOVE FUNCTION UPPER-CASE(OPE-ID) TO OPE-ID.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "ID NO ESTÁ EN EL MAESTRO"
                   GO TO DESBLOQUEAR-OPERADOR-FIN
           END-READ.
           EVALUATE TRUE
               WHEN OPE-ESTA-BLOQUEADO
                   MOVE "BLOQUEADO" TO ESTADO-ANTES
               WHEN OPE-PIN-CIFRADO = 0
                   MOVE "SIN PIN" TO ESTADO-ANTES
               WHEN OTHER
                   MOVE "SIN BLOQUEO" TO ESTADO-ANTES
           END-EVALUATE.
           MOVE "N" TO SW-PINCHK-OK.
           PERFORM PEDIR-PIN-PROVISORIO UNTIL PINCHK-VALIDO.
           MOVE 0 TO OPE-INTENTOS-FALLIDOS.
           MOVE "N" TO OPE-BLOQUEADO.
           REWRITE REG-OPERADOR.
           IF NOT FS-OPE-OK
               DISPLAY "NO SE PUDO GRABAR OPERMAST - ESTADO: ",
                       FS-OPERADORES, " - EL PIN NO SE EMITIÓ"
               GO TO DESBLOQUEAR-OPERADOR-FIN
           END-IF.
           DISPLAY "OPERADOR DESBLOQUEADO - CAMBIA EL PIN AL FIRMAR".
           MOVE "OPERATOR-MAINT" TO AUDIT-PROGRAMA.
           MOVE SPACES TO AUDIT-CAMPO.
           STRING "DESBLOQUEO " DELIMITED BY SIZE
               OPE-ID DELIMITED BY SPACE
               INTO AUDIT-CAMPO
           END-STRING.
           MOVE ESTADO-ANTES TO AUDIT-VALOR-ANTES.
           MOVE "PIN PROVISORIO" TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.
       DESBLOQUEAR-OPERADOR-FIN.
           EXIT.

      ******************************************************************
      * Parámetros del sign-on (OPERPARM, un solo registro): tope de
      * PIN fallidos (1 a 99) y días de vigencia del PIN (0 = no
      * vence).  Solo administrador.
      ******************************************************************
       FIJAR-PARAMETROS.
           IF ROL-OPERADOR NOT = "A"
               DISPLAY "PARÁMETROS REQUIERE ROL DE ADMINISTRADOR"
               GO TO FIJAR-PARAMETROS-FIN
           END-IF.
           MOVE 3 TO PRM-MAX-INTENTOS.
           MOVE 90 TO PRM-DIAS-VIGENCIA.
           OPEN INPUT PARM-OPERADOR.
           IF FS-PRM-OK
               READ PARM-OPERADOR
                   AT END
                       MOVE 3 TO PRM-MAX-INTENTOS
                       MOVE 90 TO PRM-DIAS-VIGENCIA
               END-READ
               CLOSE PARM-OPERADOR
           END-IF.
           MOVE PRM-MAX-INTENTOS TO PRM-INTENTOS-ED.
           MOVE PRM-DIAS-VIGENCIA TO PRM-DIAS-ED.
           MOVE PARAMETROS-ED TO AUDIT-VALOR-ANTES.
           DISPLAY "VIGENTES: ", PARAMETROS-ED.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-MAX-INTENTOS UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-DIAS-VIGENCIA UNTIL NUMCHK-VALIDO.
           OPEN OUTPUT PARM-OPERADOR.
           WRITE REG-PARM-OPERADOR.
           CLOSE PARM-OPERADOR.
           MOVE PRM-MAX-INTENTOS TO PRM-INTENTOS-ED.
           MOVE PRM-DIAS-VIGENCIA TO PRM-DIAS-ED.
           DISPLAY "GRABADOS: ", PARAMETROS-ED.
           MOVE "OPERATOR-MAINT" TO AUDIT-PROGRAMA.
           MOVE "PARAMETROS SIGN-ON" TO AUDIT-CAMPO.
           MOVE PARAMETROS-ED TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.
       FIJAR-PARAMETROS-FIN.
           EXIT.

       PEDIR-MAX-INTENTOS.
           DISPLAY "PIN FALLIDOS HASTA EL BLOQUEO (1-99): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 1
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 99
                   DISPLAY "FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   COMPUTE PRM-MAX-INTENTOS =
                       FUNCTION NUMVAL(NUMCHK-ENTRADA)
               END-IF
           END-IF.

       PEDIR-DIAS-VIGENCIA.
           DISPLAY "DÍAS DE VIGENCIA DEL PIN (0 = NO VENCE): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 999
                   DISPLAY "FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   COMPUTE PRM-DIAS-VIGENCIA =
                       FUNCTION NUMVAL(NUMCHK-ENTRADA)
               END-IF
           END-IF.

       LISTAR-OPERADORES.
           MOVE "N" TO SW-FIN-ARCHIVO.
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   DISPLAY OPE-ID, "  ", OPE-NOMBRE, "  ",
                           OPE-ESTADO, "  ROL ", OPE-ROL,
                           "  BLOQ ", OPE-BLOQUEADO,
                           "  ÚLTIMO INGRESO ", OPE-ULTIMO-INGRESO,
                           "  ALUMNO ", OPE-ID-ESTUDIANTE
           END-READ.

           COPY ROLCHK-PROC.
           COPY PINCHK-PROC.
           COPY NUMCHK-PROC.
           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
