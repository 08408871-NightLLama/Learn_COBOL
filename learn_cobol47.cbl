      *             propios programas sensibles re-verifican el rol
      *             con ROLCHK por si se los invoca por fuera del
      *             menú.
      * 2026-10-15  El sign-on pide además el PIN del operador, que se
      *             compara cifrado contra OPE-PIN-CIFRADO (ver
      *             PINCHK-PROC.CPY).  Los PIN fallidos seguidos se
      *             cuentan en el maestro y al llegar al tope de
      *             OPERPARM el ID queda bloqueado hasta que un
      *             administrador lo desbloquee en OPERATOR-MAINT.
      *             Un PIN vencido, reseteado o todavía no definido
      *             obliga a cambiarlo antes de entrar.  Cada intento
      *             fallido, bloqueo y cambio de PIN queda en AUDITLOG.
      * 2026-10-15  Un ID sin PIN (OPE-PIN-CIFRADO en cero) ya no define
      *             su PIN en el sign-on: se rechaza como un ID
      *             bloqueado y queda en AUDITLOG como "ID SIN PIN".  El
      *             PIN provisorio lo emite un administrador con el
      *             (D)esbloqueo de OPERATOR-MAINT; los registros
      *             anteriores al PIN lo reciben de la conversión
      *             OPERATOR-PIN-INIT.
      * 2026-10-15  Cada REWRITE de OPERMAST del sign-on (intento
      *             fallido, cambio de PIN, ingreso aceptado) se
      *             verifica con VERIFICAR-ESCRITURA de FILECHK-PROC: si
      *             no graba, la sesión se frena con RETURN-CODE 12 y
      *             el PIN no se da por cambiado.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  SI-O-NO PIC X.
       01  OPCION-MENU PIC 9.
           88  FS-OPE-OK VALUE "00".
       01  SW-FIRMADO PIC A.
           88  OPERADOR-FIRMADO VALUE "S".
       01  FS-PARM-OPERADOR PIC XX.
           88  FS-PRM-OK VALUE "00".
       01  MAX-INTENTOS PIC 99 VALUE 3.
       01  DIAS-VIGENCIA PIC 999 VALUE 90.
       01  FECHA-HOY PIC 9(8).
       01  DIAS-PIN PIC 9(6).
       01  INTENTOS-ED PIC Z9.
       01  PIN-ENTRADA PIC X(8).
       01  PIN-REPETIDO PIC X(8).
       01  SW-PIN-CAMBIADO PIC A.
           88  PIN-CAMBIADO VALUE "S".
           COPY RANGOCHK.
           COPY PINCHK.
           COPY AUDIT.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
           STOP RUN.

           COPY RANGOCHK-PROC.
           COPY PINCHK-PROC.
           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.

      ******************************************************************
      * Sign-on: el ID tecleado debe existir activo y sin bloqueo en
      * OPERMAST, y el PIN tecleado debe dar el mismo cifrado que el
      * grabado; sin archivo de operadores la sesión sigue sin firma,
      * con aviso, para no dejar afuera a todo el mundo antes de
      * cargarlo.  El maestro se abre I-O para llevar los intentos
      * fallidos, el bloqueo y la fecha del último ingreso.
      ******************************************************************
       FIRMAR-OPERADOR-SESION.
           OPEN I-O OPERADORES.
           IF NOT FS-OPE-OK
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE OPERADORES - LA"
                       " SESIÓN QUEDA SIN FIRMA"
               MOVE SPACE TO ROL-OPERADOR
               GO TO FIRMAR-OPERADOR-FIN
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM LEER-PARAMETROS-SIGN-ON.
           MOVE "N" TO SW-FIRMADO.
           PERFORM PEDIR-ID-OPERADOR THRU PEDIR-ID-OPERADOR-FIN
                   UNTIL OPERADOR-FIRMADO.
           CLOSE OPERADORES.
       FIRMAR-OPERADOR-FIN.
           EXIT.

       LEER-PARAMETROS-SIGN-ON.
           OPEN INPUT PARM-OPERADOR.
           IF FS-PRM-OK
               READ PARM-OPERADOR
                   NOT AT END
                       IF PRM-MAX-INTENTOS > 0
                           MOVE PRM-MAX-INTENTOS TO MAX-INTENTOS
                       END-IF
                       MOVE PRM-DIAS-VIGENCIA TO DIAS-VIGENCIA
               END-READ
               CLOSE PARM-OPERADOR
           END-IF.

       PEDIR-ID-OPERADOR.
           DISPLAY "ID DE OPERADOR: ".
           ACCEPT OPE-ID.
           READ OPERADORES
               INVALID KEY
                   DISPLAY "OPERADOR NO REGISTRADO, REINGRESE"
                   MOVE "ID DESCONOCIDO" TO AUDIT-CAMPO
                   MOVE OPE-ID TO AUDIT-VALOR-ANTES
                   MOVE "RECHAZADO" TO AUDIT-VALOR-DESPUES
                   PERFORM AUDITAR-SIGN-ON
                   GO TO PEDIR-ID-OPERADOR-FIN
           END-READ.
           IF NOT OPE-ACTIVO
               DISPLAY "OPERADOR INACTIVO, REINGRESE"
               GO TO PEDIR-ID-OPERADOR-FIN
           END-IF.
           IF OPE-ESTA-BLOQUEADO
               DISPLAY "ID BLOQUEADO POR PIN FALLIDOS - PEDIR EL"
                       " DESBLOQUEO A UN ADMINISTRADOR"
               MOVE "ID BLOQUEADO" TO AUDIT-CAMPO
               MOVE OPE-ID TO AUDIT-VALOR-ANTES
               MOVE "RECHAZADO" TO AUDIT-VALOR-DESPUES
               PERFORM AUDITAR-SIGN-ON
               GO TO PEDIR-ID-OPERADOR-FIN
           END-IF.
           IF OPE-PIN-CIFRADO = 0
               DISPLAY "ID SIN PIN EMITIDO - PEDIR UN PIN PROVISORIO"
                       " A UN ADMINISTRADOR"
               MOVE "ID SIN PIN" TO AUDIT-CAMPO
               MOVE OPE-ID TO AUDIT-VALOR-ANTES
               MOVE "RECHAZADO" TO AUDIT-VALOR-DESPUES
               PERFORM AUDITAR-SIGN-ON
               GO TO PEDIR-ID-OPERADOR-FIN
           END-IF.
           DISPLAY "PIN: ".
           ACCEPT PIN-ENTRADA.
           MOVE OPE-ID TO PINCHK-ID.
           MOVE PIN-ENTRADA TO PINCHK-PIN.
           PERFORM CIFRAR-PIN.
           IF PINCHK-CIFRADO NOT = OPE-PIN-CIFRADO
               PERFORM REGISTRAR-PIN-FALLIDO
               GO TO PEDIR-ID-OPERADOR-FIN
           END-IF.
           PERFORM CALCULAR-DIAS-PIN.
           IF OPE-DEBE-CAMBIAR-PIN
              OR (DIAS-VIGENCIA > 0 AND DIAS-PIN > DIAS-VIGENCIA)
               IF OPE-DEBE-CAMBIAR-PIN
                   DISPLAY "PIN PROVISORIO - DEBE CAMBIARLO"
               ELSE
                   DISPLAY "PIN VENCIDO - DEBE CAMBIARLO"
               END-IF
               PERFORM CAMBIAR-PIN-OPERADOR
                       THRU CAMBIAR-PIN-OPERADOR-FIN
               IF NOT PIN-CAMBIADO
                   GO TO PEDIR-ID-OPERADOR-FIN
               END-IF
           END-IF.
           PERFORM ACEPTAR-SESION.
       PEDIR-ID-OPERADOR-FIN.
           EXIT.

       CALCULAR-DIAS-PIN.
           IF OPE-FECHA-PIN = 0
               MOVE 999999 TO DIAS-PIN
           ELSE
               COMPUTE DIAS-PIN =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE(OPE-FECHA-PIN)
           END-IF.

      ******************************************************************
      * PIN equivocado: suma el intento y, al llegar al tope de
      * OPERPARM, bloquea el ID.  Ambos hechos van a AUDITLOG con el
      * ID en el valor "antes", porque la sesión todavía no tiene
      * firma.
      ******************************************************************
       REGISTRAR-PIN-FALLIDO.
           ADD 1 TO OPE-INTENTOS-FALLIDOS.
           MOVE OPE-INTENTOS-FALLIDOS TO INTENTOS-ED.
           MOVE "PIN FALLIDO" TO AUDIT-CAMPO.
           MOVE OPE-ID TO AUDIT-VALOR-ANTES.
           MOVE SPACES TO AUDIT-VALOR-DESPUES.
           STRING "INTENTO " DELIMITED BY SIZE
               INTENTOS-ED DELIMITED BY SIZE
               INTO AUDIT-VALOR-DESPUES
           END-STRING.
           PERFORM AUDITAR-SIGN-ON.
           IF OPE-INTENTOS-FALLIDOS NOT < MAX-INTENTOS
               MOVE "S" TO OPE-BLOQUEADO
               DISPLAY "PIN INCORRECTO - ID BLOQUEADO, PEDIR EL"
                       " DESBLOQUEO A UN ADMINISTRADOR"
               MOVE "BLOQUEO DE ID" TO AUDIT-CAMPO
               MOVE OPE-ID TO AUDIT-VALOR-ANTES
               MOVE "BLOQUEADO" TO AUDIT-VALOR-DESPUES
               PERFORM AUDITAR-SIGN-ON
           ELSE
               DISPLAY "PIN INCORRECTO, REINGRESE"
           END-IF.
           REWRITE REG-OPERADOR.
           PERFORM VERIFICAR-GRABACION-OPERADOR.

      ******************************************************************
      * Cambio de PIN dentro del sign-on (primer PIN, PIN provisorio
      * del desbloqueo o PIN vencido): 4 a 8 dígitos, tecleado dos
      * veces, y distinto del anterior.
      ******************************************************************
       CAMBIAR-PIN-OPERADOR.
           MOVE "N" TO SW-PIN-CAMBIADO.
           DISPLAY "PIN NUEVO (4 A 8 DÍGITOS): ".
           ACCEPT PIN-ENTRADA.
           MOVE PIN-ENTRADA TO PINCHK-PIN.
           PERFORM VALIDAR-FORMATO-PIN.
           IF PINCHK-INVALIDO
               DISPLAY "EL PIN DEBE TENER DE 4 A 8 DÍGITOS"
               GO TO CAMBIAR-PIN-OPERADOR-FIN
           END-IF.
           DISPLAY "REPITA EL PIN NUEVO: ".
           ACCEPT PIN-REPETIDO.
           IF PIN-REPETIDO NOT = PIN-ENTRADA
               DISPLAY "LOS PIN NO COINCIDEN - NO SE CAMBIÓ"
               GO TO CAMBIAR-PIN-OPERADOR-FIN
           END-IF.
           MOVE OPE-ID TO PINCHK-ID.
           PERFORM CIFRAR-PIN.
           IF PINCHK-CIFRADO = OPE-PIN-CIFRADO
               DISPLAY "EL PIN NUEVO DEBE SER DISTINTO DEL ANTERIOR"
               GO TO CAMBIAR-PIN-OPERADOR-FIN
           END-IF.
           MOVE PINCHK-CIFRADO TO OPE-PIN-CIFRADO.
           MOVE FECHA-HOY TO OPE-FECHA-PIN.
           MOVE "N" TO OPE-CAMBIAR-PIN.
           REWRITE REG-OPERADOR.
           PERFORM VERIFICAR-GRABACION-OPERADOR.
           MOVE "S" TO SW-PIN-CAMBIADO.
           DISPLAY "PIN CAMBIADO".
           MOVE "CAMBIO DE PIN" TO AUDIT-CAMPO.
           MOVE OPE-ID TO AUDIT-VALOR-ANTES.
           MOVE "CAMBIADO" TO AUDIT-VALOR-DESPUES.
           PERFORM AUDITAR-SIGN-ON.
       CAMBIAR-PIN-OPERADOR-FIN.
           EXIT.

       ACEPTAR-SESION.
           MOVE 0 TO OPE-INTENTOS-FALLIDOS.
           MOVE FECHA-HOY TO OPE-ULTIMO-INGRESO.
           REWRITE REG-OPERADOR.
           PERFORM VERIFICAR-GRABACION-OPERADOR.
           MOVE OPE-ID TO FIRMA-OPERADOR.
           MOVE OPE-ROL TO ROL-OPERADOR.
           MOVE "S" TO SW-FIRMADO.
           DISPLAY "SESIÓN DE: ", OPE-NOMBRE,
                   " (ROL ", OPE-ROL, ")".

      ******************************************************************
      * Un REWRITE de OPERMAST que no graba frena la sesión (ver
      * FILECHK-PROC): un intento fallido o un bloqueo que no quedó
      * grabado dejaría probar PIN sin tope, y un PIN nuevo que no
      * quedó grabado no se puede dar por cambiado.
      ******************************************************************
       VERIFICAR-GRABACION-OPERADOR.
           MOVE "OPERMAST" TO FCHK-ARCHIVO.
           MOVE OPE-ID TO FCHK-CLAVE.
           MOVE FS-OPERADORES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       AUDITAR-SIGN-ON.
           MOVE "SIGN-ON COBOL47" TO AUDIT-PROGRAMA.
           PERFORM GRABAR-AUDITORIA.

       CONTINUAR.
           DISPLAY "CONTINUAR (Y/N)?".
