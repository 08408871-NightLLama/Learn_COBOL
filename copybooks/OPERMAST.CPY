      * ROL-OPERADOR (ver OPERSESS.CPY) y los programas sensibles lo
      * verifican con los copybooks ROLCHK antes de correr.  Archivo
      * indexado, clave OPE-ID.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se agregó el PIN del operador: OPE-PIN-CIFRADO
      *             guarda solo el valor cifrado de un sentido (ver
      *             PINCHK-PROC.CPY), nunca el PIN.  El sign-on de
      *             COBOL47 cuenta los intentos fallidos en
      *             OPE-INTENTOS-FALLIDOS y bloquea el ID al llegar al
      *             tope de OPERPARM; solo un administrador lo
      *             desbloquea en OPERATOR-MAINT.  OPE-FECHA-PIN da el
      *             vencimiento, OPE-CAMBIAR-PIN fuerza el cambio en
      *             el próximo sign-on y OPE-ULTIMO-INGRESO alimenta
      *             el listado de IDs sin uso OPERATOR-DORMANT.  Un
      *             registro anterior queda sin PIN: el operador lo
      *             define en su primer sign-on.
      * 2026-10-15  Se agregó OPE-ID-ESTUDIANTE: el ID del registro
      *             propio del operador en el STUDENT-MASTER cuando el
      *             operador es también alumno (ayudante de oficina);
      *             cero = ninguno.  Se teclea en el alta de
      *             OPERATOR-MAINT y SEGREGATION-CHECK lo usa para
      *             denunciar al operador que tocó su propio registro.
      * 2026-10-15  Un registro sin PIN ya no entra: el sign-on de
      *             COBOL47 lo rechaza como bloqueado.  Los registros
      *             anteriores al PIN reciben un PIN provisorio de la
      *             conversión OPERATOR-PIN-INIT (una sola vez, ver
      *             jcl/PINCONV.jcl) y los demás casos un administrador
      *             con el (D)esbloqueo de OPERATOR-MAINT.
      ******************************************************************
       01  REG-OPERADOR.
           05  OPE-ID             PIC X(8).
               88  ROL-EMPLEADO       VALUE "C".
               88  ROL-SUPERVISOR     VALUE "S".
               88  ROL-ADMINISTRADOR  VALUE "A".
           05  OPE-PIN-CIFRADO    PIC 9(10).
           05  OPE-INTENTOS-FALLIDOS PIC 99.
           05  OPE-BLOQUEADO      PIC X.
               88  OPE-ESTA-BLOQUEADO VALUE "S".
           05  OPE-FECHA-PIN      PIC 9(8).
           05  OPE-CAMBIAR-PIN    PIC X.
               88  OPE-DEBE-CAMBIAR-PIN VALUE "S".
           05  OPE-ULTIMO-INGRESO PIC 9(8).
           05  OPE-ID-ESTUDIANTE  PIC 9(6).
