      ******************************************************************
      * OPERPARM.CPY
      * Registro único de parámetros del sign-on (OPERPARM), que el
      * administrador ajusta en OPERATOR-MAINT: cantidad de PIN
      * fallidos seguidos que bloquean el ID y días de vigencia del
      * PIN antes de forzar el cambio (cero = no vence).  Sin el
      * archivo el sign-on toma 3 intentos y 90 días.
      ******************************************************************
       01  REG-PARM-OPERADOR.
           05  PRM-MAX-INTENTOS   PIC 99.
           05  PRM-DIAS-VIGENCIA  PIC 999.
