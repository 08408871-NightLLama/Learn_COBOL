      ******************************************************************
      * PINCHK.CPY
      * Campos de trabajo para el PIN del operador, compartidos por
      * PINCHK-PROC.CPY (ver ese copybook para los párrafos).  El PIN
      * nunca se graba: OPERMAST guarda solo el valor cifrado que
      * sale de CIFRAR-PIN, y el sign-on compara cifrado contra
      * cifrado.
      ******************************************************************
       01  PINCHK-DATOS.
           05  PINCHK-ID           PIC X(8).
           05  PINCHK-PIN          PIC X(8).
           05  PINCHK-TEXTO        PIC X(16).
           05  PINCHK-CIFRADO      PIC 9(10).
           05  PINCHK-ACUMULADO    PIC 9(12).
           05  PINCHK-POS          PIC 99.
           05  PINCHK-VUELTA       PIC 9.
           05  PINCHK-LARGO        PIC 99.
           05  SW-PINCHK-OK        PIC A.
               88  PINCHK-VALIDO       VALUE "S".
               88  PINCHK-INVALIDO     VALUE "N".
