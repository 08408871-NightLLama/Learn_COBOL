      ******************************************************************
      * PINCHK-PROC.CPY
      * PIN del operador.  Cargar PINCHK-PIN (lo tecleado) y hacer
      * PERFORM sobre VALIDAR-FORMATO-PIN, que deja SW-PINCHK-OK en
      * "S" solo para 4 a 8 dígitos seguidos de blancos.  Cargar
      * además PINCHK-ID con el ID del operador y hacer PERFORM sobre
      * CIFRAR-PIN para obtener en PINCHK-CIFRADO el valor que se
      * graba en OPE-PIN-CIFRADO.  El cifrado es de un sentido: tres
      * vueltas de multiplicar y sumar sobre el PIN y el ID, módulo
      * un primo de diez dígitos.  El ID entra en la cuenta para que
      * dos operadores con el mismo PIN no queden con el mismo valor
      * en el archivo.
      ******************************************************************
       VALIDAR-FORMATO-PIN.
           MOVE "N" TO SW-PINCHK-OK.
           MOVE 0 TO PINCHK-LARGO.
           INSPECT PINCHK-PIN TALLYING PINCHK-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PINCHK-LARGO NOT < 4
               IF PINCHK-PIN(1:PINCHK-LARGO) IS NUMERIC
                   MOVE "S" TO SW-PINCHK-OK
               END-IF
           END-IF.
           IF PINCHK-LARGO < 8 AND PINCHK-VALIDO
               IF PINCHK-PIN(PINCHK-LARGO + 1:) NOT = SPACES
                   MOVE "N" TO SW-PINCHK-OK
               END-IF
           END-IF.

       CIFRAR-PIN.
           MOVE PINCHK-PIN TO PINCHK-TEXTO(1:8).
           MOVE PINCHK-ID TO PINCHK-TEXTO(9:8).
           MOVE 5381 TO PINCHK-ACUMULADO.
           PERFORM CIFRAR-UNA-VUELTA
                   VARYING PINCHK-VUELTA FROM 1 BY 1
                   UNTIL PINCHK-VUELTA > 3.
           MOVE PINCHK-ACUMULADO TO PINCHK-CIFRADO.

       CIFRAR-UNA-VUELTA.
           PERFORM CIFRAR-UN-CARACTER
                   VARYING PINCHK-POS FROM 1 BY 1
                   UNTIL PINCHK-POS > 16.

       CIFRAR-UN-CARACTER.
           COMPUTE PINCHK-ACUMULADO = FUNCTION MOD(
                   PINCHK-ACUMULADO * 33 +
                   FUNCTION ORD(PINCHK-TEXTO(PINCHK-POS:1)) *
                   PINCHK-VUELTA, 9999999967).
