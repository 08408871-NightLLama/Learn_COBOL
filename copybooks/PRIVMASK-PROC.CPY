      ******************************************************************
      * PRIVMASK-PROC.CPY
      * Enmascarado de los datos de directorio de un estudiante con
      * restricción de divulgación (PRIVACIDAD-EST, ver STUDENT.CPY),
      * en el mismo estilo que ENMASCARAR-CUENTA de ACCTMASK-PROC:
      * la fecha de nacimiento conserva solo el año (mes y día en
      * cero), el teléfono deja visibles solo los últimos
      * PRIVMASK-DIGITOS-VISIBLES dígitos, y las dos líneas de
      * dirección quedan enteramente en "$".  Cargar los campos de
      * PRIVMASK.CPY con copias del registro antes de hacer PERFORM
      * sobre ENMASCARAR-DATOS-PRIVADOS, y tomar de ahí el resultado.
      * CANT-PRIV-SUPRIMIDOS y CANT-PRIV-ENMASCARADOS son los totales
      * que cada corrida informa al oficial de privacidad.
      ******************************************************************
       ENMASCARAR-DATOS-PRIVADOS.
           MOVE 0 TO PRIVMASK-MES-DIA.
           COMPUTE PRIVMASK-DIGITOS-OCULTAR =
                   FUNCTION LENGTH(FUNCTION TRIM(PRIVMASK-TELEFONO))
                   - PRIVMASK-DIGITOS-VISIBLES.
           IF PRIVMASK-TELEFONO NOT = SPACES
              AND PRIVMASK-DIGITOS-OCULTAR > 0
               INSPECT PRIVMASK-TELEFONO(1:PRIVMASK-DIGITOS-OCULTAR)
                   REPLACING ALL "0" BY "$"
                             ALL "1" BY "$"
                             ALL "2" BY "$"
                             ALL "3" BY "$"
                             ALL "4" BY "$"
                             ALL "5" BY "$"
                             ALL "6" BY "$"
                             ALL "7" BY "$"
                             ALL "8" BY "$"
                             ALL "9" BY "$"
           END-IF.
           INSPECT PRIVMASK-DIRECCION-1
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
                       TO "$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$".
           INSPECT PRIVMASK-DIRECCION-1
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "$$$$$$$$$$$$$$$$$$$$$$$$$$".
           INSPECT PRIVMASK-DIRECCION-2
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
                       TO "$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$$".
           INSPECT PRIVMASK-DIRECCION-2
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "$$$$$$$$$$$$$$$$$$$$$$$$$$".
           ADD 1 TO CANT-PRIV-ENMASCARADOS.
