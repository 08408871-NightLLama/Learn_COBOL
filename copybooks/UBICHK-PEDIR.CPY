      ******************************************************************
      * UBICHK-PEDIR.CPY
      * Pedido de una ubicación por pantalla (ver UBICHK.CPY para los
      * campos): PEDIR-UBICACION THRU PEDIR-UBICACION-FIN, con
      * SW-UBICHK-OK inicializado en "N", deja el código en
      * UBICHK-BUSCADA con la misma regla de PEDIR-CAMPUS-GL: ENTER
      * es el depósito central, sin CAMPUSCT el código pasa con
      * aviso, con el control cargado debe ser un campus activo.  El
      * programa que COPYa esto debe COPYar también CAMPCHK y
      * declarar el SELECT/FD de CAMPUS-CONTROL que pide ese
      * copybook.
      ******************************************************************
       PEDIR-UBICACION.
           DISPLAY "UBICACIÓN - CAMPUS (ENTER = DEPÓSITO"
                   " CENTRAL): ".
           ACCEPT UBICHK-ENTRADA.
           MOVE FUNCTION UPPER-CASE(UBICHK-ENTRADA)
               TO UBICHK-ENTRADA.
           IF UBICHK-ENTRADA = SPACES
               MOVE SPACES TO UBICHK-BUSCADA
               MOVE "S" TO SW-UBICHK-OK
               GO TO PEDIR-UBICACION-FIN
           END-IF.
           OPEN INPUT CAMPUS-CONTROL.
           IF NOT FS-CAMP-CTL-OK
               DISPLAY "ADVERTENCIA: SIN CONTROL DE CAMPUS CAMPUSCT"
                       " - EL CÓDIGO PASA SIN CONTROL"
               MOVE UBICHK-ENTRADA TO UBICHK-BUSCADA
               MOVE "S" TO SW-UBICHK-OK
               GO TO PEDIR-UBICACION-FIN
           END-IF.
           MOVE UBICHK-ENTRADA TO CAM-CODIGO.
           READ CAMPUS-CONTROL
               INVALID KEY
                   DISPLAY "CAMPUS NO ESTÁ EN CAMPUSCT, REINGRESE"
               NOT INVALID KEY
                   IF CAM-ACTIVO
                       MOVE UBICHK-ENTRADA TO UBICHK-BUSCADA
                       MOVE "S" TO SW-UBICHK-OK
                   ELSE
                       DISPLAY "CAMPUS INACTIVO, REINGRESE"
                   END-IF
           END-READ.
           CLOSE CAMPUS-CONTROL.
       PEDIR-UBICACION-FIN.
           EXIT.
