      *             límite de crédito de la cuenta (CLI-LIMITE-
      *             CREDITO, ENTER = sin límite), contra el que la
      *             facturación retiene los pedidos excedidos.
      * 2026-10-15  El alta y la modificación teclean también los
      *             datos de impuesto a las ventas: la jurisdicción
      *             (validada contra la tabla TAXJURIS cuando está) y,
      *             para un cliente exento, el número de certificado de
      *             exención, que es obligatorio.  La consulta los
      *             muestra.
      * 2026-10-15  El alta y la modificación preguntan si la cuenta
      *             recibe la factura electrónica (CLI-ENTREGA-
      *             FACTURA); la consulta lo muestra.
      * 2026-10-15  El alta y la modificación preguntan si la cuenta
      *             está exenta del recargo por mora (CLI-EXENTO-
      *             RECARGO); la consulta lo muestra.
      * 2026-10-15  El alta y la modificación, que re-teclean la
      *             dirección, dejan CLI-COD-POSTAL y
      *             CLI-MARCA-DIRECCION en blanco (sin revisar) para la
      *             próxima corrida de ADDRESS-STANDARD; la consulta
      *             muestra el código postal y el estado de la
      *             dirección.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MAINT.
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT JURISDICCIONES ASSIGN TO "TAXJURIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JUR-CODIGO
               FILE STATUS IS FS-JURISDICCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CUSTMAST.

       FD  JURISDICCIONES.
           COPY TAXJURIS.

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK           VALUE "00".
           88  MANT-BAJA       VALUE "B".
           88  MANT-CONSULTA   VALUE "C".
           88  MANT-FIN        VALUE "F".
       01  FS-JURISDICCIONES PIC XX.
           88  FS-JUR-OK           VALUE "00".
       01  SW-TABLA-IMPUESTO PIC A VALUE "N".
           88  TABLA-IMPUESTO-DISPONIBLE VALUE "S".
       01  SW-JURISDICCION-OK PIC A.
           88  JURISDICCION-OK VALUE "S".
       01  RESPUESTA-EXENTO PIC A.
       01  RESPUESTA-ELECTRONICA PIC A.
       01  RESPUESTA-RECARGO PIC A.
       01  LIMITE-ED PIC $$$,$$$,$$9.99.
           COPY NUMCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CLIENTES.
           OPEN INPUT JURISDICCIONES.
           IF FS-JUR-OK
               MOVE "S" TO SW-TABLA-IMPUESTO
           ELSE
               DISPLAY "ADVERTENCIA: SIN TABLA DE JURISDICCIONES"
                       " TAXJURIS - LOS CÓDIGOS PASAN SIN CONTROL"
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE CLIENTES.
           IF TABLA-IMPUESTO-DISPONIBLE
               CLOSE JURISDICCIONES
           END-IF.
           STOP RUN.

       ABRIR-CLIENTES.
           ACCEPT CLI-DIRECCION-1.
           DISPLAY "DIRECCIÓN LÍNEA 2: ".
           ACCEPT CLI-DIRECCION-2.
           MOVE SPACES TO CLI-COD-POSTAL.
           MOVE SPACE TO CLI-MARCA-DIRECCION.
           PERFORM PEDIR-LIMITE-CREDITO.
           PERFORM PEDIR-DATOS-IMPUESTO
                   THRU PEDIR-DATOS-IMPUESTO-FIN.
           PERFORM PEDIR-ENTREGA-FACTURA.
           PERFORM PEDIR-EXENTO-RECARGO.

       PEDIR-LIMITE-CREDITO.
           MOVE 0 TO CLI-LIMITE-CREDITO.
               END-IF
           END-IF.

      ******************************************************************
      * Jurisdicción de impuesto a las ventas y condición del
      * cliente.  Sin jurisdicción la facturación no cobra impuesto;
      * un cliente exento no se acepta sin su número de certificado.
      ******************************************************************
       PEDIR-DATOS-IMPUESTO.
           MOVE "N" TO SW-JURISDICCION-OK.
           PERFORM PEDIR-JURISDICCION UNTIL JURISDICCION-OK.
           MOVE "G" TO CLI-CONDICION-IMPUESTO.
           MOVE SPACES TO CLI-CERTIFICADO-EXENCION.
           IF CLI-JURISDICCION = SPACES
               GO TO PEDIR-DATOS-IMPUESTO-FIN
           END-IF.
           DISPLAY "¿CLIENTE EXENTO DEL IMPUESTO? (S/N): ".
           ACCEPT RESPUESTA-EXENTO.
           MOVE FUNCTION UPPER-CASE(RESPUESTA-EXENTO)
               TO RESPUESTA-EXENTO.
           IF RESPUESTA-EXENTO = "S"
               MOVE "E" TO CLI-CONDICION-IMPUESTO
               PERFORM PEDIR-CERTIFICADO
                       UNTIL CLI-CERTIFICADO-EXENCION NOT = SPACES
           END-IF.
       PEDIR-DATOS-IMPUESTO-FIN.
           EXIT.

       PEDIR-JURISDICCION.
           DISPLAY "JURISDICCIÓN DE IMPUESTO (ENTER = SIN"
                   " JURISDICCIÓN): ".
           ACCEPT CLI-JURISDICCION.
           MOVE FUNCTION UPPER-CASE(CLI-JURISDICCION)
               TO CLI-JURISDICCION.
           IF CLI-JURISDICCION = SPACES
              OR NOT TABLA-IMPUESTO-DISPONIBLE
               MOVE "S" TO SW-JURISDICCION-OK
           ELSE
               MOVE CLI-JURISDICCION TO JUR-CODIGO
               READ JURISDICCIONES
                   INVALID KEY
                       DISPLAY "LA JURISDICCIÓN NO ESTÁ EN TAXJURIS,"
                               " REINGRESE"
                   NOT INVALID KEY
                       IF JUR-ACTIVA
                           MOVE "S" TO SW-JURISDICCION-OK
                           DISPLAY JUR-DESCRIPCION
                       ELSE
                           DISPLAY "JURISDICCIÓN INACTIVA, REINGRESE"
                       END-IF
               END-READ
           END-IF.

       PEDIR-ENTREGA-FACTURA.
           MOVE SPACE TO CLI-ENTREGA-FACTURA.
           DISPLAY "¿FACTURA ELECTRÓNICA ADEMÁS DEL PAPEL? (S/N): ".
           ACCEPT RESPUESTA-ELECTRONICA.
           MOVE FUNCTION UPPER-CASE(RESPUESTA-ELECTRONICA)
               TO RESPUESTA-ELECTRONICA.
           IF RESPUESTA-ELECTRONICA = "S"
               MOVE "E" TO CLI-ENTREGA-FACTURA
           END-IF.

       PEDIR-EXENTO-RECARGO.
           MOVE SPACE TO CLI-EXENTO-RECARGO.
           DISPLAY "¿EXENTO DE RECARGO POR MORA? (S/N): ".
           ACCEPT RESPUESTA-RECARGO.
           MOVE FUNCTION UPPER-CASE(RESPUESTA-RECARGO)
               TO RESPUESTA-RECARGO.
           IF RESPUESTA-RECARGO = "S"
               MOVE "S" TO CLI-EXENTO-RECARGO
           END-IF.

       PEDIR-CERTIFICADO.
           DISPLAY "NÚMERO DE CERTIFICADO DE EXENCIÓN: ".
           ACCEPT CLI-CERTIFICADO-EXENCION.
           MOVE FUNCTION UPPER-CASE(CLI-CERTIFICADO-EXENCION)
               TO CLI-CERTIFICADO-EXENCION.
           IF CLI-CERTIFICADO-EXENCION = SPACES
               DISPLAY "UN CLIENTE EXENTO NECESITA SU CERTIFICADO,"
                       " REINGRESE"
           END-IF.

       BAJA-CLIENTE.
           DISPLAY "NÚMERO DE CUENTA A BORRAR: ".
           ACCEPT CLI-CUENTA.
                   DISPLAY "NOMBRE:    ", CLI-NOMBRE
                   DISPLAY "DIRECCIÓN: ", CLI-DIRECCION-1
                   DISPLAY "           ", CLI-DIRECCION-2
                   EVALUATE TRUE
                       WHEN CLI-DIR-ESTANDARIZADA
                           DISPLAY "COD. POST: ", CLI-COD-POSTAL
                       WHEN CLI-DIR-NO-RECONOCIDA
                           DISPLAY "COD. POST: ", CLI-COD-POSTAL,
                                   " (DIRECCIÓN NO RECONOCIDA)"
                       WHEN OTHER
                           DISPLAY "COD. POST: (DIRECCIÓN SIN REVISAR)"
                   END-EVALUATE
                   MOVE CLI-LIMITE-CREDITO TO LIMITE-ED
                   DISPLAY "LÍMITE:    ", LIMITE-ED
                   IF CLI-JURISDICCION = SPACES
                       DISPLAY "IMPUESTO:  SIN JURISDICCIÓN"
                   ELSE
                       IF CLI-EXENTO
                           DISPLAY "IMPUESTO:  ", CLI-JURISDICCION,
                                   " EXENTO - CERTIFICADO ",
                                   CLI-CERTIFICADO-EXENCION
                       ELSE
                           DISPLAY "IMPUESTO:  ", CLI-JURISDICCION,
                                   " GRAVADO"
                       END-IF
                   END-IF
                   IF CLI-FACTURA-ELECTRONICA
                       DISPLAY "FACTURA:   PAPEL Y ELECTRÓNICA"
                   ELSE
                       DISPLAY "FACTURA:   PAPEL"
                   END-IF
                   IF CLI-SIN-RECARGO
                       DISPLAY "RECARGO:   EXENTO"
                   END-IF
           END-READ.

           COPY NUMCHK-PROC.
