      * desconocidas a la cuenta puente SUSPENSO99 - conviene que
      * SUSPENSO99 misma esté de alta acá.  Mismo molde que
      * CATALOG-MAINT.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  El alta pide además el tipo de cuenta y el renglón
      *             del estado contable (CTA-TIPO / CTA-RUBRO) que usa
      *             FIN-STATEMENTS; ENTER en el tipo lo deduce del
      *             primer dígito del número.  El listado los muestra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHART-MAINT.
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  TIPO-ENTRADA PIC A.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "NOMBRE DE LA CUENTA: ".
           ACCEPT CTA-NOMBRE.
           MOVE FUNCTION UPPER-CASE(CTA-NOMBRE) TO CTA-NOMBRE.
           MOVE SPACE TO CTA-TIPO.
           PERFORM PEDIR-TIPO-CUENTA UNTIL CTA-TIPO-VALIDO.
           DISPLAY "RENGLÓN DEL ESTADO CONTABLE (EJ. CAJA Y BANCOS): ".
           ACCEPT CTA-RUBRO.
           MOVE FUNCTION UPPER-CASE(CTA-RUBRO) TO CTA-RUBRO.
           MOVE "A" TO CTA-ESTADO.
           WRITE REG-CUENTA-GL
               INVALID KEY
               DISPLAY "CUENTA DADA DE ALTA"
           END-IF.

      ******************************************************************
      * Tipo de cuenta; ENTER lo deduce del primer dígito del número
      * (1 activo, 2 pasivo, 3 patrimonio, 4 ingreso, 5 a 9 gasto).
      ******************************************************************
       PEDIR-TIPO-CUENTA.
           DISPLAY "TIPO - (A)CTIVO, (P)ASIVO, PATRIMONIO (N)ETO,"
                   " (I)NGRESO, (G)ASTO (ENTER = POR NÚMERO): ".
           ACCEPT TIPO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(TIPO-ENTRADA) TO CTA-TIPO.
           IF CTA-TIPO = SPACE
               EVALUATE CTA-CUENTA(1:1)
                   WHEN "1"
                       MOVE "A" TO CTA-TIPO
                   WHEN "2"
                       MOVE "P" TO CTA-TIPO
                   WHEN "3"
                       MOVE "N" TO CTA-TIPO
                   WHEN "4"
                       MOVE "I" TO CTA-TIPO
                   WHEN "5" THRU "9"
                       MOVE "G" TO CTA-TIPO
                   WHEN OTHER
                       DISPLAY "EL NÚMERO NO INDICA EL TIPO -"
                               " INGRÉSELO"
               END-EVALUATE
           END-IF.
           IF CTA-TIPO NOT = SPACE AND NOT CTA-TIPO-VALIDO
               DISPLAY "TIPO INVÁLIDO, REINGRESE"
           END-IF.

       BAJA-CUENTA.
           DISPLAY "NÚMERO DE CUENTA A INACTIVAR: ".
           ACCEPT CTA-CUENTA.
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   DISPLAY CTA-CUENTA, "  ", CTA-NOMBRE, "  ",
                           CTA-ESTADO, "  ", CTA-TIPO, "  ", CTA-RUBRO
           END-READ.
