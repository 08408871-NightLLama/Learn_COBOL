      ******************************************************************
      * Mantenimiento de las cuentas de nómina por campus (PAYACCT, ver
      * NOMCTA.CPY): para cada campus, las cuentas GL de gasto y de
      * pasivo a las que PAYROLL-RUN postea la liquidación del mes, la
      * cuenta de caja del depósito directo y el porcentaje de cargas
      * patronales.  Un campus sin registro acá no se liquida.  Alta o
      * actualización, consulta y listado; sigue el molde de
      * VENDOR-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ACCT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-NOMINA ASSIGN TO "PAYACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-CAMPUS
               FILE STATUS IS FS-CUENTAS-NOMINA.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-NOMINA.
           COPY NOMCTA.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       WORKING-STORAGE SECTION.
       01  FS-CUENTAS-NOMINA PIC XX.
           88  FS-NCT-OK           VALUE "00".
           88  FS-NCT-NO-EXISTE    VALUE "35".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA       VALUE "A".
           88  MANT-CONSULTA   VALUE "C".
           88  MANT-LISTAR     VALUE "L".
           88  MANT-FIN        VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-EXISTIA PIC A.
           88  EXISTIA VALUE "S".
       01  CUENTA-ENTRADA PIC X(10).
       01  CUENTA-ACTUAL PIC X(10).
       01  CUENTA-ROTULO PIC X(40).
       01  PORC-ED PIC Z9.99.
           COPY NUMCHK.
           COPY CAMPCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-CUENTAS-NOMINA.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE CUENTAS-NOMINA.
           STOP RUN.

       ABRIR-CUENTAS-NOMINA.
           OPEN I-O CUENTAS-NOMINA.
           IF FS-NCT-NO-EXISTE
               OPEN OUTPUT CUENTAS-NOMINA
               CLOSE CUENTAS-NOMINA
               OPEN I-O CUENTAS-NOMINA
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "CUENTAS DE NÓMINA - (A)LTA/MODIFICAR, (C)ONSULTA,"
                   " (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-CUENTAS-CAMPUS
               WHEN MANT-CONSULTA
                   PERFORM CONSULTAR-CUENTAS-CAMPUS
               WHEN MANT-LISTAR
                   PERFORM LISTAR-CUENTAS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-CAMPUS-NOMINA.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO NCT-CAMPUS.

      ******************************************************************
      * Alta o actualización de las cuentas de un campus.
      ******************************************************************
       ALTA-CUENTAS-CAMPUS.
           PERFORM PEDIR-CAMPUS-NOMINA.
           MOVE "N" TO SW-EXISTIA.
           READ CUENTAS-NOMINA
               INVALID KEY
                   INITIALIZE REG-CUENTAS-NOMINA
                   MOVE CAMPCHK-CAMPUS TO NCT-CAMPUS
               NOT INVALID KEY
                   MOVE "S" TO SW-EXISTIA
           END-READ.
           MOVE "GASTO SUELDOS DOCENTES" TO CUENTA-ROTULO.
           MOVE NCT-CTA-SUELDO-DOCENTE TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-SUELDO-DOCENTE.
           MOVE "GASTO SUELDOS PERSONAL NO DOCENTE" TO CUENTA-ROTULO.
           MOVE NCT-CTA-SUELDO-PERSONAL TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-SUELDO-PERSONAL.
           MOVE "GASTO SUPLENCIAS" TO CUENTA-ROTULO.
           MOVE NCT-CTA-SUPLENCIAS TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-SUPLENCIAS.
           MOVE "GASTO CARGAS PATRONALES" TO CUENTA-ROTULO.
           MOVE NCT-CTA-CARGAS TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-CARGAS.
           MOVE "PASIVO SUELDOS NETOS A PAGAR" TO CUENTA-ROTULO.
           MOVE NCT-CTA-SUELDOS-PAGAR TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-SUELDOS-PAGAR.
           MOVE "PASIVO RETENCIONES DE IMPUESTO" TO CUENTA-ROTULO.
           MOVE NCT-CTA-RETENCIONES TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-RETENCIONES.
           MOVE "PASIVO APORTES Y CARGAS" TO CUENTA-ROTULO.
           MOVE NCT-CTA-APORTES TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-APORTES.
           MOVE "PASIVO OTRAS DEDUCCIONES" TO CUENTA-ROTULO.
           MOVE NCT-CTA-DEDUCCIONES TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-DEDUCCIONES.
           MOVE "CAJA DEL DEPÓSITO DIRECTO" TO CUENTA-ROTULO.
           MOVE NCT-CTA-CAJA TO CUENTA-ACTUAL.
           PERFORM TOMAR-CUENTA.
           MOVE CUENTA-ENTRADA TO NCT-CTA-CAJA.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-PORC-CARGAS UNTIL NUMCHK-VALIDO.
           IF EXISTIA
               REWRITE REG-CUENTAS-NOMINA
               DISPLAY "CUENTAS DEL CAMPUS ACTUALIZADAS"
           ELSE
               WRITE REG-CUENTAS-NOMINA
               DISPLAY "CUENTAS DEL CAMPUS DADAS DE ALTA"
           END-IF.

      ******************************************************************
      * La cuenta actual es el valor por omisión (ENTER la deja); una
      * cuenta en blanco se vuelve a pedir.
      ******************************************************************
       TOMAR-CUENTA.
           MOVE SPACES TO CUENTA-ENTRADA.
           PERFORM PEDIR-CUENTA UNTIL CUENTA-ENTRADA NOT = SPACES.

       PEDIR-CUENTA.
           DISPLAY FUNCTION TRIM(CUENTA-ROTULO), " (", CUENTA-ACTUAL,
                   "): ".
           ACCEPT CUENTA-ENTRADA.
           IF CUENTA-ENTRADA = SPACES
               MOVE CUENTA-ACTUAL TO CUENTA-ENTRADA
           ELSE
               MOVE FUNCTION UPPER-CASE(CUENTA-ENTRADA)
                   TO CUENTA-ENTRADA
           END-IF.

       PEDIR-PORC-CARGAS.
           MOVE NCT-PORC-CARGAS TO PORC-ED.
           DISPLAY "PORCENTAJE DE CARGAS PATRONALES (", PORC-ED,
                   "): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 0
                      OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 50
                       DISPLAY "PORCENTAJE FUERA DE RANGO (0-50)"
                       MOVE "N" TO SW-NUMCHK-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                           TO NCT-PORC-CARGAS
                   END-IF
               END-IF
           END-IF.

       CONSULTAR-CUENTAS-CAMPUS.
           PERFORM PEDIR-CAMPUS-NOMINA.
           READ CUENTAS-NOMINA
               INVALID KEY
                   DISPLAY "CAMPUS SIN CUENTAS DE NÓMINA"
               NOT INVALID KEY
                   PERFORM MOSTRAR-CUENTAS
           END-READ.

       MOSTRAR-CUENTAS.
           MOVE NCT-PORC-CARGAS TO PORC-ED.
           DISPLAY "CAMPUS ", NCT-CAMPUS, "  CARGAS PATRONALES ",
                   PORC-ED, "%".
           DISPLAY "  GASTO:  DOCENTES ", NCT-CTA-SUELDO-DOCENTE,
                   "  PERSONAL ", NCT-CTA-SUELDO-PERSONAL,
                   "  SUPLENCIAS ", NCT-CTA-SUPLENCIAS,
                   "  CARGAS ", NCT-CTA-CARGAS.
           DISPLAY "  PASIVO: NETOS ", NCT-CTA-SUELDOS-PAGAR,
                   "  RETENC ", NCT-CTA-RETENCIONES,
                   "  APORTES ", NCT-CTA-APORTES,
                   "  DEDUC ", NCT-CTA-DEDUCCIONES.
           DISPLAY "  CAJA:   ", NCT-CTA-CAJA.

       LISTAR-CUENTAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO NCT-CAMPUS.
           START CUENTAS-NOMINA KEY IS NOT LESS THAN NCT-CAMPUS
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-CAMPUS UNTIL FIN-ARCHIVO.

       LISTAR-UN-CAMPUS.
           READ CUENTAS-NOMINA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   PERFORM MOSTRAR-CUENTAS
           END-READ.

           COPY NUMCHK-PROC.
           COPY CAMPCHK-PROC.
