      ******************************************************************
      * Mantenimiento del maestro de nómina (PAYMAST, ver
      * EMPLEADO.CPY): alta de un empleado con su tipo (docente de
      * TCHMAST, suplente de SUBPOOL o personal no docente), campus,
      * dirección, sueldo mensual, porcentajes de retención y aportes,
      * deducciones fijas y forma de pago; modificación; baja lógica
      * (el inactivo no se liquida más en PAYROLL-RUN pero su
      * histórico queda) y consulta.  El docente y el suplente se
      * validan contra su archivo y toman de ahí el nombre.  Sigue el
      * mismo molde de mantenimiento que VENDOR-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS-EMPLEADOS.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT SUPLENTES ASSIGN TO "SUBPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS FS-SUPLENTES.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS.
           COPY EMPLEADO.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  SUPLENTES.
           COPY SUPLENTE.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       WORKING-STORAGE SECTION.
       01  FS-EMPLEADOS PIC XX.
           88  FS-EMP-OK           VALUE "00".
           88  FS-EMP-NO-EXISTE    VALUE "35".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK           VALUE "00".
       01  FS-SUPLENTES PIC XX.
           88  FS-SUP-OK           VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  SW-SUPLENTES-DISPONIBLE PIC A VALUE "N".
           88  SUPLENTES-DISPONIBLE VALUE "S".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA       VALUE "A".
           88  MANT-MODIFICAR  VALUE "M".
           88  MANT-BAJA       VALUE "B".
           88  MANT-CONSULTA   VALUE "C".
           88  MANT-FIN        VALUE "F".
       01  SW-LEGAJO-OK PIC A.
           88  LEGAJO-OK VALUE "S".
       01  SW-DATO-OK PIC A.
           88  DATO-OK VALUE "S".
       01  NOMBRE-ORIGEN PIC X(30).
       01  IDX-DED PIC 9.
       01  IMPORTE-ED PIC $$,$$$,$$9.99.
       01  PORC-ED PIC Z9.99.
           COPY NUMCHK.
           COPY CAMPCHK.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-EMPLEADOS.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           END-IF.
           OPEN INPUT SUPLENTES.
           IF FS-SUP-OK
               MOVE "S" TO SW-SUPLENTES-DISPONIBLE
           END-IF.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE EMPLEADOS.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           IF SUPLENTES-DISPONIBLE
               CLOSE SUPLENTES
           END-IF.
           STOP RUN.

       ABRIR-EMPLEADOS.
           OPEN I-O EMPLEADOS.
           IF FS-EMP-NO-EXISTE
               OPEN OUTPUT EMPLEADOS
               CLOSE EMPLEADOS
               OPEN I-O EMPLEADOS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "NÓMINA - (A)LTA, (M)ODIFICAR, (B)AJA,"
                   " (C)ONSULTA, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-EMPLEADO
               WHEN MANT-MODIFICAR
                   PERFORM MODIFICAR-EMPLEADO
               WHEN MANT-BAJA
                   PERFORM BAJA-EMPLEADO
               WHEN MANT-CONSULTA
                   PERFORM CONSULTAR-EMPLEADO
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-LEGAJO-EMPLEADO.
           DISPLAY "LEGAJO DEL EMPLEADO (HASTA 6): ".
           ACCEPT EMP-ID.
           MOVE FUNCTION UPPER-CASE(EMP-ID) TO EMP-ID.

       ALTA-EMPLEADO.
           PERFORM PEDIR-LEGAJO-EMPLEADO.
           IF EMP-ID = SPACES
               DISPLAY "LEGAJO EN BLANCO"
           ELSE
               READ EMPLEADOS
                   INVALID KEY
                       PERFORM PEDIR-DATOS-EMPLEADO
                          THRU PEDIR-DATOS-EMPLEADO-FIN
                       IF LEGAJO-OK
                           MOVE "A" TO EMP-ESTADO
                           WRITE REG-EMPLEADO
                           IF FS-EMP-OK
                               DISPLAY "EMPLEADO DADO DE ALTA"
                           ELSE
                               DISPLAY "NO SE PUDO GRABAR (ESTADO ",
                                       FS-EMPLEADOS, ")"
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "EL EMPLEADO YA ESTÁ EN LA NÓMINA -"
                               " USE (M)ODIFICAR"
               END-READ
           END-IF.

       MODIFICAR-EMPLEADO.
           PERFORM PEDIR-LEGAJO-EMPLEADO.
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY "EMPLEADO NO ESTÁ EN LA NÓMINA"
               NOT INVALID KEY
                   DISPLAY "EMPLEADO ACTUAL: ", EMP-NOMBRE
                   PERFORM PEDIR-DATOS-EMPLEADO
                      THRU PEDIR-DATOS-EMPLEADO-FIN
                   IF LEGAJO-OK
                       MOVE "A" TO EMP-ESTADO
                       REWRITE REG-EMPLEADO
                       DISPLAY "EMPLEADO ACTUALIZADO"
                   END-IF
           END-READ.

      ******************************************************************
      * Datos del empleado.  El docente tiene que estar en TCHMAST y
      * el suplente en SUBPOOL (sin el archivo, pasa con aviso); el
      * nombre se propone desde ahí.  El suplente no tiene sueldo
      * mensual: cobra los días de SUBCOVER a su tarifa diaria.
      ******************************************************************
       PEDIR-DATOS-EMPLEADO.
           MOVE "N" TO SW-DATO-OK.
           PERFORM PEDIR-TIPO UNTIL DATO-OK.
           PERFORM VALIDAR-LEGAJO-ORIGEN.
           IF NOT LEGAJO-OK
               GO TO PEDIR-DATOS-EMPLEADO-FIN
           END-IF.
           IF NOMBRE-ORIGEN NOT = SPACES
               MOVE NOMBRE-ORIGEN TO EMP-NOMBRE
               DISPLAY "NOMBRE: ", EMP-NOMBRE
           ELSE
               DISPLAY "NOMBRE: "
               ACCEPT EMP-NOMBRE
               MOVE FUNCTION UPPER-CASE(EMP-NOMBRE) TO EMP-NOMBRE
           END-IF.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO EMP-CAMPUS.
           DISPLAY "DIRECCIÓN LÍNEA 1: ".
           ACCEPT EMP-DIRECCION-1.
           DISPLAY "DIRECCIÓN LÍNEA 2: ".
           ACCEPT EMP-DIRECCION-2.
           IF EMP-SUPLENTE
               MOVE 0 TO EMP-SUELDO-MENSUAL
           ELSE
               MOVE "N" TO SW-NUMCHK-OK
               PERFORM PEDIR-SUELDO UNTIL NUMCHK-VALIDO
           END-IF.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-RETENCION UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-APORTES UNTIL NUMCHK-VALIDO.
           PERFORM PEDIR-DEDUCCION
                   VARYING IDX-DED FROM 1 BY 1
                   UNTIL IDX-DED > 3.
           MOVE "N" TO SW-DATO-OK.
           PERFORM PEDIR-FORMA-PAGO UNTIL DATO-OK.
           IF EMP-PAGO-DEPOSITO
               MOVE "N" TO SW-DATO-OK
               PERFORM PEDIR-CUENTA-BANCARIA UNTIL DATO-OK
           ELSE
               MOVE SPACES TO EMP-BANCO-RUTA
               MOVE SPACES TO EMP-BANCO-CUENTA
           END-IF.
       PEDIR-DATOS-EMPLEADO-FIN.
           EXIT.

       PEDIR-TIPO.
           DISPLAY "TIPO - (D)OCENTE, (S)UPLENTE, (P)ERSONAL: ".
           ACCEPT EMP-TIPO.
           MOVE FUNCTION UPPER-CASE(EMP-TIPO) TO EMP-TIPO.
           IF EMP-TIPO-VALIDO
               MOVE "S" TO SW-DATO-OK
           ELSE
               DISPLAY "TIPO INVÁLIDO, REINGRESE"
           END-IF.

       VALIDAR-LEGAJO-ORIGEN.
           MOVE "S" TO SW-LEGAJO-OK.
           MOVE SPACES TO NOMBRE-ORIGEN.
           EVALUATE TRUE
               WHEN EMP-DOCENTE AND DOCENTES-DISPONIBLE
                   MOVE EMP-ID TO DOC-ID
                   READ DOCENTES
                       INVALID KEY
                           DISPLAY "LEGAJO NO ESTÁ EN TCHMAST"
                           MOVE "N" TO SW-LEGAJO-OK
                       NOT INVALID KEY
                           MOVE DOC-NOMBRE TO NOMBRE-ORIGEN
                   END-READ
               WHEN EMP-SUPLENTE AND SUPLENTES-DISPONIBLE
                   MOVE EMP-ID TO SUP-ID
                   READ SUPLENTES
                       INVALID KEY
                           DISPLAY "LEGAJO NO ESTÁ EN SUBPOOL"
                           MOVE "N" TO SW-LEGAJO-OK
                       NOT INVALID KEY
                           MOVE SUP-NOMBRE TO NOMBRE-ORIGEN
                   END-READ
               WHEN EMP-DOCENTE OR EMP-SUPLENTE
                   DISPLAY "ADVERTENCIA: SIN ARCHIVO DE ORIGEN - EL"
                           " LEGAJO PASA SIN CONTROL"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDIR-SUELDO.
           DISPLAY "SUELDO MENSUAL: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 9999999.99
                   DISPLAY "SUELDO FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO EMP-SUELDO-MENSUAL
               END-IF
           END-IF.

       PEDIR-RETENCION.
           DISPLAY "PORCENTAJE DE RETENCIÓN DE IMPUESTO: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 50
                   DISPLAY "PORCENTAJE FUERA DE RANGO (0-50)"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO EMP-PORC-RETENCION
               END-IF
           END-IF.

       PEDIR-APORTES.
           DISPLAY "PORCENTAJE DE APORTES PERSONALES: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 50
                   DISPLAY "PORCENTAJE FUERA DE RANGO (0-50)"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO EMP-PORC-APORTES
               END-IF
           END-IF.

      ******************************************************************
      * Deducciones fijas del mes (cuota sindical, obra social...):
      * concepto en blanco = sin deducción en ese renglón.
      ******************************************************************
       PEDIR-DEDUCCION.
           DISPLAY "DEDUCCIÓN ", IDX-DED,
                   " - CONCEPTO (ENTER = NINGUNA): ".
           ACCEPT EMP-DED-CONCEPTO(IDX-DED).
           MOVE FUNCTION UPPER-CASE(EMP-DED-CONCEPTO(IDX-DED))
               TO EMP-DED-CONCEPTO(IDX-DED).
           MOVE 0 TO EMP-DED-MONTO(IDX-DED).
           IF EMP-DED-CONCEPTO(IDX-DED) NOT = SPACES
               MOVE "N" TO SW-NUMCHK-OK
               PERFORM PEDIR-MONTO-DEDUCCION UNTIL NUMCHK-VALIDO
           END-IF.

       PEDIR-MONTO-DEDUCCION.
           DISPLAY "MONTO MENSUAL: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) NOT > 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 99999.99
                   DISPLAY "MONTO FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO EMP-DED-MONTO(IDX-DED)
               END-IF
           END-IF.

       PEDIR-FORMA-PAGO.
           DISPLAY "FORMA DE PAGO - (C)HEQUE O (D)EPÓSITO DIRECTO: ".
           ACCEPT EMP-FORMA-PAGO.
           MOVE FUNCTION UPPER-CASE(EMP-FORMA-PAGO) TO EMP-FORMA-PAGO.
           IF EMP-PAGO-CHEQUE OR EMP-PAGO-DEPOSITO
               MOVE "S" TO SW-DATO-OK
           ELSE
               DISPLAY "FORMA DE PAGO INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-CUENTA-BANCARIA.
           DISPLAY "NÚMERO DE RUTA DEL BANCO (9 DÍGITOS): ".
           ACCEPT EMP-BANCO-RUTA.
           DISPLAY "NÚMERO DE CUENTA BANCARIA: ".
           ACCEPT EMP-BANCO-CUENTA.
           MOVE FUNCTION UPPER-CASE(EMP-BANCO-CUENTA)
               TO EMP-BANCO-CUENTA.
           IF EMP-BANCO-RUTA IS NOT NUMERIC
               DISPLAY "RUTA INVÁLIDA, REINGRESE"
           ELSE
               IF EMP-BANCO-CUENTA = SPACES
                   DISPLAY "CUENTA EN BLANCO, REINGRESE"
               ELSE
                   MOVE "S" TO SW-DATO-OK
               END-IF
           END-IF.

       BAJA-EMPLEADO.
           PERFORM PEDIR-LEGAJO-EMPLEADO.
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY "EMPLEADO NO ESTÁ EN LA NÓMINA"
               NOT INVALID KEY
                   MOVE "I" TO EMP-ESTADO
                   REWRITE REG-EMPLEADO
                   DISPLAY "EMPLEADO INACTIVO - YA NO SE LIQUIDA"
           END-READ.

       CONSULTAR-EMPLEADO.
           PERFORM PEDIR-LEGAJO-EMPLEADO.
           READ EMPLEADOS
               INVALID KEY
                   DISPLAY "EMPLEADO NO ESTÁ EN LA NÓMINA"
               NOT INVALID KEY
                   DISPLAY "NOMBRE:     ", EMP-NOMBRE
                   DISPLAY "TIPO:       ", EMP-TIPO,
                           "   CAMPUS: ", EMP-CAMPUS
                   DISPLAY "DIRECCIÓN:  ", EMP-DIRECCION-1
                   DISPLAY "            ", EMP-DIRECCION-2
                   MOVE EMP-SUELDO-MENSUAL TO IMPORTE-ED
                   DISPLAY "SUELDO:     ", IMPORTE-ED
                   MOVE EMP-PORC-RETENCION TO PORC-ED
                   DISPLAY "RETENCIÓN:  ", PORC-ED, "%"
                   MOVE EMP-PORC-APORTES TO PORC-ED
                   DISPLAY "APORTES:    ", PORC-ED, "%"
                   PERFORM MOSTRAR-DEDUCCION
                           VARYING IDX-DED FROM 1 BY 1
                           UNTIL IDX-DED > 3
                   IF EMP-PAGO-DEPOSITO
                       DISPLAY "PAGO:       DEPÓSITO ",
                               EMP-BANCO-RUTA, " ", EMP-BANCO-CUENTA
                   ELSE
                       DISPLAY "PAGO:       CHEQUE"
                   END-IF
                   DISPLAY "ESTADO:     ", EMP-ESTADO
           END-READ.

       MOSTRAR-DEDUCCION.
           IF EMP-DED-CONCEPTO(IDX-DED) NOT = SPACES
               MOVE EMP-DED-MONTO(IDX-DED) TO IMPORTE-ED
               DISPLAY "DEDUCCIÓN:  ", EMP-DED-CONCEPTO(IDX-DED),
                       " ", IMPORTE-ED
           END-IF.

           COPY NUMCHK-PROC.
           COPY CAMPCHK-PROC.
