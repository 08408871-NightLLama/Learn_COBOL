      ******************************************************************
      * EMPLEADO.CPY
      * Registro del maestro de nómina (PAYMAST): una fila por persona
      * que cobra sueldo del instituto - docentes de TCHMAST, suplentes
      * del padrón SUBPOOL y personal no docente - con el mismo legajo
      * que en esos archivos.  Lleva el campus al que se imputa el
      * gasto, la dirección para el cheque, el sueldo mensual (cero
      * para el suplente, que cobra solo los días trabajados a la
      * tarifa de SUBPOOL), los porcentajes de retención de impuesto y
      * de aportes personales, hasta tres deducciones fijas por mes, y
      * la forma de pago: cheque por la cola DESEMBOL de CHECK-PRINT o
      * depósito directo en la cuenta bancaria.  Lo mantiene
      * PAYROLL-MAINT; PAYROLL-RUN liquida el mes sobre este archivo.
      * Los que se van se marcan inactivos, no se borran.  Archivo
      * indexado, clave EMP-ID.
      ******************************************************************
       01  REG-EMPLEADO.
           05  EMP-ID              PIC X(6).
           05  EMP-NOMBRE          PIC X(30).
           05  EMP-TIPO            PIC X.
               88  EMP-DOCENTE         VALUE "D".
               88  EMP-SUPLENTE        VALUE "S".
               88  EMP-PERSONAL        VALUE "P".
               88  EMP-TIPO-VALIDO     VALUE "D" "S" "P".
           05  EMP-CAMPUS          PIC XX.
           05  EMP-DIRECCION-1     PIC X(30).
           05  EMP-DIRECCION-2     PIC X(30).
           05  EMP-SUELDO-MENSUAL  PIC 9(7)V99.
           05  EMP-PORC-RETENCION  PIC 99V99.
           05  EMP-PORC-APORTES    PIC 99V99.
           05  EMP-DEDUCCION OCCURS 3 TIMES.
               10  EMP-DED-CONCEPTO PIC X(10).
               10  EMP-DED-MONTO   PIC 9(5)V99.
           05  EMP-FORMA-PAGO      PIC X.
               88  EMP-PAGO-CHEQUE     VALUE "C".
               88  EMP-PAGO-DEPOSITO   VALUE "D".
           05  EMP-BANCO-RUTA      PIC X(9).
           05  EMP-BANCO-CUENTA    PIC X(17).
           05  EMP-ESTADO          PIC X.
               88  EMP-ACTIVO          VALUE "A".
               88  EMP-INACTIVO        VALUE "I".
