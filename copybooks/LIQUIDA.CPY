      ******************************************************************
      * LIQUIDA.CPY
      * Registro del histórico de liquidaciones de nómina (PAYHIST):
      * una fila por mes y empleado de PAYMAST liquidado en la corrida
      * definitiva de PAYROLL-RUN, con el sueldo, los días de suplencia
      * de SUBCOVER y su tarifa, el bruto, cada retención, el neto, las
      * cargas patronales y cómo se pagó (número de desembolso de
      * DESEMBOL para el cheque, o depósito directo).  La clave impide
      * liquidar dos veces el mismo mes a la misma persona;
      * PAYROLL-YEAREND suma el año por empleado para el resumen de
      * ganancias.  Archivo indexado, clave LIQ-CLAVE (mes + legajo).
      ******************************************************************
       01  REG-LIQUIDACION.
           05  LIQ-CLAVE.
               10  LIQ-PERIODO     PIC 9(6).
               10  LIQ-EMP-ID      PIC X(6).
           05  LIQ-TIPO            PIC X.
           05  LIQ-CAMPUS          PIC XX.
           05  LIQ-SUELDO          PIC 9(7)V99.
           05  LIQ-DIAS-SUPLENCIA  PIC 9(3).
           05  LIQ-TARIFA-DIARIA   PIC 9(5)V99.
           05  LIQ-SUPLENCIAS      PIC 9(7)V99.
           05  LIQ-BRUTO           PIC 9(7)V99.
           05  LIQ-RETENCION       PIC 9(7)V99.
           05  LIQ-APORTES         PIC 9(7)V99.
           05  LIQ-DEDUCCIONES     PIC 9(7)V99.
           05  LIQ-NETO            PIC 9(7)V99.
           05  LIQ-CARGAS          PIC 9(7)V99.
           05  LIQ-FORMA-PAGO      PIC X.
               88  LIQ-PAGO-CHEQUE     VALUE "C".
               88  LIQ-PAGO-DEPOSITO   VALUE "D".
           05  LIQ-NUMERO-PAGO     PIC 9(6).
           05  LIQ-FECHA           PIC 9(8).
           05  LIQ-OPERADOR        PIC X(8).
