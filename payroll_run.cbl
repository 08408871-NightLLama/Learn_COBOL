      ******************************************************************
      * Liquidación mensual de sueldos: recorre el maestro de nómina
      * PAYMAST (ver EMPLEADO.CPY) y liquida el mes pedido a cada
      * empleado activo.  El bruto es el sueldo mensual más, para el
      * suplente, los días distintos del mes en que cubrió una
      * sección según SUBCOVER (ver COBERTUR.CPY) a la tarifa diaria
      * del padrón SUBPOOL.  Sobre el bruto salen la retención de
      * impuesto y los aportes personales (porcentajes del empleado) y
      * las deducciones fijas; lo que queda es el neto.  Las cargas
      * patronales son el porcentaje del campus en PAYACCT (ver
      * NOMCTA.CPY), de donde salen también las cuentas GL.
      *
      * En modo (P)RELIMINAR sólo sale el registro de sueldos PAYREG.
      * En modo (D)EFINITIVO cada liquidación queda en el histórico
      * PAYHIST (ver LIQUIDA.CPY), que no deja liquidar dos veces el
      * mismo mes a la misma persona; sale el recibo de sueldo en
      * PAYSTUB; el neto del que cobra con cheque entra a la cola de
      * desembolsos DESEMBOL (origen N, número de NOMINCTL) para que
      * lo imprima CHECK-PRINT, y el del que cobra por depósito va al
      * archivo de transferencias DEPBANCO para el banco.  Junto con
      * cada liquidación grabada en PAYHIST se postea su asiento con
      * GRABAR-ASIENTO-GL: débito a los gastos de sueldos docentes, de
      * personal, de suplencias y de cargas; crédito a retenciones,
      * aportes, deducciones y sueldos a pagar; y la salida de caja
      * del depósito contra sueldos a pagar.  Así una corrida cortada
      * a mitad se repite sin perder asientos: PAYHIST saltea a los ya
      * liquidados, que ya están en el mayor, y DEPBANCO se abre
      * EXTEND para no borrar sus transferencias.  Los cheques los
      * postea CHECK-PRINT al emitirlos.
      * Reemplaza el asiento global de sueldos que cargaba RECUR-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS-EMPLEADOS.

           SELECT CUENTAS-NOMINA ASSIGN TO "PAYACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NCT-CAMPUS
               FILE STATUS IS FS-CUENTAS-NOMINA.

           SELECT LIQUIDACIONES ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIQ-CLAVE
               FILE STATUS IS FS-LIQUIDACIONES.

           SELECT SUPLENTES ASSIGN TO "SUBPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUP-ID
               FILE STATUS IS FS-SUPLENTES.

           SELECT COBERTURAS ASSIGN TO "SUBCOVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLAVE
               ALTERNATE RECORD KEY IS COB-SUP-ID WITH DUPLICATES
               FILE STATUS IS FS-COBERTURAS.

           SELECT NOMINA-CONTROL ASSIGN TO "NOMINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOMINA-CONTROL.

           SELECT DESEMBOLSOS ASSIGN TO "DESEMBOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSB-CLAVE
               FILE STATUS IS FS-DESEMBOLSOS.

           SELECT DEPOSITOS ASSIGN TO "DEPBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSITOS.

           SELECT LISTADO ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT RECIBOS ASSIGN TO "PAYSTUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECIBOS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POST.
           SELECT GL-FIXED-FILE ASSIGN TO "GLPOSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POSTF.
           SELECT GL-REVHOLD-FILE ASSIGN TO "GLREVHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-REVHOLD.
           SELECT PERIODO-CONTROL ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODO-CONTROL.
           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS.
           COPY EMPLEADO.

       FD  CUENTAS-NOMINA.
           COPY NOMCTA.

       FD  LIQUIDACIONES.
           COPY LIQUIDA.

       FD  SUPLENTES.
           COPY SUPLENTE.

       FD  COBERTURAS.
           COPY COBERTUR.

       FD  NOMINA-CONTROL.
       01  REG-NOMINA-CONTROL.
           05  CTL-PROX-NOMINA    PIC 9(6).

       FD  DESEMBOLSOS.
           COPY DESEMBOL.

      ******************************************************************
      * Archivo de transferencias al banco: un registro D por
      * depósito y un registro T de cierre con la cantidad y el total
      * para que el banco cuadre el lote.
      ******************************************************************
       FD  DEPOSITOS.
       01  REG-DEPOSITO.
           05  DEP-TIPO           PIC X.
           05  DEP-BANCO-RUTA     PIC X(9).
           05  DEP-BANCO-CUENTA   PIC X(17).
           05  DEP-MONTO          PIC 9(7)V99.
           05  DEP-EMP-ID         PIC X(6).
           05  DEP-NOMBRE         PIC X(30).
           05  DEP-FECHA          PIC 9(8).
           05  DEP-PERIODO        PIC 9(6).
       01  REG-DEPOSITO-CIERRE.
           05  DEP-CIERRE-TIPO    PIC X.
           05  DEP-CIERRE-CANTIDAD PIC 9(6).
           05  DEP-CIERRE-TOTAL   PIC 9(9)V99.
           05  DEP-CIERRE-FECHA   PIC 9(8).
           05  DEP-CIERRE-PERIODO PIC 9(6).
           05  FILLER             PIC X(54).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(110).

       FD  RECIBOS.
       01  LINEA-RECIBO PIC X(80).

       FD  GL-POSTING-FILE.
       01  REG-GL-POSTING PIC X(120).
       FD  GL-FIXED-FILE.
       01  REG-GL-POSTF PIC X(100).
       FD  GL-REVHOLD-FILE.
       01  REG-GL-REVHOLD PIC X(100).
       FD  PERIODO-CONTROL.
       01  REG-PERIODO-CONTROL.
           05  PER-ABIERTO PIC 9(6).
       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-EMPLEADOS PIC XX.
           88  FS-EMP-OK VALUE "00".
       01  FS-CUENTAS-NOMINA PIC XX.
           88  FS-NCT-OK VALUE "00".
       01  FS-LIQUIDACIONES PIC XX.
           88  FS-LIQ-OK VALUE "00".
           88  FS-LIQ-NO-EXISTE VALUE "35".
       01  FS-SUPLENTES PIC XX.
           88  FS-SUP-OK VALUE "00".
       01  FS-COBERTURAS PIC XX.
           88  FS-COB-OK VALUE "00".
       01  FS-NOMINA-CONTROL PIC XX.
           88  FS-NOMCTL-OK VALUE "00".
       01  FS-DESEMBOLSOS PIC XX.
           88  FS-DSB-NO-EXISTE VALUE "35".
       01  FS-DEPOSITOS PIC XX.
       01  FS-LISTADO PIC XX.
       01  FS-RECIBOS PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-COBERTURAS PIC A.
           88  FIN-COBERTURAS VALUE "S".
       01  SW-MES-OK PIC A.
           88  MES-OK VALUE "S".
       01  SW-LIQUIDACIONES-DISPONIBLE PIC A VALUE "N".
           88  LIQUIDACIONES-DISPONIBLE VALUE "S".
       01  SW-SUPLENCIAS-DISPONIBLE PIC A VALUE "N".
           88  SUPLENCIAS-DISPONIBLE VALUE "S".
       01  OPCION-CORRIDA PIC A.
           88  CORRIDA-PRELIMINAR VALUE "P".
           88  CORRIDA-DEFINITIVA VALUE "D".
       01  FECHA-HOY PIC 9(8).
       01  MES-ENTRADA PIC X(6).
       01  MES-PEDIDO PIC 9(6).
       01  MES-PEDIDO-R REDEFINES MES-PEDIDO.
           05  MES-ANIO PIC 9(4).
           05  MES-MES PIC 99.
       01  NUMERO-PAGO PIC 9(6).
       01  DIAS-SUPLENCIA PIC 9(3).
       01  TARIFA-DIARIA PIC 9(5)V99.
       01  DIA-COBERTURA PIC 99.
       01  TABLA-DIAS-COBERTURA.
           05  MARCA-DIA PIC A OCCURS 31 TIMES.
       01  IDX-DIA PIC 99.
       01  IDX-DED PIC 9.
       01  NETO-CALCULADO PIC S9(7)V99.
       01  TOTAL-DEDUCCIONES PIC 9(7)V99.
       01  TOTAL-BRUTO PIC 9(9)V99 VALUE 0.
       01  TOTAL-RETENCIONES PIC 9(9)V99 VALUE 0.
       01  TOTAL-APORTES PIC 9(9)V99 VALUE 0.
       01  TOTAL-DEDUC-CORRIDA PIC 9(9)V99 VALUE 0.
       01  TOTAL-NETO PIC 9(9)V99 VALUE 0.
       01  TOTAL-CARGAS PIC 9(9)V99 VALUE 0.
       01  TOTAL-DEPOSITOS PIC 9(9)V99 VALUE 0.
       01  CANT-LIQUIDADOS PIC 9(5) VALUE 0.
       01  CANT-CHEQUES PIC 9(5) VALUE 0.
       01  CANT-DEPOSITOS PIC 9(5) VALUE 0.
       01  CANT-OMITIDOS PIC 9(5) VALUE 0.
       01  MONTO-ED PIC Z,ZZZ,ZZ9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  PORC-ED PIC Z9.99.
       01  DIAS-ED PIC ZZ9.
       01  FECHA-ED PIC 9999/99/99.
       01  LINEA-SALIDA PIC X(110).
           COPY RPTHDR.
           COPY NUMCHK.
           COPY GLPOST.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "LIQUIDACIÓN MENSUAL DE SUELDOS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO OPCION-CORRIDA.
           PERFORM PEDIR-MODO
                   UNTIL CORRIDA-PRELIMINAR OR CORRIDA-DEFINITIVA.
           MOVE "N" TO SW-MES-OK.
           PERFORM PEDIR-MES UNTIL MES-OK.
           OPEN INPUT EMPLEADOS.
           IF NOT FS-EMP-OK
               DISPLAY "NO HAY MAESTRO DE NÓMINA PAYMAST"
               STOP RUN
           END-IF.
           OPEN INPUT CUENTAS-NOMINA.
           IF NOT FS-NCT-OK
               DISPLAY "NO HAY CUENTAS DE NÓMINA PAYACCT"
               CLOSE EMPLEADOS
               STOP RUN
           END-IF.
           PERFORM ABRIR-LIQUIDACIONES.
           OPEN INPUT SUPLENTES.
           OPEN INPUT COBERTURAS.
           IF FS-SUP-OK AND FS-COB-OK
               MOVE "S" TO SW-SUPLENCIAS-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN SUBPOOL O SUBCOVER - NO SE"
                       " LIQUIDAN DÍAS DE SUPLENCIA"
           END-IF.
           IF CORRIDA-DEFINITIVA
               PERFORM ABRIR-DESEMBOLSOS
               PERFORM ABRIR-DEPOSITOS
               OPEN OUTPUT RECIBOS
           END-IF.
           OPEN OUTPUT LISTADO.
           IF CORRIDA-DEFINITIVA
               MOVE "REGISTRO DE SUELDOS" TO RPTHDR-TITULO
           ELSE
               MOVE "REGISTRO DE SUELDOS - PRELIMINAR" TO RPTHDR-TITULO
           END-IF.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM LEER-EMPLEADO.
           PERFORM LIQUIDAR-UN-EMPLEADO THRU LIQUIDAR-UN-EMPLEADO-FIN
                   UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTAL-CORRIDA.
           IF CORRIDA-DEFINITIVA
               PERFORM CERRAR-DEPOSITOS
               CLOSE DESEMBOLSOS
               CLOSE DEPOSITOS
               CLOSE RECIBOS
           END-IF.
           CLOSE EMPLEADOS.
           CLOSE CUENTAS-NOMINA.
           IF LIQUIDACIONES-DISPONIBLE
               CLOSE LIQUIDACIONES
           END-IF.
           IF FS-SUP-OK
               CLOSE SUPLENTES
           END-IF.
           IF FS-COB-OK
               CLOSE COBERTURAS
           END-IF.
           CLOSE LISTADO.
           MOVE TOTAL-NETO TO TOTAL-ED.
           DISPLAY "LIQUIDADOS: ", CANT-LIQUIDADOS, "  CHEQUES: ",
                   CANT-CHEQUES, "  DEPÓSITOS: ", CANT-DEPOSITOS,
                   "  OMITIDOS: ", CANT-OMITIDOS.
           DISPLAY "TOTAL NETO: ", TOTAL-ED.
           STOP RUN.

       PEDIR-MODO.
           DISPLAY "CORRIDA (P)RELIMINAR O (D)EFINITIVA: ".
           ACCEPT OPCION-CORRIDA.
           MOVE FUNCTION UPPER-CASE(OPCION-CORRIDA) TO OPCION-CORRIDA.

       PEDIR-MES.
           DISPLAY "MES A LIQUIDAR AAAAMM (ENTER = MES EN CURSO): ".
           ACCEPT MES-ENTRADA.
           IF MES-ENTRADA = SPACES
               MOVE FECHA-HOY(1:6) TO MES-PEDIDO
               MOVE "S" TO SW-MES-OK
           ELSE
               MOVE MES-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(MES-ENTRADA) TO MES-PEDIDO
                   IF MES-MES < 1 OR MES-MES > 12 OR MES-ANIO < 1900
                       DISPLAY "MES INVÁLIDO, REINGRESE"
                   ELSE
                       MOVE "S" TO SW-MES-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * En la corrida definitiva el histórico se crea si no existe;
      * en la preliminar sólo se consulta, para marcar a los que ya
      * tienen el mes liquidado.
      ******************************************************************
       ABRIR-LIQUIDACIONES.
           IF CORRIDA-DEFINITIVA
               OPEN I-O LIQUIDACIONES
               IF FS-LIQ-NO-EXISTE
                   OPEN OUTPUT LIQUIDACIONES
                   CLOSE LIQUIDACIONES
                   OPEN I-O LIQUIDACIONES
               END-IF
           ELSE
               OPEN INPUT LIQUIDACIONES
           END-IF.
           IF FS-LIQ-OK
               MOVE "S" TO SW-LIQUIDACIONES-DISPONIBLE
           END-IF.

       ABRIR-DESEMBOLSOS.
           OPEN I-O DESEMBOLSOS.
           IF FS-DSB-NO-EXISTE
               OPEN OUTPUT DESEMBOLSOS
               CLOSE DESEMBOLSOS
               OPEN I-O DESEMBOLSOS
           END-IF.

      ******************************************************************
      * DEPBANCO se agrega, no se pisa: si una corrida cortada se
      * repite, sus transferencias ya grabadas siguen en el archivo.
      ******************************************************************
       ABRIR-DEPOSITOS.
           OPEN EXTEND DEPOSITOS.
           IF FS-DEPOSITOS = "05" OR FS-DEPOSITOS = "35"
               CLOSE DEPOSITOS
               OPEN OUTPUT DEPOSITOS
           END-IF.

       LEER-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Un empleado: cuentas del campus, mes no liquidado, bruto,
      * retenciones y neto.  El suplente sin días en el mes no cobra
      * y no aparece en el registro.
      ******************************************************************
       LIQUIDAR-UN-EMPLEADO.
           IF NOT EMP-ACTIVO
               GO TO LIQUIDAR-UN-EMPLEADO-SIGUIENTE
           END-IF.
           MOVE EMP-CAMPUS TO NCT-CAMPUS.
           READ CUENTAS-NOMINA
               INVALID KEY
                   DISPLAY "SIN CUENTAS DE NÓMINA PARA EL CAMPUS ",
                           EMP-CAMPUS, " - SE OMITE ", EMP-ID
                   MOVE "PAYROLL-RUN" TO EXCLOG-PROGRAMA
                   MOVE "NCT-CAMPUS" TO EXCLOG-CAMPO
                   MOVE EMP-ID TO EXCLOG-VALOR-MALO
                   PERFORM REGISTRAR-EXCEPCION
                   ADD 1 TO CANT-OMITIDOS
                   GO TO LIQUIDAR-UN-EMPLEADO-SIGUIENTE
           END-READ.
           IF LIQUIDACIONES-DISPONIBLE
               MOVE MES-PEDIDO TO LIQ-PERIODO
               MOVE EMP-ID TO LIQ-EMP-ID
               READ LIQUIDACIONES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "YA LIQUIDADO EN ", MES-PEDIDO, ": ",
                               EMP-ID, " - SE OMITE"
                       ADD 1 TO CANT-OMITIDOS
                       GO TO LIQUIDAR-UN-EMPLEADO-SIGUIENTE
               END-READ
           END-IF.
           MOVE 0 TO DIAS-SUPLENCIA.
           MOVE 0 TO TARIFA-DIARIA.
           IF EMP-SUPLENTE AND SUPLENCIAS-DISPONIBLE
               PERFORM CONTAR-DIAS-SUPLENCIA
           END-IF.
           INITIALIZE REG-LIQUIDACION.
           MOVE MES-PEDIDO TO LIQ-PERIODO.
           MOVE EMP-ID TO LIQ-EMP-ID.
           MOVE EMP-TIPO TO LIQ-TIPO.
           MOVE EMP-CAMPUS TO LIQ-CAMPUS.
           MOVE EMP-SUELDO-MENSUAL TO LIQ-SUELDO.
           MOVE DIAS-SUPLENCIA TO LIQ-DIAS-SUPLENCIA.
           MOVE TARIFA-DIARIA TO LIQ-TARIFA-DIARIA.
           COMPUTE LIQ-SUPLENCIAS ROUNDED =
                   DIAS-SUPLENCIA * TARIFA-DIARIA.
           COMPUTE LIQ-BRUTO = LIQ-SUELDO + LIQ-SUPLENCIAS.
           IF LIQ-BRUTO = 0
               GO TO LIQUIDAR-UN-EMPLEADO-SIGUIENTE
           END-IF.
           COMPUTE LIQ-RETENCION ROUNDED =
                   LIQ-BRUTO * EMP-PORC-RETENCION / 100.
           COMPUTE LIQ-APORTES ROUNDED =
                   LIQ-BRUTO * EMP-PORC-APORTES / 100.
           MOVE 0 TO TOTAL-DEDUCCIONES.
           PERFORM SUMAR-UNA-DEDUCCION
                   VARYING IDX-DED FROM 1 BY 1
                   UNTIL IDX-DED > 3.
           MOVE TOTAL-DEDUCCIONES TO LIQ-DEDUCCIONES.
           COMPUTE NETO-CALCULADO = LIQ-BRUTO - LIQ-RETENCION
                   - LIQ-APORTES - LIQ-DEDUCCIONES.
           IF NETO-CALCULADO < 0
               DISPLAY "NETO NEGATIVO PARA ", EMP-ID,
                       " - SE OMITE, REVISE LAS DEDUCCIONES"
               MOVE "PAYROLL-RUN" TO EXCLOG-PROGRAMA
               MOVE "LIQ-NETO" TO EXCLOG-CAMPO
               MOVE EMP-ID TO EXCLOG-VALOR-MALO
               PERFORM REGISTRAR-EXCEPCION
               ADD 1 TO CANT-OMITIDOS
               GO TO LIQUIDAR-UN-EMPLEADO-SIGUIENTE
           END-IF.
           MOVE NETO-CALCULADO TO LIQ-NETO.
           COMPUTE LIQ-CARGAS ROUNDED =
                   LIQ-BRUTO * NCT-PORC-CARGAS / 100.
           MOVE EMP-FORMA-PAGO TO LIQ-FORMA-PAGO.
           MOVE 0 TO LIQ-NUMERO-PAGO.
           MOVE FECHA-HOY TO LIQ-FECHA.
           MOVE FIRMA-OPERADOR TO LIQ-OPERADOR.
           IF CORRIDA-DEFINITIVA
               PERFORM PAGAR-LIQUIDACION
               WRITE REG-LIQUIDACION
               MOVE "PAYHIST" TO FCHK-ARCHIVO
               MOVE LIQ-CLAVE TO FCHK-CLAVE
               MOVE FS-LIQUIDACIONES TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
               PERFORM POSTEAR-LIQUIDACION
               PERFORM IMPRIMIR-RECIBO
           END-IF.
           PERFORM ACUMULAR-TOTALES.
           PERFORM IMPRIMIR-LINEA-EMPLEADO.
           ADD 1 TO CANT-LIQUIDADOS.
       LIQUIDAR-UN-EMPLEADO-SIGUIENTE.
           PERFORM LEER-EMPLEADO.
       LIQUIDAR-UN-EMPLEADO-FIN.
           EXIT.

       SUMAR-UNA-DEDUCCION.
           ADD EMP-DED-MONTO(IDX-DED) TO TOTAL-DEDUCCIONES.

      ******************************************************************
      * Días de suplencia del mes: cada fecha distinta de SUBCOVER con
      * este suplente cuenta un día, aunque haya cubierto varias
      * secciones ese día.
      ******************************************************************
       CONTAR-DIAS-SUPLENCIA.
           MOVE EMP-ID TO SUP-ID.
           READ SUPLENTES
               INVALID KEY
                   MOVE 0 TO SUP-TARIFA-DIARIA
           END-READ.
           MOVE SUP-TARIFA-DIARIA TO TARIFA-DIARIA.
           MOVE ALL "N" TO TABLA-DIAS-COBERTURA.
           MOVE "N" TO SW-FIN-COBERTURAS.
           MOVE EMP-ID TO COB-SUP-ID.
           START COBERTURAS KEY IS NOT LESS THAN COB-SUP-ID
               INVALID KEY
                   MOVE "S" TO SW-FIN-COBERTURAS
           END-START.
           PERFORM REVISAR-UNA-COBERTURA UNTIL FIN-COBERTURAS.
           PERFORM CONTAR-UN-DIA
                   VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > 31.

       REVISAR-UNA-COBERTURA.
           READ COBERTURAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-COBERTURAS
               NOT AT END
                   IF COB-SUP-ID NOT = EMP-ID
                       MOVE "S" TO SW-FIN-COBERTURAS
                   ELSE
                       IF COB-FECHA(1:6) = MES-PEDIDO
                           MOVE COB-FECHA(7:2) TO DIA-COBERTURA
                           MOVE "S" TO MARCA-DIA(DIA-COBERTURA)
                       END-IF
                   END-IF
           END-READ.

       CONTAR-UN-DIA.
           IF MARCA-DIA(IDX-DIA) = "S"
               ADD 1 TO DIAS-SUPLENCIA
           END-IF.

      ******************************************************************
      * Cheque: número de NOMINCTL y a la cola DESEMBOL contra sueldos
      * a pagar.  Depósito: registro al archivo del banco; la salida
      * de caja se postea con el asiento de la liquidación.
      ******************************************************************
       PAGAR-LIQUIDACION.
           IF EMP-PAGO-DEPOSITO
               PERFORM GRABAR-DEPOSITO
           ELSE
               PERFORM ASIGNAR-NUMERO-PAGO
               MOVE NUMERO-PAGO TO LIQ-NUMERO-PAGO
               PERFORM ENCOLAR-DESEMBOLSO
           END-IF.

      ******************************************************************
      * Número de pago de nómina secuencial desde el registro de
      * control NOMINCTL, el mismo molde que PAGOCTL de AP-PAYMENT-RUN.
      ******************************************************************
       ASIGNAR-NUMERO-PAGO.
           MOVE 1 TO CTL-PROX-NOMINA.
           OPEN INPUT NOMINA-CONTROL.
           IF FS-NOMCTL-OK
               READ NOMINA-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE NOMINA-CONTROL
           END-IF.
           MOVE CTL-PROX-NOMINA TO NUMERO-PAGO.
           ADD 1 TO CTL-PROX-NOMINA.
           OPEN OUTPUT NOMINA-CONTROL.
           WRITE REG-NOMINA-CONTROL.
           MOVE "NOMINCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-NOMINA TO FCHK-CLAVE.
           MOVE FS-NOMINA-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE NOMINA-CONTROL.

       ENCOLAR-DESEMBOLSO.
           MOVE "N" TO DSB-ORIGEN.
           MOVE NUMERO-PAGO TO DSB-NUMERO.
           MOVE EMP-ID TO DSB-BENEFICIARIO.
           MOVE EMP-NOMBRE TO DSB-NOMBRE.
           MOVE EMP-DIRECCION-1 TO DSB-DIRECCION-1.
           MOVE EMP-DIRECCION-2 TO DSB-DIRECCION-2.
           MOVE LIQ-NETO TO DSB-MONTO.
           MOVE NCT-CTA-SUELDOS-PAGAR TO DSB-CUENTA-DEBITO.
           MOVE NCT-CTA-CAJA TO DSB-CUENTA-CAJA.
           MOVE EMP-CAMPUS TO DSB-CAMPUS.
           MOVE SPACES TO DSB-CONCEPTO.
           STRING "SUELDO " DELIMITED BY SIZE
               MES-PEDIDO DELIMITED BY SIZE
               " LEGAJO " DELIMITED BY SIZE
               EMP-ID DELIMITED BY SIZE
               INTO DSB-CONCEPTO
           END-STRING.
           MOVE FECHA-HOY TO DSB-FECHA-APROBACION.
           MOVE FIRMA-OPERADOR TO DSB-OPERADOR.
           MOVE "P" TO DSB-ESTADO.
           MOVE 0 TO DSB-NUMERO-CHEQUE.
           WRITE REG-DESEMBOLSO.
           MOVE "DESEMBOL" TO FCHK-ARCHIVO.
           MOVE DSB-CLAVE TO FCHK-CLAVE.
           MOVE FS-DESEMBOLSOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-CHEQUES.

       GRABAR-DEPOSITO.
           MOVE "D" TO DEP-TIPO.
           MOVE EMP-BANCO-RUTA TO DEP-BANCO-RUTA.
           MOVE EMP-BANCO-CUENTA TO DEP-BANCO-CUENTA.
           MOVE LIQ-NETO TO DEP-MONTO.
           MOVE EMP-ID TO DEP-EMP-ID.
           MOVE EMP-NOMBRE TO DEP-NOMBRE.
           MOVE FECHA-HOY TO DEP-FECHA.
           MOVE MES-PEDIDO TO DEP-PERIODO.
           WRITE REG-DEPOSITO.
           MOVE "DEPBANCO" TO FCHK-ARCHIVO.
           MOVE EMP-ID TO FCHK-CLAVE.
           MOVE FS-DEPOSITOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD LIQ-NETO TO TOTAL-DEPOSITOS.
           ADD 1 TO CANT-DEPOSITOS.

       CERRAR-DEPOSITOS.
           MOVE SPACES TO REG-DEPOSITO-CIERRE.
           MOVE "T" TO DEP-CIERRE-TIPO.
           MOVE CANT-DEPOSITOS TO DEP-CIERRE-CANTIDAD.
           MOVE TOTAL-DEPOSITOS TO DEP-CIERRE-TOTAL.
           MOVE FECHA-HOY TO DEP-CIERRE-FECHA.
           MOVE MES-PEDIDO TO DEP-CIERRE-PERIODO.
           WRITE REG-DEPOSITO-CIERRE.
           MOVE "DEPBANCO" TO FCHK-ARCHIVO.
           MOVE "CIERRE" TO FCHK-CLAVE.
           MOVE FS-DEPOSITOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       ACUMULAR-TOTALES.
           ADD LIQ-BRUTO TO TOTAL-BRUTO.
           ADD LIQ-RETENCION TO TOTAL-RETENCIONES.
           ADD LIQ-APORTES TO TOTAL-APORTES.
           ADD LIQ-DEDUCCIONES TO TOTAL-DEDUC-CORRIDA.
           ADD LIQ-NETO TO TOTAL-NETO.
           ADD LIQ-CARGAS TO TOTAL-CARGAS.

      ******************************************************************
      * Asiento de nómina de una liquidación, con las cuentas PAYACCT
      * de su campus ya leídas.  Débitos: gastos de sueldos y cargas
      * (= bruto + cargas).  Créditos: retenciones, aportes personales
      * más cargas patronales, deducciones y neto a pagar.  Si cobra
      * por depósito, la salida de caja contra sueldos a pagar.
      ******************************************************************
       POSTEAR-LIQUIDACION.
           IF EMP-DOCENTE
               MOVE NCT-CTA-SUELDO-DOCENTE TO GL-CUENTA
           ELSE
               MOVE NCT-CTA-SUELDO-PERSONAL TO GL-CUENTA
           END-IF.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE LIQ-SUELDO TO GL-MONTO.
           PERFORM GRABAR-ASIENTO-NOMINA.
           MOVE NCT-CTA-SUPLENCIAS TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE LIQ-SUPLENCIAS TO GL-MONTO.
           PERFORM GRABAR-ASIENTO-NOMINA.
           MOVE NCT-CTA-CARGAS TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE LIQ-CARGAS TO GL-MONTO.
           PERFORM GRABAR-ASIENTO-NOMINA.
           MOVE NCT-CTA-RETENCIONES TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE LIQ-RETENCION TO GL-MONTO.
           PERFORM GRABAR-ASIENTO-NOMINA.
           MOVE NCT-CTA-APORTES TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           COMPUTE GL-MONTO = LIQ-APORTES + LIQ-CARGAS.
           PERFORM GRABAR-ASIENTO-NOMINA.
           MOVE NCT-CTA-DEDUCCIONES TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE LIQ-DEDUCCIONES TO GL-MONTO.
           PERFORM GRABAR-ASIENTO-NOMINA.
           MOVE NCT-CTA-SUELDOS-PAGAR TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE LIQ-NETO TO GL-MONTO.
           PERFORM GRABAR-ASIENTO-NOMINA.
           IF LIQ-PAGO-DEPOSITO
               MOVE NCT-CTA-SUELDOS-PAGAR TO GL-CUENTA
               MOVE "D" TO GL-DEBITO-CREDITO
               MOVE LIQ-NETO TO GL-MONTO
               PERFORM GRABAR-ASIENTO-NOMINA
               MOVE NCT-CTA-CAJA TO GL-CUENTA
               MOVE "C" TO GL-DEBITO-CREDITO
               MOVE LIQ-NETO TO GL-MONTO
               PERFORM GRABAR-ASIENTO-NOMINA
           END-IF.

       GRABAR-ASIENTO-NOMINA.
           IF GL-MONTO NOT = 0
               MOVE "PAYROLL-RUN" TO GL-PROGRAMA
               MOVE LIQ-CAMPUS TO GL-CAMPUS
               MOVE SPACES TO GL-DESCRIPCION
               STRING "NOMINA " DELIMITED BY SIZE
                   MES-PEDIDO DELIMITED BY SIZE
                   " LEGAJO " DELIMITED BY SIZE
                   LIQ-EMP-ID DELIMITED BY SIZE
                   INTO GL-DESCRIPCION
               END-STRING
               PERFORM GRABAR-ASIENTO-GL
           END-IF.

      ******************************************************************
      * Recibo de sueldo: una hoja por empleado.
      ******************************************************************
       IMPRIMIR-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING RPTHDR-COMPANIA DELIMITED BY SIZE
               "RECIBO DE SUELDO" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-RECIBO FROM LINEA-SALIDA
               AFTER ADVANCING PAGE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE FECHA-HOY TO FECHA-ED.
           STRING "PERÍODO: " DELIMITED BY SIZE
               MES-PEDIDO DELIMITED BY SIZE
               "   FECHA DE PAGO: " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "LEGAJO: " DELIMITED BY SIZE
               EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMP-NOMBRE DELIMITED BY SIZE
               "  CAMPUS: " DELIMITED BY SIZE
               EMP-CAMPUS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-RECIBO.
           IF LIQ-SUELDO NOT = 0
               MOVE "SUELDO MENSUAL" TO LINEA-SALIDA
               MOVE LIQ-SUELDO TO MONTO-ED
               PERFORM ESCRIBIR-IMPORTE-RECIBO
           END-IF.
           IF LIQ-SUPLENCIAS NOT = 0
               MOVE SPACES TO LINEA-SALIDA
               MOVE LIQ-DIAS-SUPLENCIA TO DIAS-ED
               MOVE LIQ-TARIFA-DIARIA TO MONTO-ED
               STRING "SUPLENCIAS " DELIMITED BY SIZE
                   DIAS-ED DELIMITED BY SIZE
                   " DÍAS A " DELIMITED BY SIZE
                   MONTO-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               MOVE LIQ-SUPLENCIAS TO MONTO-ED
               PERFORM ESCRIBIR-IMPORTE-RECIBO
           END-IF.
           MOVE "TOTAL BRUTO" TO LINEA-SALIDA.
           MOVE LIQ-BRUTO TO MONTO-ED.
           PERFORM ESCRIBIR-IMPORTE-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE EMP-PORC-RETENCION TO PORC-ED.
           STRING "RETENCIÓN DE IMPUESTO " DELIMITED BY SIZE
               PORC-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE LIQ-RETENCION TO MONTO-ED.
           PERFORM ESCRIBIR-IMPORTE-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE EMP-PORC-APORTES TO PORC-ED.
           STRING "APORTES PERSONALES " DELIMITED BY SIZE
               PORC-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE LIQ-APORTES TO MONTO-ED.
           PERFORM ESCRIBIR-IMPORTE-RECIBO.
           PERFORM IMPRIMIR-DEDUCCION-RECIBO
                   VARYING IDX-DED FROM 1 BY 1
                   UNTIL IDX-DED > 3.
           MOVE "NETO A COBRAR" TO LINEA-SALIDA.
           MOVE LIQ-NETO TO MONTO-ED.
           PERFORM ESCRIBIR-IMPORTE-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.
           IF LIQ-PAGO-DEPOSITO
               STRING "DEPÓSITO EN CUENTA " DELIMITED BY SIZE
                   EMP-BANCO-CUENTA DELIMITED BY SIZE
                   " RUTA " DELIMITED BY SIZE
                   EMP-BANCO-RUTA DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           ELSE
               STRING "CHEQUE - PAGO DE NÓMINA NRO " DELIMITED BY SIZE
                   LIQ-NUMERO-PAGO DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           END-IF.
           PERFORM ESCRIBIR-RECIBO.

       IMPRIMIR-DEDUCCION-RECIBO.
           IF EMP-DED-MONTO(IDX-DED) NOT = 0
               MOVE EMP-DED-CONCEPTO(IDX-DED) TO LINEA-SALIDA
               MOVE EMP-DED-MONTO(IDX-DED) TO MONTO-ED
               PERFORM ESCRIBIR-IMPORTE-RECIBO
           END-IF.

       ESCRIBIR-IMPORTE-RECIBO.
           MOVE MONTO-ED TO LINEA-SALIDA(45:12).
           PERFORM ESCRIBIR-RECIBO.
           MOVE SPACES TO LINEA-SALIDA.

       ESCRIBIR-RECIBO.
           WRITE LINEA-RECIBO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.

      ******************************************************************
      * Registro de sueldos: una línea por empleado liquidado.
      ******************************************************************
       IMPRIMIR-LINEA-EMPLEADO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE EMP-ID TO LINEA-SALIDA(1:6).
           MOVE EMP-NOMBRE(1:20) TO LINEA-SALIDA(8:20).
           MOVE EMP-TIPO TO LINEA-SALIDA(29:1).
           MOVE LIQ-CAMPUS TO LINEA-SALIDA(31:2).
           MOVE LIQ-BRUTO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(34:12).
           MOVE LIQ-RETENCION TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(47:12).
           MOVE LIQ-APORTES TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(60:12).
           MOVE LIQ-DEDUCCIONES TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(73:12).
           MOVE LIQ-NETO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(86:12).
           IF LIQ-PAGO-DEPOSITO
               MOVE "DEP" TO LINEA-SALIDA(100:3)
           ELSE
               MOVE "CHQ" TO LINEA-SALIDA(100:3)
               IF CORRIDA-DEFINITIVA
                   MOVE LIQ-NUMERO-PAGO TO LINEA-SALIDA(104:6)
               END-IF
           END-IF.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "MES LIQUIDADO: " DELIMITED BY SIZE
               MES-PEDIDO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "LEGAJO" TO LINEA-SALIDA(1:6).
           MOVE "NOMBRE" TO LINEA-SALIDA(8:6).
           MOVE "T" TO LINEA-SALIDA(29:1).
           MOVE "CA" TO LINEA-SALIDA(31:2).
           MOVE "BRUTO" TO LINEA-SALIDA(41:5).
           MOVE "RETENCIÓN" TO LINEA-SALIDA(49:10).
           MOVE "APORTES" TO LINEA-SALIDA(65:7).
           MOVE "DEDUCCIONES" TO LINEA-SALIDA(74:11).
           MOVE "NETO" TO LINEA-SALIDA(94:4).
           MOVE "PAGO" TO LINEA-SALIDA(100:4).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-TOTAL-CORRIDA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL DE LA CORRIDA" TO LINEA-SALIDA(1:19).
           MOVE TOTAL-BRUTO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(34:12).
           MOVE TOTAL-RETENCIONES TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(47:12).
           MOVE TOTAL-APORTES TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(60:12).
           MOVE TOTAL-DEDUC-CORRIDA TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(73:12).
           MOVE TOTAL-NETO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(86:12).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TOTAL-CARGAS TO TOTAL-ED.
           STRING "CARGAS PATRONALES: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               "   LIQUIDADOS: " DELIMITED BY SIZE
               CANT-LIQUIDADOS DELIMITED BY SIZE
               "   OMITIDOS: " DELIMITED BY SIZE
               CANT-OMITIDOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           PERFORM IMPRIMIR-TITULOS.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY NUMCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
