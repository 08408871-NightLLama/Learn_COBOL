      ******************************************************************
      * Corrida mensual de recargos por mora: AGING-REPORT y las cartas
      * de DUNNING-LETTERS muestran quién paga tarde, pero pagar tarde
      * no le costaba nada a nadie.  Con BALANCES (saldo inicial) y
      * TRXDETL (movimientos fechados, ambos ordenados por cuenta) se
      * envejece el saldo de cada cuenta con el mismo criterio de
      * AGING-REPORT (copybooks AGEFRANJ), y lo que queda en la franja
      * de gracia que pide la operadora (1 = más de 30 días, 2 = más
      * de 60, 3 = 90+) o más vieja es el saldo vencido.  Sobre él se
      * cobra la tasa mensual tecleada, con un recargo mínimo por
      * cuenta; la cuenta marcada CLI-SIN-RECARGO en CUSTMAST se
      * saltea.  Cada recargo entra a TRXDETL como un cargo más, para
      * que salga en el estado de cuenta, y se postea por
      * GRABAR-ASIENTO-GL: débito a cuentas por cobrar, crédito a la
      * cuenta de ingresos por recargos.  El registro FINCHRPT lista
      * cada recargo cobrado.  El control FINCHCTL guarda el último
      * mes corrido: la corrida no cobra dos veces el mismo mes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-CHARGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS ASSIGN TO "BALANCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALDOS.

           SELECT DETALLE-TRX ASSIGN TO "TRXDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETALLE-TRX.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT CONTROL-RECARGO ASSIGN TO "FINCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-RECARGO.

           SELECT REGISTRO-RECARGOS ASSIGN TO "FINCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

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
           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SALDOS.
       01  REG-SALDOS.
           05  CUENTA-DATO         PIC X(16).
           05  INT-DATO            PIC 9(5).

       FD  DETALLE-TRX.
       01  REG-TRX-DETALLE.
           05  TRX-CUENTA          PIC X(16).
           05  TRX-FECHA           PIC 9(8).
           05  TRX-DESCRIPCION     PIC X(20).
           05  TRX-MONTO           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  CONTROL-RECARGO.
       01  REG-CONTROL-RECARGO.
           05  CFR-PERIODO         PIC 9(6).

       FD  REGISTRO-RECARGOS.
       01  LINEA-REGISTRO PIC X(100).

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
       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-SALDOS PIC XX.
           88  FS-SAL-OK VALUE "00".
       01  FS-DETALLE-TRX PIC XX.
           88  FS-DETALLE-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  FS-CONTROL-RECARGO PIC XX.
           88  FS-CFR-OK VALUE "00".
       01  FS-REGISTRO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-DETALLE PIC A VALUE "N".
           88  FIN-DETALLE VALUE "S".
       01  SW-DETALLE-DISPONIBLE PIC A VALUE "N".
           88  DETALLE-DISPONIBLE VALUE "S".
       01  SW-CUENTA-HALLADA PIC A.
           88  CUENTA-HALLADA VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-HOY-R REDEFINES FECHA-HOY.
           05  HOY-PERIODO        PIC 9(6).
           05  FILLER             PIC 99.
       01  FRANJA-GRACIA PIC X.
       01  TASA-MENSUAL PIC 9(2)V9(4).
       01  RECARGO-MINIMO PIC 9(5)V99.
       01  CUENTA-COBRAR PIC X(10).
       01  CUENTA-INGRESO PIC X(10).
       01  MONTO-VENCIDO PIC S9(11)V99.
       01  MONTO-RECARGO PIC 9(7)V99.
       01  CANT-CUENTAS PIC 9(5) VALUE 0.
       01  CANT-EXENTAS PIC 9(5) VALUE 0.
       01  CANT-RECARGOS PIC 9(5) VALUE 0.
       01  TOTAL-VENCIDO PIC 9(11)V99 VALUE 0.
       01  TOTAL-RECARGOS PIC 9(9)V99 VALUE 0.
      ******************************************************************
      * Los recargos se juntan acá mientras TRXDETL está abierto para
      * lectura, y se agregan al final del archivo cuando se cierra.
      ******************************************************************
       01  TABLA-RECARGOS.
           05  ENTRADA-RECARGO OCCURS 2000 TIMES.
               10  REC-CUENTA     PIC X(16).
               10  REC-MONTO      PIC 9(7)V99.
       01  CANT-TABLA PIC 9(4) VALUE 0.
       01  IDX-RECARGO PIC 9(4).
       01  MONTO-ED PIC $$,$$$,$$9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  CANT-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.
           COPY ACCTMASK.
           COPY AGEFRANJ.
           COPY NUMCHK.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CORRIDA MENSUAL DE RECARGOS POR MORA".
           MOVE "REGISTRO DE RECARGOS POR MORA" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CONTROLAR-MES-CORRIDO.
           DISPLAY "FRANJA DE GRACIA - SE COBRA LO VENCIDO A MÁS DE"
                   " 1=30, 2=60, 3=90 DÍAS: ".
           ACCEPT FRANJA-GRACIA.
           IF FRANJA-GRACIA NOT = "1" AND FRANJA-GRACIA NOT = "2"
              AND FRANJA-GRACIA NOT = "3"
               DISPLAY "FRANJA INVÁLIDA"
               STOP RUN
           END-IF.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-TASA UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-MINIMO UNTIL NUMCHK-VALIDO.
           MOVE SPACES TO CUENTA-COBRAR.
           PERFORM PEDIR-CUENTA-COBRAR
                   UNTIL CUENTA-COBRAR NOT = SPACES.
           MOVE SPACES TO CUENTA-INGRESO.
           PERFORM PEDIR-CUENTA-INGRESO
                   UNTIL CUENTA-INGRESO NOT = SPACES.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO GL-CAMPUS.
           OPEN INPUT SALDOS.
           IF NOT FS-SAL-OK
               DISPLAY "NO HAY ARCHIVO DE SALDOS BALANCES"
               STOP RUN
           END-IF.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLI-OK
               DISPLAY "NO HAY MAESTRO DE CLIENTES CUSTMAST - SIN"
                       " ÉL NO SE SABE QUIÉN ESTÁ EXENTO"
               CLOSE SALDOS
               STOP RUN
           END-IF.
           OPEN INPUT DETALLE-TRX.
           IF FS-DETALLE-OK
               MOVE "S" TO SW-DETALLE-DISPONIBLE
               PERFORM LEER-MOVIMIENTO
           ELSE
               MOVE "S" TO SW-FIN-DETALLE
           END-IF.
           OPEN OUTPUT REGISTRO-RECARGOS.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM LEER-SALDO.
           PERFORM EVALUAR-UNA-CUENTA UNTIL FIN-ARCHIVO.
           CLOSE SALDOS.
           IF DETALLE-DISPONIBLE
               CLOSE DETALLE-TRX
           END-IF.
           PERFORM GRABAR-RECARGOS THRU GRABAR-RECARGOS-FIN.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM MARCAR-MES-CORRIDO.
           CLOSE REGISTRO-RECARGOS.
           CLOSE CLIENTES.
           MOVE TOTAL-RECARGOS TO TOTAL-ED.
           DISPLAY "RECARGOS COBRADOS: ", CANT-RECARGOS,
                   "  POR ", TOTAL-ED.
           DISPLAY "CUENTAS EXENTAS SALTEADAS: ", CANT-EXENTAS.
           STOP RUN.

       CONTROLAR-MES-CORRIDO.
           OPEN INPUT CONTROL-RECARGO.
           IF FS-CFR-OK
               READ CONTROL-RECARGO
                   AT END
                       MOVE 0 TO CFR-PERIODO
               END-READ
               CLOSE CONTROL-RECARGO
               IF CFR-PERIODO = HOY-PERIODO
                   DISPLAY "LOS RECARGOS DEL MES ", HOY-PERIODO,
                           " YA SE COBRARON - NO SE CORRE DE NUEVO"
                   STOP RUN
               END-IF
           END-IF.

       PEDIR-TASA.
           DISPLAY "TASA MENSUAL EN PORCENTAJE (EJ. 1.5): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO TASA-MENSUAL
               IF TASA-MENSUAL = 0
                   DISPLAY "LA TASA NO PUEDE SER CERO"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
           END-IF.

       PEDIR-MINIMO.
           DISPLAY "RECARGO MÍNIMO POR CUENTA (ENTER = SIN MÍNIMO): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE 0 TO RECARGO-MINIMO
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                       TO RECARGO-MINIMO
               END-IF
           END-IF.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR (EJ. 1200): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       PEDIR-CUENTA-INGRESO.
           DISPLAY "CUENTA GL DE INGRESOS POR RECARGOS: ".
           ACCEPT CUENTA-INGRESO.
           MOVE FUNCTION UPPER-CASE(CUENTA-INGRESO)
               TO CUENTA-INGRESO.

       LEER-SALDO.
           READ SALDOS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       LEER-MOVIMIENTO.
           READ DETALLE-TRX
               AT END
                   MOVE "S" TO SW-FIN-DETALLE
           END-READ.

      ******************************************************************
      * Mismo recorrido que AGING-REPORT: saldo inicial a la franja
      * 90+, cargos por su fecha, pagos a lo más viejo primero.
      ******************************************************************
       EVALUAR-UNA-CUENTA.
           ADD 1 TO CANT-CUENTAS.
           MOVE 0 TO FRANJA-CORRIENTE.
           MOVE 0 TO FRANJA-30.
           MOVE 0 TO FRANJA-60.
           MOVE INT-DATO TO FRANJA-90.
           PERFORM SALTEAR-MOVIMIENTOS-ANTERIORES
                   UNTIL FIN-DETALLE
                      OR TRX-CUENTA NOT < CUENTA-DATO.
           PERFORM APLICAR-UN-MOVIMIENTO
                   UNTIL FIN-DETALLE
                      OR TRX-CUENTA NOT = CUENTA-DATO.
           PERFORM CALCULAR-RECARGO THRU CALCULAR-RECARGO-FIN.
           PERFORM LEER-SALDO.

       SALTEAR-MOVIMIENTOS-ANTERIORES.
           PERFORM LEER-MOVIMIENTO.

       APLICAR-UN-MOVIMIENTO.
           COMPUTE DIAS-MOVIMIENTO =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(TRX-FECHA).
           IF TRX-MONTO >= 0
               MOVE TRX-MONTO TO CARGO-A-UBICAR
               PERFORM UBICAR-CARGO-EN-FRANJA
           ELSE
               COMPUTE PAGO-A-APLICAR = 0 - TRX-MONTO
               PERFORM APLICAR-PAGO-A-FRANJAS
           END-IF.
           PERFORM LEER-MOVIMIENTO.

       CALCULAR-RECARGO.
           EVALUATE FRANJA-GRACIA
               WHEN "1"
                   COMPUTE MONTO-VENCIDO =
                           FRANJA-30 + FRANJA-60 + FRANJA-90
               WHEN "2"
                   COMPUTE MONTO-VENCIDO = FRANJA-60 + FRANJA-90
               WHEN OTHER
                   MOVE FRANJA-90 TO MONTO-VENCIDO
           END-EVALUATE.
           IF MONTO-VENCIDO NOT > 0
               GO TO CALCULAR-RECARGO-FIN
           END-IF.
           MOVE CUENTA-DATO TO CLI-CUENTA.
           MOVE "N" TO SW-CUENTA-HALLADA.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE
               NOT INVALID KEY
                   MOVE "S" TO SW-CUENTA-HALLADA
           END-READ.
           IF CUENTA-HALLADA AND CLI-SIN-RECARGO
               ADD 1 TO CANT-EXENTAS
               GO TO CALCULAR-RECARGO-FIN
           END-IF.
           COMPUTE MONTO-RECARGO ROUNDED =
                   MONTO-VENCIDO * TASA-MENSUAL / 100.
           IF MONTO-RECARGO < RECARGO-MINIMO
               MOVE RECARGO-MINIMO TO MONTO-RECARGO
           END-IF.
           IF MONTO-RECARGO = 0
               GO TO CALCULAR-RECARGO-FIN
           END-IF.
           IF CANT-TABLA >= 2000
               MOVE "FINANCE-CHARGE" TO EXCLOG-PROGRAMA
               MOVE "TABLA-RECARGOS" TO EXCLOG-CAMPO
               MOVE CUENTA-DATO TO EXCLOG-VALOR-MALO
               PERFORM REGISTRAR-EXCEPCION
               GO TO CALCULAR-RECARGO-FIN
           END-IF.
           ADD 1 TO CANT-TABLA.
           MOVE CUENTA-DATO TO REC-CUENTA(CANT-TABLA).
           MOVE MONTO-RECARGO TO REC-MONTO(CANT-TABLA).
           ADD 1 TO CANT-RECARGOS.
           ADD MONTO-VENCIDO TO TOTAL-VENCIDO.
           ADD MONTO-RECARGO TO TOTAL-RECARGOS.
           PERFORM LISTAR-RECARGO.
       CALCULAR-RECARGO-FIN.
           EXIT.

       LISTAR-RECARGO.
           MOVE CUENTA-DATO TO ACCTMASK-CUENTA.
           PERFORM ENMASCARAR-CUENTA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE ACCTMASK-ENMASCARADA TO LINEA-SALIDA(1:16).
           MOVE CLI-NOMBRE TO LINEA-SALIDA(19:30).
           MOVE MONTO-VENCIDO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(51:13).
           MOVE MONTO-RECARGO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(67:13).
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Con TRXDETL ya cerrado, cada recargo se agrega como cargo del
      * día y se postea al libro mayor.
      ******************************************************************
       GRABAR-RECARGOS.
           IF CANT-TABLA = 0
               GO TO GRABAR-RECARGOS-FIN
           END-IF.
           OPEN EXTEND DETALLE-TRX.
           IF FS-DETALLE-TRX = "05" OR FS-DETALLE-TRX = "35"
               CLOSE DETALLE-TRX
               OPEN OUTPUT DETALLE-TRX
           END-IF.
           PERFORM GRABAR-UN-RECARGO
                   VARYING IDX-RECARGO FROM 1 BY 1
                   UNTIL IDX-RECARGO > CANT-TABLA.
           CLOSE DETALLE-TRX.
       GRABAR-RECARGOS-FIN.
           EXIT.

       GRABAR-UN-RECARGO.
           MOVE REC-CUENTA(IDX-RECARGO) TO TRX-CUENTA.
           MOVE FECHA-HOY TO TRX-FECHA.
           MOVE "RECARGO POR MORA" TO TRX-DESCRIPCION.
           MOVE REC-MONTO(IDX-RECARGO) TO TRX-MONTO.
           WRITE REG-TRX-DETALLE.
           MOVE "TRXDETL" TO FCHK-ARCHIVO.
           MOVE TRX-CUENTA TO FCHK-CLAVE.
           MOVE FS-DETALLE-TRX TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           PERFORM POSTEAR-RECARGO-GL.

       POSTEAR-RECARGO-GL.
           MOVE "FINANCE-CHARGE" TO GL-PROGRAMA.
           MOVE CUENTA-COBRAR TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE REC-MONTO(IDX-RECARGO) TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "RECARGO MORA " DELIMITED BY SIZE
               HOY-PERIODO DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "FINANCE-CHARGE" TO GL-PROGRAMA.
           MOVE CUENTA-INGRESO TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE REC-MONTO(IDX-RECARGO) TO GL-MONTO.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "RECARGO MORA " DELIMITED BY SIZE
               HOY-PERIODO DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.
           PERFORM GRABAR-ASIENTO-GL.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-RECARGOS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "RECARGOS COBRADOS: " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE TOTAL-VENCIDO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(50:14).
           MOVE TOTAL-RECARGOS TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(66:14).
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-EXENTAS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CUENTAS VENCIDAS EXENTAS DE RECARGO: "
                   DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       MARCAR-MES-CORRIDO.
           MOVE HOY-PERIODO TO CFR-PERIODO.
           OPEN OUTPUT CONTROL-RECARGO.
           WRITE REG-CONTROL-RECARGO.
           MOVE "FINCHCTL" TO FCHK-ARCHIVO.
           MOVE HOY-PERIODO TO FCHK-CLAVE.
           MOVE FS-CONTROL-RECARGO TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE CONTROL-RECARGO.

       ESCRIBIR-ENCABEZADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-REGISTRO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-REGISTRO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINEA-REGISTRO.
           MOVE "CUENTA" TO LINEA-REGISTRO(1:6).
           MOVE "NOMBRE" TO LINEA-REGISTRO(19:6).
           MOVE "VENCIDO" TO LINEA-REGISTRO(57:7).
           MOVE "RECARGO" TO LINEA-REGISTRO(73:7).
           WRITE LINEA-REGISTRO AFTER ADVANCING 2 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-REGISTRO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY ACCTMASK-PROC.
           COPY AGEFRANJ-PROC.
           COPY NUMCHK-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
