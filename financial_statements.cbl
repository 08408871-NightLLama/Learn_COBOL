      ******************************************************************
      * Estados contables del período AAAAMM que pide la operadora,
      * armados del maestro de saldos: estado de resultados (ingresos
      * y gastos del mes y del año hasta el mes) y balance general
      * (movimiento del mes y saldo al cierre de activo, pasivo y
      * patrimonio neto), con el resultado llevado al patrimonio y el
      * control activo = pasivo + patrimonio al pie.  Cada cuenta del
      * plan CHARTCTA se agrupa en su renglón (CTA-RUBRO) dentro de
      * su tipo (CTA-TIPO); una cuenta sin clasificar toma el tipo del
      * primer dígito del número - la convención de YEAR-END-CLOSE,
      * las alfabéticas como SUSPENSO99 van al activo - y el renglón
      * con el nombre del tipo.
      * Consolidado lee GLBALMST; un solo campus lee GLBALCAM (ver
      * GLBALCAM.CPY), que GL-BALANCE acumula por el campus de cada
      * asiento - "-" elige los asientos sin campus (campus original).
      * El año va de AAAA01 al período pedido.  El resultado llevado
      * al balance es el acumulado de las cuentas de resultado hasta
      * el período: lo que YEAR-END-CLOSE todavía no cerró contra
      * resultados acumulados.  Los asientos de cierre entran en el
      * primer período del año siguiente y figuran en el resultado
      * del año de ese período.  Sale por FINSTMT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN-STATEMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.

           SELECT SALDOS-GL ASSIGN TO "GLBALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-CLAVE
               FILE STATUS IS FS-SALDOS-GL.

           SELECT SALDOS-CAMPUS ASSIGN TO "GLBALCAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-CLAVE
               FILE STATUS IS FS-SALDOS-CAMPUS.

           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS.

           SELECT LISTADO ASSIGN TO "FINSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.

       FD  SALDOS-GL.
           COPY GLBALMST.

       FD  SALDOS-CAMPUS.
           COPY GLBALCAM.

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       WORKING-STORAGE SECTION.
       01  FS-CHART-ACCOUNTS PIC XX.
           88  FS-CTA-OK VALUE "00".
       01  FS-SALDOS-GL PIC XX.
           88  FS-GLB-OK VALUE "00".
       01  FS-SALDOS-CAMPUS PIC XX.
           88  FS-GLC-OK VALUE "00".
       01  FS-CAMPUS PIC XX.
           88  FS-CAM-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SALDOS PIC A.
           88  FIN-SALDOS VALUE "S".
       01  SW-FILTRA-CAMPUS PIC A VALUE "N".
           88  FILTRA-CAMPUS VALUE "S".
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  SW-ES-BALANCE PIC A VALUE "N".
           88  ES-BALANCE VALUE "S".
       01  CAMPUS-PEDIDO PIC XX.
       01  CAMPUS-FILTRO PIC XX.
       01  PERIODO-ENTRADA PIC X(6).
       01  PERIODO-PEDIDO PIC 9(6).
       01  PERIODO-PEDIDO-R REDEFINES PERIODO-PEDIDO.
           05  ANIO-PEDIDO PIC 9(4).
           05  MES-PEDIDO PIC 99.
       01  PERIODO-INICIO-ANIO PIC 9(6).
      ******************************************************************
      * Saldo de la cuenta en curso (débitos menos créditos) y su
      * clasificación.
      ******************************************************************
       01  SALDO-PERIODO-LEIDO PIC 9(6).
       01  NETO-LEIDO PIC S9(11)V99.
       01  CUENTA-MES PIC S9(11)V99.
       01  CUENTA-ANIO PIC S9(11)V99.
       01  CUENTA-SALDO PIC S9(11)V99.
       01  TIPO-CUENTA PIC X.
       01  RUBRO-CUENTA PIC X(20).
      ******************************************************************
      * Renglones de los estados, en el orden en que aparecen en el
      * plan; importes con el signo natural del tipo (deudor para
      * activo y gasto, acreedor para pasivo, patrimonio e ingreso).
      ******************************************************************
       01  TABLA-RUBROS.
           05  RUBRO-ESTADO OCCURS 100 TIMES.
               10  RUB-TIPO        PIC X.
               10  RUB-NOMBRE      PIC X(20).
               10  RUB-MES         PIC S9(11)V99.
               10  RUB-ANIO        PIC S9(11)V99.
               10  RUB-SALDO       PIC S9(11)V99.
       01  CANT-RUBROS PIC 999 VALUE 0.
       01  IDX-RUBRO PIC 999.
       01  CANT-CUENTAS PIC 9(4) VALUE 0.
       01  CANT-SIN-LUGAR PIC 9(4) VALUE 0.
       01  TIPO-SECCION PIC X.
       01  NOMBRE-SECCION PIC X(30).
       01  SECCION-COL-1 PIC S9(13)V99.
       01  SECCION-COL-2 PIC S9(13)V99.
       01  TOTAL-INGRESOS-MES PIC S9(13)V99 VALUE 0.
       01  TOTAL-INGRESOS-ANIO PIC S9(13)V99 VALUE 0.
       01  TOTAL-GASTOS-MES PIC S9(13)V99 VALUE 0.
       01  TOTAL-GASTOS-ANIO PIC S9(13)V99 VALUE 0.
       01  RESULTADO-MES PIC S9(13)V99.
       01  RESULTADO-ANIO PIC S9(13)V99.
       01  RESULTADO-ACUMULADO PIC S9(13)V99 VALUE 0.
       01  TOTAL-ACTIVO-MES PIC S9(13)V99.
       01  TOTAL-ACTIVO PIC S9(13)V99.
       01  TOTAL-PASIVO-MES PIC S9(13)V99.
       01  TOTAL-PASIVO PIC S9(13)V99.
       01  TOTAL-PATRIM-MES PIC S9(13)V99.
       01  TOTAL-PATRIM PIC S9(13)V99.
       01  DIFERENCIA-BALANCE PIC S9(13)V99.
       01  MONTO-COL-1 PIC S9(13)V99.
       01  MONTO-COL-2 PIC S9(13)V99.
       01  MONTO-ED PIC $$$$,$$$,$$$,$$9.99-.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ESTADOS CONTABLES DEL LIBRO MAYOR".
           MOVE SPACES TO PERIODO-ENTRADA.
           MOVE 0 TO PERIODO-PEDIDO.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-PEDIDO > 0.
           COMPUTE PERIODO-INICIO-ANIO = ANIO-PEDIDO * 100 + 1.
           DISPLAY "CAMPUS (ENTER O * = CONSOLIDADO, - = ASIENTOS SIN"
                   " CAMPUS): ".
           ACCEPT CAMPUS-PEDIDO.
           MOVE FUNCTION UPPER-CASE(CAMPUS-PEDIDO) TO CAMPUS-PEDIDO.
           IF CAMPUS-PEDIDO NOT = SPACES
              AND CAMPUS-PEDIDO NOT = "*"
               MOVE "S" TO SW-FILTRA-CAMPUS
               IF CAMPUS-PEDIDO = "-"
                   MOVE SPACES TO CAMPUS-FILTRO
               ELSE
                   MOVE CAMPUS-PEDIDO TO CAMPUS-FILTRO
                   PERFORM CARGAR-MEMBRETE-CAMPUS
               END-IF
           END-IF.
           OPEN INPUT CHART-ACCOUNTS.
           IF NOT FS-CTA-OK
               DISPLAY "NO HAY PLAN DE CUENTAS CHARTCTA"
               STOP RUN
           END-IF.
           IF FILTRA-CAMPUS
               OPEN INPUT SALDOS-CAMPUS
               IF NOT FS-GLC-OK
                   DISPLAY "NO HAY MAESTRO DE SALDOS POR CAMPUS"
                           " GLBALCAM - CORRA GL-BALANCE PRIMERO"
                   CLOSE CHART-ACCOUNTS
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT SALDOS-GL
               IF NOT FS-GLB-OK
                   DISPLAY "NO HAY MAESTRO DE SALDOS GLBALMST - CORRA"
                           " GL-BALANCE PRIMERO"
                   CLOSE CHART-ACCOUNTS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LEER-CUENTA.
           PERFORM ACUMULAR-UNA-CUENTA UNTIL FIN-ARCHIVO.
           CLOSE CHART-ACCOUNTS.
           IF FILTRA-CAMPUS
               CLOSE SALDOS-CAMPUS
           ELSE
               CLOSE SALDOS-GL
           END-IF.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           PERFORM IMPRIMIR-RESULTADOS.
           PERFORM IMPRIMIR-BALANCE.
           CLOSE LISTADO.
           DISPLAY "CUENTAS LEÍDAS: ", CANT-CUENTAS,
                   "  RENGLONES: ", CANT-RUBROS.
           IF CANT-SIN-LUGAR > 0
               DISPLAY "ADVERTENCIA: ", CANT-SIN-LUGAR, " CUENTAS SIN"
                       " LUGAR EN LA TABLA DE RENGLONES - FALTAN EN"
                       " LOS ESTADOS"
           END-IF.
           STOP RUN.

       PEDIR-PERIODO.
           DISPLAY "PERÍODO DE LOS ESTADOS (AAAAMM): ".
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA IS NUMERIC
              AND PERIODO-ENTRADA(5:2) >= "01"
              AND PERIODO-ENTRADA(5:2) <= "12"
               MOVE PERIODO-ENTRADA TO PERIODO-PEDIDO
           ELSE
               DISPLAY "PERÍODO INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Membrete del campus para el encabezado RPTHDR, del control
      * CAMPUSCT; sin control, o sin el código, queda el membrete
      * general.
      ******************************************************************
       CARGAR-MEMBRETE-CAMPUS.
           OPEN INPUT CAMPUS-CONTROL.
           IF FS-CAM-OK
               MOVE CAMPUS-FILTRO TO CAM-CODIGO
               READ CAMPUS-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAM-NOMBRE TO RPTHDR-COMPANIA
               END-READ
               CLOSE CAMPUS-CONTROL
           END-IF.

       LEER-CUENTA.
           READ CHART-ACCOUNTS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Una cuenta del plan: sus saldos del mes, del año y acumulado
      * al cierre, llevados a su renglón.
      ******************************************************************
       ACUMULAR-UNA-CUENTA.
           ADD 1 TO CANT-CUENTAS.
           MOVE 0 TO CUENTA-MES.
           MOVE 0 TO CUENTA-ANIO.
           MOVE 0 TO CUENTA-SALDO.
           MOVE "N" TO SW-FIN-SALDOS.
           IF FILTRA-CAMPUS
               MOVE CTA-CUENTA TO GLC-CUENTA
               MOVE 0 TO GLC-PERIODO
               MOVE LOW-VALUES TO GLC-CAMPUS
               START SALDOS-CAMPUS KEY IS NOT LESS THAN GLC-CLAVE
                   INVALID KEY
                       MOVE "S" TO SW-FIN-SALDOS
               END-START
           ELSE
               MOVE CTA-CUENTA TO GLB-CUENTA
               MOVE 0 TO GLB-PERIODO
               START SALDOS-GL KEY IS NOT LESS THAN GLB-CLAVE
                   INVALID KEY
                       MOVE "S" TO SW-FIN-SALDOS
               END-START
           END-IF.
           PERFORM LEER-SALDO.
           PERFORM SUMAR-SALDO UNTIL FIN-SALDOS.
           PERFORM CLASIFICAR-CUENTA.
           PERFORM LLEVAR-A-RUBRO.
           PERFORM LEER-CUENTA.

      ******************************************************************
      * Próxima fila de saldos de la cuenta hasta el período pedido,
      * del maestro que corresponda; en la vista por campus se
      * saltean las filas de los otros campus.
      ******************************************************************
       LEER-SALDO.
           MOVE "N" TO SW-HALLADO.
           PERFORM LEER-UNA-FILA UNTIL HALLADO OR FIN-SALDOS.

       LEER-UNA-FILA.
           IF FILTRA-CAMPUS
               READ SALDOS-CAMPUS NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-SALDOS
               END-READ
               IF NOT FIN-SALDOS
                   IF GLC-CUENTA NOT = CTA-CUENTA
                      OR GLC-PERIODO > PERIODO-PEDIDO
                       MOVE "S" TO SW-FIN-SALDOS
                   ELSE
                       IF GLC-CAMPUS = CAMPUS-FILTRO
                           MOVE "S" TO SW-HALLADO
                           MOVE GLC-PERIODO TO SALDO-PERIODO-LEIDO
                           COMPUTE NETO-LEIDO =
                                   GLC-DEBITOS - GLC-CREDITOS
                       END-IF
                   END-IF
               END-IF
           ELSE
               READ SALDOS-GL NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-SALDOS
               END-READ
               IF NOT FIN-SALDOS
                   IF GLB-CUENTA NOT = CTA-CUENTA
                      OR GLB-PERIODO > PERIODO-PEDIDO
                       MOVE "S" TO SW-FIN-SALDOS
                   ELSE
                       MOVE "S" TO SW-HALLADO
                       MOVE GLB-PERIODO TO SALDO-PERIODO-LEIDO
                       COMPUTE NETO-LEIDO =
                               GLB-DEBITOS - GLB-CREDITOS
                   END-IF
               END-IF
           END-IF.

       SUMAR-SALDO.
           ADD NETO-LEIDO TO CUENTA-SALDO.
           IF SALDO-PERIODO-LEIDO NOT < PERIODO-INICIO-ANIO
               ADD NETO-LEIDO TO CUENTA-ANIO
           END-IF.
           IF SALDO-PERIODO-LEIDO = PERIODO-PEDIDO
               ADD NETO-LEIDO TO CUENTA-MES
           END-IF.
           PERFORM LEER-SALDO.

       CLASIFICAR-CUENTA.
           IF CTA-TIPO-VALIDO
               MOVE CTA-TIPO TO TIPO-CUENTA
           ELSE
               EVALUATE CTA-CUENTA(1:1)
                   WHEN "2"
                       MOVE "P" TO TIPO-CUENTA
                   WHEN "3"
                       MOVE "N" TO TIPO-CUENTA
                   WHEN "4"
                       MOVE "I" TO TIPO-CUENTA
                   WHEN "5" THRU "9"
                       MOVE "G" TO TIPO-CUENTA
                   WHEN OTHER
                       MOVE "A" TO TIPO-CUENTA
               END-EVALUATE
           END-IF.
           IF CTA-RUBRO NOT = SPACES
               MOVE CTA-RUBRO TO RUBRO-CUENTA
           ELSE
               EVALUATE TIPO-CUENTA
                   WHEN "A"
                       MOVE "OTROS ACTIVOS" TO RUBRO-CUENTA
                   WHEN "P"
                       MOVE "OTROS PASIVOS" TO RUBRO-CUENTA
                   WHEN "N"
                       MOVE "OTRO PATRIMONIO" TO RUBRO-CUENTA
                   WHEN "I"
                       MOVE "OTROS INGRESOS" TO RUBRO-CUENTA
                   WHEN OTHER
                       MOVE "OTROS GASTOS" TO RUBRO-CUENTA
               END-EVALUATE
           END-IF.
      * Pasivo, patrimonio e ingreso se muestran con saldo acreedor
      * positivo.
           IF TIPO-CUENTA = "P" OR TIPO-CUENTA = "N"
              OR TIPO-CUENTA = "I"
               COMPUTE CUENTA-MES = 0 - CUENTA-MES
               COMPUTE CUENTA-ANIO = 0 - CUENTA-ANIO
               COMPUTE CUENTA-SALDO = 0 - CUENTA-SALDO
           END-IF.
           IF TIPO-CUENTA = "I"
               ADD CUENTA-SALDO TO RESULTADO-ACUMULADO
           END-IF.
           IF TIPO-CUENTA = "G"
               SUBTRACT CUENTA-SALDO FROM RESULTADO-ACUMULADO
           END-IF.

       LLEVAR-A-RUBRO.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-RUBRO
                   VARYING IDX-RUBRO FROM 1 BY 1
                   UNTIL IDX-RUBRO > CANT-RUBROS
                      OR HALLADO.
           IF HALLADO
               SUBTRACT 1 FROM IDX-RUBRO
           ELSE
               IF CANT-RUBROS < 100
                   ADD 1 TO CANT-RUBROS
                   MOVE CANT-RUBROS TO IDX-RUBRO
                   MOVE TIPO-CUENTA TO RUB-TIPO(IDX-RUBRO)
                   MOVE RUBRO-CUENTA TO RUB-NOMBRE(IDX-RUBRO)
                   MOVE 0 TO RUB-MES(IDX-RUBRO)
                   MOVE 0 TO RUB-ANIO(IDX-RUBRO)
                   MOVE 0 TO RUB-SALDO(IDX-RUBRO)
               ELSE
                   ADD 1 TO CANT-SIN-LUGAR
                   MOVE 0 TO IDX-RUBRO
               END-IF
           END-IF.
           IF IDX-RUBRO > 0
               ADD CUENTA-MES TO RUB-MES(IDX-RUBRO)
               ADD CUENTA-ANIO TO RUB-ANIO(IDX-RUBRO)
               ADD CUENTA-SALDO TO RUB-SALDO(IDX-RUBRO)
           END-IF.

       BUSCAR-RUBRO.
           IF RUB-TIPO(IDX-RUBRO) = TIPO-CUENTA
              AND RUB-NOMBRE(IDX-RUBRO) = RUBRO-CUENTA
               MOVE "S" TO SW-HALLADO
           END-IF.

      ******************************************************************
      * Estado de resultados: del mes y del año hasta el mes.
      ******************************************************************
       IMPRIMIR-RESULTADOS.
           MOVE "ESTADO DE RESULTADOS" TO RPTHDR-TITULO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ESCRIBIR-ALCANCE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "RENGLÓN" TO LINEA-SALIDA(5:7).
           MOVE "DEL MES" TO LINEA-SALIDA(52:7).
           MOVE "EN EL AÑO" TO LINEA-SALIDA(73:10).
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO SW-ES-BALANCE.
           MOVE "I" TO TIPO-SECCION.
           MOVE "INGRESOS" TO NOMBRE-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE SECCION-COL-1 TO TOTAL-INGRESOS-MES.
           MOVE SECCION-COL-2 TO TOTAL-INGRESOS-ANIO.
           MOVE "G" TO TIPO-SECCION.
           MOVE "GASTOS" TO NOMBRE-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE SECCION-COL-1 TO TOTAL-GASTOS-MES.
           MOVE SECCION-COL-2 TO TOTAL-GASTOS-ANIO.
           COMPUTE RESULTADO-MES =
                   TOTAL-INGRESOS-MES - TOTAL-GASTOS-MES.
           COMPUTE RESULTADO-ANIO =
                   TOTAL-INGRESOS-ANIO - TOTAL-GASTOS-ANIO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "RESULTADO DEL PERÍODO" TO LINEA-SALIDA.
           MOVE RESULTADO-MES TO MONTO-COL-1.
           MOVE RESULTADO-ANIO TO MONTO-COL-2.
           PERFORM ESCRIBIR-IMPORTES.

      ******************************************************************
      * Balance general: movimiento del mes y saldo al cierre; el
      * resultado no cerrado entra al patrimonio neto.
      ******************************************************************
       IMPRIMIR-BALANCE.
           MOVE "BALANCE GENERAL" TO RPTHDR-TITULO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ESCRIBIR-ALCANCE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "RENGLÓN" TO LINEA-SALIDA(5:7).
           MOVE "MOVIM. DEL MES" TO LINEA-SALIDA(46:15).
           MOVE "SALDO AL CIERRE" TO LINEA-SALIDA(67:16).
           PERFORM ESCRIBIR-LINEA.
           MOVE "S" TO SW-ES-BALANCE.
           MOVE "A" TO TIPO-SECCION.
           MOVE "ACTIVO" TO NOMBRE-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE SECCION-COL-1 TO TOTAL-ACTIVO-MES.
           MOVE SECCION-COL-2 TO TOTAL-ACTIVO.
           MOVE "P" TO TIPO-SECCION.
           MOVE "PASIVO" TO NOMBRE-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE SECCION-COL-1 TO TOTAL-PASIVO-MES.
           MOVE SECCION-COL-2 TO TOTAL-PASIVO.
           MOVE "N" TO TIPO-SECCION.
           MOVE "PATRIMONIO NETO" TO NOMBRE-SECCION.
           PERFORM IMPRIMIR-SECCION-SIN-TOTAL.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "RESULTADO DEL EJERCICIO" TO LINEA-SALIDA(3:23).
           MOVE RESULTADO-MES TO MONTO-COL-1.
           MOVE RESULTADO-ACUMULADO TO MONTO-COL-2.
           PERFORM ESCRIBIR-IMPORTES.
           ADD RESULTADO-MES TO SECCION-COL-1.
           ADD RESULTADO-ACUMULADO TO SECCION-COL-2.
           MOVE SECCION-COL-1 TO TOTAL-PATRIM-MES.
           MOVE SECCION-COL-2 TO TOTAL-PATRIM.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL PATRIMONIO NETO" TO LINEA-SALIDA(3:21).
           MOVE TOTAL-PATRIM-MES TO MONTO-COL-1.
           MOVE TOTAL-PATRIM TO MONTO-COL-2.
           PERFORM ESCRIBIR-IMPORTES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL PASIVO Y PATRIMONIO NETO" TO LINEA-SALIDA.
           COMPUTE MONTO-COL-1 = TOTAL-PASIVO-MES + TOTAL-PATRIM-MES.
           COMPUTE MONTO-COL-2 = TOTAL-PASIVO + TOTAL-PATRIM.
           PERFORM ESCRIBIR-IMPORTES.
           COMPUTE DIFERENCIA-BALANCE =
                   TOTAL-ACTIVO - TOTAL-PASIVO - TOTAL-PATRIM.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           IF DIFERENCIA-BALANCE = 0
               MOVE "ACTIVO = PASIVO + PATRIMONIO NETO - EL BALANCE"
                    & " CIERRA" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE "*** EL BALANCE NO CIERRA - DIFERENCIA ***"
                   TO LINEA-SALIDA
               MOVE 0 TO MONTO-COL-1
               MOVE DIFERENCIA-BALANCE TO MONTO-COL-2
               PERFORM ESCRIBIR-IMPORTES
           END-IF.

       ESCRIBIR-ALCANCE.
           MOVE SPACES TO LINEA-SALIDA.
           IF FILTRA-CAMPUS
               STRING "PERÍODO: " DELIMITED BY SIZE
                   PERIODO-PEDIDO DELIMITED BY SIZE
                   "   CAMPUS: " DELIMITED BY SIZE
                   CAMPUS-PEDIDO DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           ELSE
               STRING "PERÍODO: " DELIMITED BY SIZE
                   PERIODO-PEDIDO DELIMITED BY SIZE
                   "   CONSOLIDADO (TODOS LOS CAMPUS)"
                   DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Una sección del estado: título, renglones del tipo y total.
      * Columna 1 = mes; columna 2 = año (resultados) o saldo al
      * cierre (balance).
      ******************************************************************
       IMPRIMIR-SECCION.
           PERFORM IMPRIMIR-SECCION-SIN-TOTAL.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  TOTAL " DELIMITED BY SIZE
               NOMBRE-SECCION DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE SECCION-COL-1 TO MONTO-COL-1.
           MOVE SECCION-COL-2 TO MONTO-COL-2.
           PERFORM ESCRIBIR-IMPORTES.

       IMPRIMIR-SECCION-SIN-TOTAL.
           MOVE 0 TO SECCION-COL-1.
           MOVE 0 TO SECCION-COL-2.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE NOMBRE-SECCION TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-UN-RUBRO
                   VARYING IDX-RUBRO FROM 1 BY 1
                   UNTIL IDX-RUBRO > CANT-RUBROS.

       IMPRIMIR-UN-RUBRO.
           IF RUB-TIPO(IDX-RUBRO) = TIPO-SECCION
               MOVE RUB-MES(IDX-RUBRO) TO MONTO-COL-1
               IF ES-BALANCE
                   MOVE RUB-SALDO(IDX-RUBRO) TO MONTO-COL-2
               ELSE
                   MOVE RUB-ANIO(IDX-RUBRO) TO MONTO-COL-2
               END-IF
               ADD MONTO-COL-1 TO SECCION-COL-1
               ADD MONTO-COL-2 TO SECCION-COL-2
               IF MONTO-COL-1 NOT = 0 OR MONTO-COL-2 NOT = 0
                   MOVE SPACES TO LINEA-SALIDA
                   MOVE RUB-NOMBRE(IDX-RUBRO) TO LINEA-SALIDA(5:20)
                   PERFORM ESCRIBIR-IMPORTES
               END-IF
           END-IF.

       ESCRIBIR-IMPORTES.
           MOVE MONTO-COL-1 TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(40:20).
           MOVE MONTO-COL-2 TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(62:20).
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
