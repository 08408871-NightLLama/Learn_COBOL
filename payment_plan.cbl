      ******************************************************************
      * Planes de pago en cuotas para los clientes atrasados: lo que
      * hasta ahora se anotaba en un cuaderno sin ningún seguimiento
      * de las cuotas que no se pagaban.  El alta toma el capital del
      * saldo envejecido de la cuenta (las cuatro franjas del archivo
      * de trabajo AGINGWRK que deja AGING-REPORT), la cantidad de
      * cuotas mensuales (1 a 36), la tasa mensual en porcentaje y la
      * fecha de la primera cuota; calcula la cuota nivelada con la
      * misma potencia (**) de la opción POTENCIA de EXERCISE5 y graba
      * el plan en PLANPAGO (ver PLANPAGO.CPY).  El cronograma
      * completo de amortización - cuota, interés, capital y saldo
      * por vencimiento - sale por PLANCRON con la línea de firma del
      * cliente, y se puede reimprimir con el estado de cada cuota que
      * deja el paso nocturno PLAN-MONITOR.  Una cuenta con plan
      * activo no admite otro; un plan cumplido o roto se reemplaza.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-PAGO ASSIGN TO "PLANPAGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CUENTA
               FILE STATUS IS FS-PLANES.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT TRABAJO-AGING ASSIGN TO "AGINGWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT CRONOGRAMA ASSIGN TO "PLANCRON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRONOGRAMA.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANES-PAGO.
           COPY PLANPAGO.

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  TRABAJO-AGING.
       01  REG-TRABAJO-AGING.
           05  AGW-CUENTA          PIC X(16).
           05  AGW-CORRIENTE       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AGW-30              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AGW-60              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AGW-90              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  CRONOGRAMA.
       01  LINEA-CRONOGRAMA PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-PLANES PIC XX.
           88  FS-PLN-OK           VALUE "00".
           88  FS-PLN-NO-EXISTE    VALUE "35".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  FS-TRABAJO PIC XX.
           88  FS-TRA-OK VALUE "00".
       01  FS-CRONOGRAMA PIC XX.
       01  OPCION-MANT PIC A.
           88  MANT-ALTA      VALUE "A".
           88  MANT-REIMPRIMIR VALUE "R".
           88  MANT-LISTAR    VALUE "L".
           88  MANT-FIN       VALUE "F".
       01  OPCION-CONFIRMA PIC A.
       01  SW-CUENTA-OK PIC A.
           88  CUENTA-OK VALUE "S".
       01  SW-PLAN-EXISTE PIC A.
           88  PLAN-EXISTE VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-SALDO-HALLADO PIC A.
           88  SALDO-HALLADO VALUE "S".
       01  SW-ENTRADA-OK PIC A.
           88  ENTRADA-OK VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  SALDO-ENVEJECIDO PIC S9(11)V99.
       01  CUOTAS-ENTRADA PIC XX.
       01  FECHA-ENTRADA PIC X(8).
      ******************************************************************
      * Vencimiento de cada cuota: la fecha de la primera más tantos
      * meses como cuotas la preceden, por año y mes; el día queda
      * fijo (se pide entre 01 y 28, como el día del mes de las
      * plantillas de RECUR-MAINT, para que exista en todo mes).
      ******************************************************************
       01  FECHA-CALCULO PIC 9(8).
       01  FECHA-CALCULO-R REDEFINES FECHA-CALCULO.
           05  FC-ANIO             PIC 9(4).
           05  FC-MES              PIC 99.
           05  FC-DIA              PIC 99.
       01  MESES-ABSOLUTOS PIC 9(6).
       01  RESTO-MES PIC 99.
       01  IDX-CUOTA PIC 99.
      ******************************************************************
      * Cuota nivelada: C = P * i * (1 + i) ** n / ((1 + i) ** n - 1)
      * con i la tasa mensual en fracción; con tasa cero, C = P / n.
      ******************************************************************
       01  TASA-DECIMAL PIC 9V9(8).
       01  FACTOR-POTENCIA PIC 9(4)V9(10).
       01  SALDO-CAPITAL PIC S9(7)V99.
       01  INTERES-CUOTA PIC S9(7)V99.
       01  CAPITAL-CUOTA PIC S9(7)V99.
       01  TOTAL-CUOTAS PIC 9(9)V99.
       01  TOTAL-INTERES PIC 9(9)V99.
       01  IMPORTE-ED PIC Z,ZZZ,ZZ9.99.
       01  TOTAL-ED PIC ZZ,ZZZ,ZZ9.99.
       01  TASA-ED PIC 9.9999.
       01  CUOTA-NRO-ED PIC Z9.
       01  LINEA-SALIDA PIC X(80).
           COPY NUMCHK.
           COPY ACCTMASK.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PLANES DE PAGO EN CUOTAS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLI-OK
               DISPLAY "NO HAY MAESTRO DE CLIENTES CUSTMAST"
               STOP RUN
           END-IF.
           PERFORM ABRIR-PLANES.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE PLANES-PAGO.
           CLOSE CLIENTES.
           STOP RUN.

       ABRIR-PLANES.
           OPEN I-O PLANES-PAGO.
           IF FS-PLN-NO-EXISTE
               OPEN OUTPUT PLANES-PAGO
               CLOSE PLANES-PAGO
               OPEN I-O PLANES-PAGO
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "PLANES DE PAGO - (A)LTA, (R)EIMPRIMIR CRONOGRAMA,"
                   " (L)ISTAR, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-PLAN THRU ALTA-PLAN-FIN
               WHEN MANT-REIMPRIMIR
                   PERFORM REIMPRIMIR-PLAN THRU REIMPRIMIR-PLAN-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-PLANES
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       ALTA-PLAN.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA-CLIENTE UNTIL CUENTA-OK.
           PERFORM LEER-PLAN-CUENTA.
           IF PLAN-EXISTE AND PLN-ACTIVO
               DISPLAY "LA CUENTA YA TIENE UN PLAN ACTIVO DESDE EL ",
                       PLN-FECHA-ALTA
               GO TO ALTA-PLAN-FIN
           END-IF.
           PERFORM BUSCAR-SALDO-ENVEJECIDO
                   THRU BUSCAR-SALDO-ENVEJECIDO-FIN.
           IF NOT SALDO-HALLADO
               GO TO ALTA-PLAN-FIN
           END-IF.
           IF SALDO-ENVEJECIDO NOT > 0
              OR SALDO-ENVEJECIDO > 9999999.99
               MOVE SALDO-ENVEJECIDO TO TOTAL-ED
               DISPLAY "SALDO ENVEJECIDO ", TOTAL-ED,
                       " - NO CORRESPONDE UN PLAN DE PAGOS"
               GO TO ALTA-PLAN-FIN
           END-IF.
           MOVE SALDO-ENVEJECIDO TO TOTAL-ED.
           DISPLAY "CAPITAL DEL PLAN (SALDO ENVEJECIDO): ", TOTAL-ED.
           INITIALIZE REG-PLAN-PAGO.
           MOVE CLI-CUENTA TO PLN-CUENTA.
           MOVE "A" TO PLN-ESTADO.
           MOVE FECHA-HOY TO PLN-FECHA-ALTA.
           MOVE SALDO-ENVEJECIDO TO PLN-PRINCIPAL.
           MOVE "N" TO SW-ENTRADA-OK.
           PERFORM PEDIR-CANT-CUOTAS UNTIL ENTRADA-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-TASA UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-ENTRADA-OK.
           PERFORM PEDIR-FECHA-INICIO UNTIL ENTRADA-OK.
           PERFORM CALCULAR-CUOTA-NIVELADA
                   THRU CALCULAR-CUOTA-NIVELADA-FIN.
           IF PLN-MONTO-CUOTA = 0
               GO TO ALTA-PLAN-FIN
           END-IF.
           MOVE PLN-PRINCIPAL TO SALDO-CAPITAL.
           PERFORM ARMAR-UNA-CUOTA
                   VARYING IDX-CUOTA FROM 1 BY 1
                   UNTIL IDX-CUOTA > PLN-CANT-CUOTAS.
           MOVE PLN-MONTO-CUOTA TO IMPORTE-ED.
           DISPLAY PLN-CANT-CUOTAS, " CUOTAS MENSUALES DE ",
                   IMPORTE-ED, " DESDE EL ", PLN-FECHA-INICIO.
           DISPLAY "¿CONFIRMA EL PLAN? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "PLAN DESCARTADO"
               GO TO ALTA-PLAN-FIN
           END-IF.
           IF PLAN-EXISTE
               REWRITE REG-PLAN-PAGO
           ELSE
               WRITE REG-PLAN-PAGO
           END-IF.
           MOVE "PLANPAGO" TO FCHK-ARCHIVO.
           MOVE PLN-CUENTA TO FCHK-CLAVE.
           MOVE FS-PLANES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           PERFORM IMPRIMIR-CRONOGRAMA.
           DISPLAY "PLAN GRABADO - CRONOGRAMA PARA FIRMA EN PLANCRON".
       ALTA-PLAN-FIN.
           EXIT.

       PEDIR-CUENTA-CLIENTE.
           DISPLAY "NÚMERO DE CUENTA DEL CLIENTE: ".
           ACCEPT CLI-CUENTA.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CUENTA NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-CUENTA-OK
                   DISPLAY "CLIENTE: ", CLI-NOMBRE
           END-READ.

       LEER-PLAN-CUENTA.
           MOVE CLI-CUENTA TO PLN-CUENTA.
           READ PLANES-PAGO
               INVALID KEY
                   MOVE "N" TO SW-PLAN-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO SW-PLAN-EXISTE
           END-READ.

      ******************************************************************
      * Capital del plan: el saldo envejecido completo de la cuenta -
      * corriente más las franjas 30, 60 y 90+ - tal como lo dejó la
      * última corrida de AGING-REPORT en AGINGWRK.
      ******************************************************************
       BUSCAR-SALDO-ENVEJECIDO.
           MOVE "N" TO SW-SALDO-HALLADO.
           MOVE 0 TO SALDO-ENVEJECIDO.
           OPEN INPUT TRABAJO-AGING.
           IF NOT FS-TRA-OK
               DISPLAY "NO HAY ARCHIVO AGINGWRK - CORRA AGING-REPORT"
                       " PRIMERO"
               GO TO BUSCAR-SALDO-ENVEJECIDO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-TRABAJO.
           PERFORM COMPARAR-UNA-CUENTA
                   UNTIL FIN-ARCHIVO OR SALDO-HALLADO.
           CLOSE TRABAJO-AGING.
           IF NOT SALDO-HALLADO
               DISPLAY "LA CUENTA NO ESTÁ EN AGINGWRK - SIN SALDO"
                       " ENVEJECIDO"
           END-IF.
       BUSCAR-SALDO-ENVEJECIDO-FIN.
           EXIT.

       LEER-TRABAJO.
           READ TRABAJO-AGING
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       COMPARAR-UNA-CUENTA.
           IF AGW-CUENTA = CLI-CUENTA
               COMPUTE SALDO-ENVEJECIDO = AGW-CORRIENTE + AGW-30
                       + AGW-60 + AGW-90
               MOVE "S" TO SW-SALDO-HALLADO
           ELSE
               PERFORM LEER-TRABAJO
           END-IF.

       PEDIR-CANT-CUOTAS.
           DISPLAY "CANTIDAD DE CUOTAS MENSUALES (01-36): ".
           ACCEPT CUOTAS-ENTRADA.
           IF CUOTAS-ENTRADA IS NOT NUMERIC
              OR CUOTAS-ENTRADA < "01" OR CUOTAS-ENTRADA > "36"
               DISPLAY "CANTIDAD INVÁLIDA (01-36), REINGRESE"
           ELSE
               MOVE CUOTAS-ENTRADA TO PLN-CANT-CUOTAS
               MOVE "S" TO SW-ENTRADA-OK
           END-IF.

       PEDIR-TASA.
           DISPLAY "TASA MENSUAL EN PORCENTAJE (0 A 9.9999): ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 0
                  OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 9.9999
                   DISPLAY "TASA FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               ELSE
                   COMPUTE PLN-TASA-MENSUAL =
                       FUNCTION NUMVAL(NUMCHK-ENTRADA)
               END-IF
           END-IF.

       PEDIR-FECHA-INICIO.
           DISPLAY "FECHA DE LA PRIMERA CUOTA (AAAAMMDD, DÍA 01-28): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
               MOVE FECHA-ENTRADA TO FECHA-CALCULO
               IF FC-DIA > 28
                   DISPLAY "EL DÍA DEBE SER 01 A 28, REINGRESE"
               ELSE
                   IF FECHA-CALCULO < FECHA-HOY
                       DISPLAY "LA PRIMERA CUOTA NO PUEDE VENCER"
                               " ANTES DE HOY, REINGRESE"
                   ELSE
                       MOVE FECHA-CALCULO TO PLN-FECHA-INICIO
                       MOVE "S" TO SW-ENTRADA-OK
                   END-IF
               END-IF
           ELSE
               DISPLAY "FECHA INVÁLIDA, REINGRESE"
           END-IF.

      ******************************************************************
      * La potencia (1 + i) ** n es la misma operación de la opción
      * POTENCIA de EXERCISE5; un desborde deja la cuota en cero y el
      * alta no sigue.
      ******************************************************************
       CALCULAR-CUOTA-NIVELADA.
           COMPUTE TASA-DECIMAL = PLN-TASA-MENSUAL / 100.
           IF TASA-DECIMAL = 0
               COMPUTE PLN-MONTO-CUOTA ROUNDED =
                   PLN-PRINCIPAL / PLN-CANT-CUOTAS
               GO TO CALCULAR-CUOTA-NIVELADA-FIN
           END-IF.
           COMPUTE FACTOR-POTENCIA =
               (1 + TASA-DECIMAL) ** PLN-CANT-CUOTAS
               ON SIZE ERROR
                   DISPLAY "ERROR! LA CUOTA NO SE PUEDE CALCULAR"
                   MOVE 0 TO PLN-MONTO-CUOTA
                   GO TO CALCULAR-CUOTA-NIVELADA-FIN
           END-COMPUTE.
           COMPUTE PLN-MONTO-CUOTA ROUNDED =
               PLN-PRINCIPAL * TASA-DECIMAL * FACTOR-POTENCIA
               / (FACTOR-POTENCIA - 1)
               ON SIZE ERROR
                   DISPLAY "ERROR! LA CUOTA NO SE PUEDE CALCULAR"
                   MOVE 0 TO PLN-MONTO-CUOTA
           END-COMPUTE.
       CALCULAR-CUOTA-NIVELADA-FIN.
           EXIT.

      ******************************************************************
      * Cada cuota paga el interés del mes sobre el saldo y el resto
      * amortiza capital; la última cancela el saldo que quede, así
      * el redondeo no deja centavos colgados.
      ******************************************************************
       ARMAR-UNA-CUOTA.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE FECHA-CALCULO TO PLC-VENCIMIENTO(IDX-CUOTA).
           COMPUTE INTERES-CUOTA ROUNDED =
               SALDO-CAPITAL * TASA-DECIMAL.
           IF IDX-CUOTA = PLN-CANT-CUOTAS
               MOVE SALDO-CAPITAL TO CAPITAL-CUOTA
               COMPUTE PLC-MONTO(IDX-CUOTA) =
                   SALDO-CAPITAL + INTERES-CUOTA
           ELSE
               COMPUTE CAPITAL-CUOTA =
                   PLN-MONTO-CUOTA - INTERES-CUOTA
               MOVE PLN-MONTO-CUOTA TO PLC-MONTO(IDX-CUOTA)
           END-IF.
           SUBTRACT CAPITAL-CUOTA FROM SALDO-CAPITAL.
           MOVE 0 TO PLC-PAGADO(IDX-CUOTA).
           MOVE SPACE TO PLC-ESTADO(IDX-CUOTA).

       CALCULAR-VENCIMIENTO.
           MOVE PLN-FECHA-INICIO TO FECHA-CALCULO.
           COMPUTE MESES-ABSOLUTOS =
               FC-ANIO * 12 + FC-MES - 1 + IDX-CUOTA - 1.
           DIVIDE MESES-ABSOLUTOS BY 12
               GIVING FC-ANIO REMAINDER RESTO-MES.
           COMPUTE FC-MES = RESTO-MES + 1.

       REIMPRIMIR-PLAN.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA-CLIENTE UNTIL CUENTA-OK.
           PERFORM LEER-PLAN-CUENTA.
           IF NOT PLAN-EXISTE
               DISPLAY "LA CUENTA NO TIENE PLAN DE PAGOS"
               GO TO REIMPRIMIR-PLAN-FIN
           END-IF.
           COMPUTE TASA-DECIMAL = PLN-TASA-MENSUAL / 100.
           PERFORM IMPRIMIR-CRONOGRAMA.
           DISPLAY "CRONOGRAMA REIMPRESO EN PLANCRON".
       REIMPRIMIR-PLAN-FIN.
           EXIT.

      ******************************************************************
      * Cronograma para la firma: un documento por plan, agregado al
      * final de PLANCRON en hoja nueva.  Interés y capital se
      * recalculan cuota por cuota sobre los importes grabados, igual
      * que en el alta; la columna de estado la llena PLAN-MONITOR.
      ******************************************************************
       IMPRIMIR-CRONOGRAMA.
           OPEN EXTEND CRONOGRAMA.
           IF FS-CRONOGRAMA = "05" OR FS-CRONOGRAMA = "35"
               CLOSE CRONOGRAMA
               OPEN OUTPUT CRONOGRAMA
           END-IF.
           MOVE "PLAN DE PAGOS - CRONOGRAMA DE CUOTAS"
               TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           MOVE 0 TO RPTHDR-PAGINA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CLIENTE: " DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE PLN-CUENTA TO ACCTMASK-CUENTA.
           PERFORM ENMASCARAR-CUENTA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CUENTA:  " DELIMITED BY SIZE
               ACCTMASK-ENMASCARADA DELIMITED BY SIZE
               "   PLAN DEL " DELIMITED BY SIZE
               PLN-FECHA-ALTA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE PLN-PRINCIPAL TO IMPORTE-ED.
           MOVE PLN-TASA-MENSUAL TO TASA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CAPITAL: " DELIMITED BY SIZE
               IMPORTE-ED DELIMITED BY SIZE
               "   CUOTAS: " DELIMITED BY SIZE
               PLN-CANT-CUOTAS DELIMITED BY SIZE
               "   TASA MENSUAL: " DELIMITED BY SIZE
               TASA-ED DELIMITED BY SIZE
               " %" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "CUOTA" TO LINEA-SALIDA(1:5).
           MOVE "VENCE" TO LINEA-SALIDA(7:5).
           MOVE "IMPORTE" TO LINEA-SALIDA(22:7).
           MOVE "INTERÉS" TO LINEA-SALIDA(35:).
           MOVE "CAPITAL" TO LINEA-SALIDA(48:7).
           MOVE "SALDO" TO LINEA-SALIDA(64:5).
           MOVE "ESTADO" TO LINEA-SALIDA(71:6).
           PERFORM ESCRIBIR-LINEA.
           MOVE PLN-PRINCIPAL TO SALDO-CAPITAL.
           MOVE 0 TO TOTAL-CUOTAS.
           MOVE 0 TO TOTAL-INTERES.
           PERFORM IMPRIMIR-UNA-CUOTA
                   VARYING IDX-CUOTA FROM 1 BY 1
                   UNTIL IDX-CUOTA > PLN-CANT-CUOTAS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TOTAL" TO LINEA-SALIDA(1:5).
           MOVE TOTAL-CUOTAS TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(16:13).
           MOVE TOTAL-INTERES TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(29:13).
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-FIRMA.
           CLOSE CRONOGRAMA.

       IMPRIMIR-UNA-CUOTA.
           COMPUTE INTERES-CUOTA ROUNDED =
               SALDO-CAPITAL * TASA-DECIMAL.
           IF IDX-CUOTA = PLN-CANT-CUOTAS
               MOVE SALDO-CAPITAL TO CAPITAL-CUOTA
           ELSE
               COMPUTE CAPITAL-CUOTA =
                   PLC-MONTO(IDX-CUOTA) - INTERES-CUOTA
           END-IF.
           SUBTRACT CAPITAL-CUOTA FROM SALDO-CAPITAL.
           ADD PLC-MONTO(IDX-CUOTA) TO TOTAL-CUOTAS.
           ADD INTERES-CUOTA TO TOTAL-INTERES.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE IDX-CUOTA TO CUOTA-NRO-ED.
           MOVE CUOTA-NRO-ED TO LINEA-SALIDA(2:2).
           MOVE PLC-VENCIMIENTO(IDX-CUOTA) TO LINEA-SALIDA(7:8).
           MOVE PLC-MONTO(IDX-CUOTA) TO IMPORTE-ED.
           MOVE IMPORTE-ED TO LINEA-SALIDA(17:12).
           MOVE INTERES-CUOTA TO IMPORTE-ED.
           MOVE IMPORTE-ED TO LINEA-SALIDA(30:12).
           MOVE CAPITAL-CUOTA TO IMPORTE-ED.
           MOVE IMPORTE-ED TO LINEA-SALIDA(43:12).
           MOVE SALDO-CAPITAL TO IMPORTE-ED.
           MOVE IMPORTE-ED TO LINEA-SALIDA(57:12).
           EVALUATE TRUE
               WHEN PLC-PAGADA(IDX-CUOTA)
                   MOVE "PAGADA" TO LINEA-SALIDA(71:)
               WHEN PLC-PARCIAL(IDX-CUOTA)
                   MOVE "PARCIAL" TO LINEA-SALIDA(71:)
               WHEN PLC-IMPAGA(IDX-CUOTA)
                   MOVE "IMPAGA" TO LINEA-SALIDA(71:)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-FIRMA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ME COMPROMETO A PAGAR LAS CUOTAS DE ESTE PLAN EN SUS"
               & " VENCIMIENTOS; UNA CUOTA" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "IMPAGA DEJA SIN EFECTO EL PLAN Y EL SALDO VUELVE A"
               & " RECLAMARSE." TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "FIRMA DEL CLIENTE: ______________________________"
               TO LINEA-SALIDA.
           MOVE "FECHA: __________" TO LINEA-SALIDA(54:).
           PERFORM ESCRIBIR-LINEA.

       LISTAR-PLANES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE LOW-VALUES TO PLN-CUENTA.
           START PLANES-PAGO KEY IS NOT LESS THAN PLN-CUENTA
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-PLAN UNTIL FIN-ARCHIVO.

       LISTAR-UN-PLAN.
           READ PLANES-PAGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   MOVE PLN-CUENTA TO ACCTMASK-CUENTA
                   PERFORM ENMASCARAR-CUENTA
                   MOVE PLN-MONTO-CUOTA TO IMPORTE-ED
                   MOVE PLN-TOTAL-PAGADO TO TOTAL-ED
                   DISPLAY ACCTMASK-ENMASCARADA, "  ", PLN-ESTADO,
                           "  ", PLN-FECHA-ALTA, "  ",
                           PLN-CANT-CUOTAS, " X ", IMPORTE-ED,
                           "  PAGADO ", TOTAL-ED
           END-READ.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-CRONOGRAMA FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-CRONOGRAMA FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-CRONOGRAMA FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY NUMCHK-PROC.
           COPY ACCTMASK-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
