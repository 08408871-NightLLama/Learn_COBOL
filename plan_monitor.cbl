      ******************************************************************
      * Seguimiento nocturno de los planes de pago en cuotas
      * (PLANPAGO, ver PAYMENT-PLAN): por cada plan activo suma los
      * pagos de la cuenta en el detalle TRXDETL desde el alta del
      * plan - los recibos de mostrador de RECEIPT-ENTRY ("PAGO
      * RECIBO") y los cheques aplicados de LOCKBOX-IMPORT ("LOCKBOX
      * CHQ") - y los aplica a las cuotas en orden de vencimiento.
      * Cada cuota queda PAGADA si se cubrió entera; una cuota ya
      * vencida (vencimiento anterior a hoy) queda PARCIAL si se cubrió
      * en parte e IMPAGA si no recibió nada.  El total se recalcula
      * entero cada noche, así una corrida repetida no cuenta dos
      * veces el mismo pago.  El plan pasa a ROTO con una cuota impaga
      * o con dos cuotas vencidas parciales, y a CUMPLIDO cuando todas
      * están pagadas; un plan roto vuelve a quedar al alcance de
      * DUNNING-LETTERS.  Los planes rotos de la noche salen por
      * PLANMON con el encabezado RPTHDR.  RETURN-CODE 4 si hubo
      * planes rotos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-PAGO ASSIGN TO "PLANPAGO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLN-CUENTA
               FILE STATUS IS FS-PLANES.

           SELECT DETALLE-TRX ASSIGN TO "TRXDETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETALLE-TRX.

           SELECT LISTADO ASSIGN TO "PLANMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANES-PAGO.
           COPY PLANPAGO.

       FD  DETALLE-TRX.
       01  REG-TRX-DETALLE.
           05  TRX-CUENTA          PIC X(16).
           05  TRX-FECHA           PIC 9(8).
           05  TRX-DESCRIPCION     PIC X(20).
           05  TRX-MONTO           PIC S9(7)V99
                                   SIGN LEADING SEPARATE.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-PLANES PIC XX.
           88  FS-PLN-OK           VALUE "00".
       01  FS-DETALLE-TRX PIC XX.
           88  FS-TRX-OK           VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-PLAN-HALLADO PIC A.
           88  PLAN-HALLADO VALUE "S".
       01  FECHA-HOY PIC 9(8).
      ******************************************************************
      * Planes activos de la noche con el total pagado que se les
      * junta del detalle; la tercera pasada recorre PLANPAGO en el
      * mismo orden de clave, así la entrada N es el plan activo N.
      ******************************************************************
       01  TABLA-PLANES.
           05  ENTRADA-PLAN OCCURS 500 TIMES.
               10  TP-CUENTA      PIC X(16).
               10  TP-FECHA-ALTA  PIC 9(8).
               10  TP-PAGADO      PIC 9(9)V99.
       01  CANT-PLANES PIC 9(4) VALUE 0.
       01  IDX-PLAN PIC 9(4).
       01  NRO-PLAN-ACTIVO PIC 9(4) VALUE 0.
       01  IDX-CUOTA PIC 99.
       01  PAGO-RESTANTE PIC 9(9)V99.
       01  MONTO-PAGO PIC 9(7)V99.
       01  CANT-IMPAGAS PIC 99.
       01  CANT-PARCIALES PIC 99.
       01  CANT-PAGADAS PIC 99.
       01  CANT-VENCIDAS PIC 99.
       01  MONTO-ATRASADO PIC 9(9)V99.
       01  CANT-REVISADOS PIC 9(5) VALUE 0.
       01  CANT-ROTOS PIC 9(5) VALUE 0.
       01  CANT-CUMPLIDOS PIC 9(5) VALUE 0.
       01  CANT-PAGOS PIC 9(5) VALUE 0.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  IMPORTE-ED PIC ZZZ,ZZZ,ZZ9.99.
       01  LINEA-SALIDA PIC X(80).
           COPY ACCTMASK.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT PLANES-PAGO.
           IF NOT FS-PLN-OK
               DISPLAY "SIN ARCHIVO DE PLANES PLANPAGO - NADA QUE"
                       " REVISAR"
               STOP RUN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-PLAN.
           PERFORM CARGAR-UN-PLAN UNTIL FIN-ARCHIVO.
           CLOSE PLANES-PAGO.
           IF CANT-PLANES = 0
               DISPLAY "SIN PLANES ACTIVOS - NADA QUE REVISAR"
               STOP RUN
           END-IF.
           PERFORM SUMAR-PAGOS THRU SUMAR-PAGOS-FIN.
           OPEN OUTPUT LISTADO.
           MOVE "PLANES DE PAGO ROTOS" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "CUENTA           ALTA      CUOTAS VENC. IMPAG. PARC."
               TO LINEA-SALIDA.
           MOVE "ATRASADO" TO LINEA-SALIDA(66:).
           PERFORM ESCRIBIR-LINEA.
           OPEN I-O PLANES-PAGO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-PLAN.
           PERFORM REVISAR-PLAN THRU REVISAR-PLAN-FIN
                   UNTIL FIN-ARCHIVO.
           CLOSE PLANES-PAGO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE LISTADO.
           DISPLAY "PLANES REVISADOS: ", CANT-REVISADOS,
                   "  ROTOS: ", CANT-ROTOS,
                   "  CUMPLIDOS: ", CANT-CUMPLIDOS,
                   " - DETALLE EN PLANMON".
           IF CANT-ROTOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LEER-PLAN.
           READ PLANES-PAGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CARGAR-UN-PLAN.
           IF PLN-ACTIVO
               IF CANT-PLANES < 500
                   ADD 1 TO CANT-PLANES
                   MOVE PLN-CUENTA TO TP-CUENTA(CANT-PLANES)
                   MOVE PLN-FECHA-ALTA TO TP-FECHA-ALTA(CANT-PLANES)
                   MOVE 0 TO TP-PAGADO(CANT-PLANES)
               ELSE
                   MOVE "PLAN-MONITOR" TO EXCLOG-PROGRAMA
                   MOVE "TABLA-PLANES" TO EXCLOG-CAMPO
                   MOVE PLN-CUENTA TO EXCLOG-VALOR-MALO
                   PERFORM REGISTRAR-EXCEPCION
               END-IF
           END-IF.
           PERFORM LEER-PLAN.

      ******************************************************************
      * Solo cuentan como pago del plan los movimientos acreedores de
      * cobranza - recibos y lockbox - fechados desde el alta del plan
      * hasta hoy; las notas de crédito y los ajustes no cubren cuotas.
      ******************************************************************
       SUMAR-PAGOS.
           OPEN INPUT DETALLE-TRX.
           IF NOT FS-TRX-OK
               DISPLAY "ADVERTENCIA: SIN DETALLE TRXDETL - NINGÚN"
                       " PAGO APLICADO"
               GO TO SUMAR-PAGOS-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-MOVIMIENTO.
           PERFORM EVALUAR-MOVIMIENTO UNTIL FIN-ARCHIVO.
           CLOSE DETALLE-TRX.
       SUMAR-PAGOS-FIN.
           EXIT.

       LEER-MOVIMIENTO.
           READ DETALLE-TRX
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       EVALUAR-MOVIMIENTO.
           IF TRX-MONTO < 0
              AND TRX-FECHA NOT > FECHA-HOY
              AND (TRX-DESCRIPCION(1:12) = "PAGO RECIBO "
                   OR TRX-DESCRIPCION(1:12) = "LOCKBOX CHQ ")
               MOVE "N" TO SW-PLAN-HALLADO
               PERFORM COMPARAR-UN-PLAN
                       VARYING IDX-PLAN FROM 1 BY 1
                       UNTIL IDX-PLAN > CANT-PLANES
                          OR PLAN-HALLADO
               IF PLAN-HALLADO
                   SUBTRACT 1 FROM IDX-PLAN
                   IF TRX-FECHA NOT < TP-FECHA-ALTA(IDX-PLAN)
                       COMPUTE MONTO-PAGO = 0 - TRX-MONTO
                       ADD MONTO-PAGO TO TP-PAGADO(IDX-PLAN)
                       ADD 1 TO CANT-PAGOS
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-MOVIMIENTO.

       COMPARAR-UN-PLAN.
           IF TP-CUENTA(IDX-PLAN) = TRX-CUENTA
               MOVE "S" TO SW-PLAN-HALLADO
           END-IF.

       REVISAR-PLAN.
           IF NOT PLN-ACTIVO
               GO TO REVISAR-PLAN-SIGUE
           END-IF.
           ADD 1 TO NRO-PLAN-ACTIVO.
           IF NRO-PLAN-ACTIVO > CANT-PLANES
               GO TO REVISAR-PLAN-SIGUE
           END-IF.
           ADD 1 TO CANT-REVISADOS.
           MOVE TP-PAGADO(NRO-PLAN-ACTIVO) TO PLN-TOTAL-PAGADO.
           MOVE TP-PAGADO(NRO-PLAN-ACTIVO) TO PAGO-RESTANTE.
           MOVE 0 TO CANT-IMPAGAS.
           MOVE 0 TO CANT-PARCIALES.
           MOVE 0 TO CANT-PAGADAS.
           MOVE 0 TO CANT-VENCIDAS.
           MOVE 0 TO MONTO-ATRASADO.
           PERFORM APLICAR-A-UNA-CUOTA
                   VARYING IDX-CUOTA FROM 1 BY 1
                   UNTIL IDX-CUOTA > PLN-CANT-CUOTAS.
           MOVE FECHA-HOY TO PLN-FECHA-REVISION.
           IF CANT-IMPAGAS > 0 OR CANT-PARCIALES > 1
               MOVE "R" TO PLN-ESTADO
               MOVE FECHA-HOY TO PLN-FECHA-ROTURA
               ADD 1 TO CANT-ROTOS
               PERFORM IMPRIMIR-PLAN-ROTO
           ELSE
               IF CANT-PAGADAS = PLN-CANT-CUOTAS
                   MOVE "C" TO PLN-ESTADO
                   ADD 1 TO CANT-CUMPLIDOS
               END-IF
           END-IF.
           REWRITE REG-PLAN-PAGO.
           MOVE "PLANPAGO" TO FCHK-ARCHIVO.
           MOVE PLN-CUENTA TO FCHK-CLAVE.
           MOVE FS-PLANES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
       REVISAR-PLAN-SIGUE.
           PERFORM LEER-PLAN.
       REVISAR-PLAN-FIN.
           EXIT.

      ******************************************************************
      * Los pagos cubren las cuotas en orden; una cuota que todavía no
      * venció queda pendiente (o pagada, si ya se adelantó entera).
      ******************************************************************
       APLICAR-A-UNA-CUOTA.
           IF PAGO-RESTANTE NOT < PLC-MONTO(IDX-CUOTA)
               MOVE PLC-MONTO(IDX-CUOTA) TO PLC-PAGADO(IDX-CUOTA)
               SUBTRACT PLC-MONTO(IDX-CUOTA) FROM PAGO-RESTANTE
           ELSE
               MOVE PAGO-RESTANTE TO PLC-PAGADO(IDX-CUOTA)
               MOVE 0 TO PAGO-RESTANTE
           END-IF.
           IF PLC-PAGADO(IDX-CUOTA) = PLC-MONTO(IDX-CUOTA)
               MOVE "P" TO PLC-ESTADO(IDX-CUOTA)
               ADD 1 TO CANT-PAGADAS
           ELSE
               IF PLC-VENCIMIENTO(IDX-CUOTA) < FECHA-HOY
                   ADD 1 TO CANT-VENCIDAS
                   COMPUTE MONTO-ATRASADO = MONTO-ATRASADO
                       + PLC-MONTO(IDX-CUOTA) - PLC-PAGADO(IDX-CUOTA)
                   IF PLC-PAGADO(IDX-CUOTA) = 0
                       MOVE "I" TO PLC-ESTADO(IDX-CUOTA)
                       ADD 1 TO CANT-IMPAGAS
                   ELSE
                       MOVE "A" TO PLC-ESTADO(IDX-CUOTA)
                       ADD 1 TO CANT-PARCIALES
                   END-IF
               ELSE
                   MOVE SPACE TO PLC-ESTADO(IDX-CUOTA)
               END-IF
           END-IF.

       IMPRIMIR-PLAN-ROTO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE PLN-CUENTA TO ACCTMASK-CUENTA.
           PERFORM ENMASCARAR-CUENTA.
           MOVE ACCTMASK-ENMASCARADA TO LINEA-SALIDA(1:16).
           MOVE PLN-FECHA-ALTA TO LINEA-SALIDA(18:8).
           MOVE PLN-CANT-CUOTAS TO LINEA-SALIDA(30:2).
           MOVE CANT-VENCIDAS TO LINEA-SALIDA(36:2).
           MOVE CANT-IMPAGAS TO LINEA-SALIDA(42:2).
           MOVE CANT-PARCIALES TO LINEA-SALIDA(49:2).
           MOVE MONTO-ATRASADO TO IMPORTE-ED.
           MOVE IMPORTE-ED TO LINEA-SALIDA(60:14).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "PLANES ACTIVOS REVISADOS" TO LINEA-SALIDA.
           MOVE CANT-REVISADOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(30:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PAGOS APLICADOS" TO LINEA-SALIDA.
           MOVE CANT-PAGOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(30:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PLANES CUMPLIDOS" TO LINEA-SALIDA.
           MOVE CANT-CUMPLIDOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(30:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PLANES ROTOS - VUELVEN A RECLAMO" TO LINEA-SALIDA.
           MOVE CANT-ROTOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(34:).
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

           COPY ACCTMASK-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
