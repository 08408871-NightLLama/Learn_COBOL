      ******************************************************************
      * Corrida mensual de depreciación de los activos fijos (ACTFIJO,
      * ver ACTFIJO.CPY): el período a depreciar es el que está
      * abierto en GLPERIOD - el mismo candado de cierre que aplica
      * GRABAR-ASIENTO-GL -; sin control de período se pide a mano y
      * los asientos pasan con aviso.  Cada bien en uso con fecha de
      * alta hasta el período y que todavía no se depreció en ese
      * período toma la cuota del mes:
      *   L lineal:   (costo - residual) / meses de vida
      *   D doble:    valor neto x 2 / meses de vida
      * nunca por debajo del valor residual, y en el último mes de la
      * vida la cuota es lo que falte hasta el residual.  El mes de
      * alta cuenta entero; un bien cargado tarde no recupera los
      * meses anteriores, los toma al final de su vida.
      * En modo (P)RELIMINAR sólo sale el cuadro.  En modo
      * (D)EFINITIVO cada cuota se postea por GRABAR-ASIENTO-GL en el
      * campus del bien (débito al gasto de depreciación, crédito a
      * la depreciación acumulada) con fecha del último día del
      * período, y el bien queda con lo acumulado y el período, para
      * no depreciarlo dos veces.  El cuadro de depreciación sale por
      * DEPRECRPT; el registro de valor neto lo lista ASSET-REGISTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECIATION-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-FIJOS ASSIGN TO "ACTFIJO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-ETIQUETA
               FILE STATUS IS FS-ACTIVOS-FIJOS.

           SELECT LISTADO ASSIGN TO "DEPRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

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
       FD  ACTIVOS-FIJOS.
           COPY ACTFIJO.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

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
       01  FS-ACTIVOS-FIJOS PIC XX.
           88  FS-AF-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  OPCION-CORRIDA PIC A.
           88  CORRIDA-PRELIMINAR VALUE "P".
           88  CORRIDA-DEFINITIVA VALUE "D".
       01  FECHA-HOY PIC 9(8).
       01  PERIODO-ENTRADA PIC X(6).
       01  PERIODO-DEPREC PIC 9(6).
       01  PERIODO-DEPREC-R REDEFINES PERIODO-DEPREC.
           05  ANIO-DEPREC PIC 9(4).
           05  MES-DEPREC PIC 99.
       01  PERIODO-ALTA PIC 9(6).
       01  FECHA-PRIMERO-SIGUIENTE PIC 9(8).
       01  FECHA-FIN-PERIODO PIC 9(8).
       01  MESES-VIDA PIC 9(4).
       01  VALOR-NETO PIC S9(9)V99.
       01  DEPRECIABLE PIC S9(9)V99.
       01  CUOTA-MES PIC S9(9)V99.
       01  SITUACION PIC X(16).
       01  DESCRIPCION-ASIENTO PIC X(30).
       01  TOTAL-CUOTAS PIC S9(11)V99 VALUE 0.
       01  TOTAL-COSTO PIC S9(11)V99 VALUE 0.
       01  TOTAL-ACUMULADA PIC S9(11)V99 VALUE 0.
       01  TOTAL-NETO PIC S9(11)V99 VALUE 0.
       01  CANT-DEPRECIADOS PIC 9(5) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(5) VALUE 0.
       01  MONTO-ED PIC $$$,$$$,$$9.99-.
       01  TOTAL-ED PIC $$,$$$,$$$,$$9.99-.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.
           COPY GLPOST.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DEPRECIACIÓN MENSUAL DE ACTIVOS FIJOS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO OPCION-CORRIDA.
           PERFORM PEDIR-MODO
                   UNTIL CORRIDA-PRELIMINAR OR CORRIDA-DEFINITIVA.
           PERFORM FIJAR-PERIODO.
           IF MES-DEPREC = 12
               COMPUTE FECHA-PRIMERO-SIGUIENTE =
                       (ANIO-DEPREC + 1) * 10000 + 101
           ELSE
               COMPUTE FECHA-PRIMERO-SIGUIENTE =
                       PERIODO-DEPREC * 100 + 101
           END-IF.
           COMPUTE FECHA-FIN-PERIODO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-PRIMERO-SIGUIENTE)
                   - 1).
           IF CORRIDA-DEFINITIVA
               OPEN I-O ACTIVOS-FIJOS
           ELSE
               OPEN INPUT ACTIVOS-FIJOS
           END-IF.
           IF NOT FS-AF-OK
               DISPLAY "NO HAY REGISTRO DE ACTIVOS FIJOS ACTFIJO"
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           IF CORRIDA-DEFINITIVA
               MOVE "CUADRO DE DEPRECIACIÓN" TO RPTHDR-TITULO
           ELSE
               MOVE "CUADRO DE DEPRECIACIÓN - PRELIMINAR"
                   TO RPTHDR-TITULO
           END-IF.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PERÍODO: " DELIMITED BY SIZE
               PERIODO-DEPREC DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ETIQUETA   DESCRIPCIÓN          CA M           COSTO"
              & "  CUOTA DEL MES      ACUMULADA    VALOR NETO"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE LOW-VALUES TO AF-ETIQUETA.
           START ACTIVOS-FIJOS KEY IS NOT LESS THAN AF-ETIQUETA
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LEER-ACTIVO.
           PERFORM DEPRECIAR-UN-ACTIVO UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE ACTIVOS-FIJOS.
           CLOSE LISTADO.
           MOVE TOTAL-CUOTAS TO TOTAL-ED.
           DISPLAY "BIENES DEPRECIADOS: ", CANT-DEPRECIADOS,
                   "  CUOTAS DEL PERÍODO: ", TOTAL-ED.
           IF CANT-RECHAZADOS > 0
               DISPLAY "ASIENTOS RECHAZADOS POR EL CONTROL DE"
                       " PERÍODO: ", CANT-RECHAZADOS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PEDIR-MODO.
           DISPLAY "CORRIDA (P)RELIMINAR O (D)EFINITIVA: ".
           ACCEPT OPCION-CORRIDA.
           MOVE FUNCTION UPPER-CASE(OPCION-CORRIDA) TO OPCION-CORRIDA.

      ******************************************************************
      * El período es el abierto en GLPERIOD; sin control se pide.
      ******************************************************************
       FIJAR-PERIODO.
           MOVE 0 TO PERIODO-DEPREC.
           OPEN INPUT PERIODO-CONTROL.
           IF FS-PERIODO-CONTROL = "00"
               READ PERIODO-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PER-ABIERTO TO PERIODO-DEPREC
               END-READ
               CLOSE PERIODO-CONTROL
           END-IF.
           IF PERIODO-DEPREC > 0
               DISPLAY "PERÍODO ABIERTO EN GLPERIOD: ", PERIODO-DEPREC
           ELSE
               DISPLAY "ADVERTENCIA: SIN CONTROL DE PERÍODO GLPERIOD"
                       " - LOS ASIENTOS PASAN SIN CONTROL"
               PERFORM PEDIR-PERIODO UNTIL PERIODO-DEPREC > 0
           END-IF.

       PEDIR-PERIODO.
           DISPLAY "PERÍODO A DEPRECIAR (AAAAMM): ".
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA IS NUMERIC
              AND PERIODO-ENTRADA(5:2) >= "01"
              AND PERIODO-ENTRADA(5:2) <= "12"
               MOVE PERIODO-ENTRADA TO PERIODO-DEPREC
           ELSE
               DISPLAY "PERÍODO INVÁLIDO, REINGRESE"
           END-IF.

       LEER-ACTIVO.
           IF NOT FIN-ARCHIVO
               READ ACTIVOS-FIJOS NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-ARCHIVO
               END-READ
           END-IF.

      ******************************************************************
      * Un bien: su situación y la cuota del mes.
      ******************************************************************
       DEPRECIAR-UN-ACTIVO.
           IF AF-EN-USO
               COMPUTE PERIODO-ALTA = AF-FECHA-ALTA / 100
               IF PERIODO-ALTA NOT > PERIODO-DEPREC
                   PERFORM CALCULAR-CUOTA
                   IF CUOTA-MES > 0 AND CORRIDA-DEFINITIVA
                       PERFORM POSTEAR-CUOTA
                   END-IF
                   PERFORM LISTAR-ACTIVO
               END-IF
           END-IF.
           PERFORM LEER-ACTIVO.

       CALCULAR-CUOTA.
           MOVE 0 TO CUOTA-MES.
           MOVE SPACES TO SITUACION.
           COMPUTE MESES-VIDA = AF-VIDA-ANIOS * 12.
           COMPUTE VALOR-NETO = AF-COSTO - AF-DEPREC-ACUM.
           COMPUTE DEPRECIABLE = VALOR-NETO - AF-VALOR-RESIDUAL.
           EVALUATE TRUE
               WHEN MESES-VIDA = 0
                   MOVE "NO SE DEPRECIA" TO SITUACION
               WHEN AF-ULTIMO-PERIODO NOT < PERIODO-DEPREC
                   MOVE "YA DEPRECIADO" TO SITUACION
               WHEN DEPRECIABLE NOT > 0
                   MOVE "DEPRECIADO TOTAL" TO SITUACION
               WHEN AF-MESES-DEPREC + 1 NOT < MESES-VIDA
                   MOVE DEPRECIABLE TO CUOTA-MES
                   MOVE "ÚLTIMA CUOTA" TO SITUACION
               WHEN AF-LINEAL
                   COMPUTE CUOTA-MES ROUNDED =
                           (AF-COSTO - AF-VALOR-RESIDUAL) / MESES-VIDA
               WHEN OTHER
                   COMPUTE CUOTA-MES ROUNDED =
                           VALOR-NETO * 2 / MESES-VIDA
           END-EVALUATE.
           IF CUOTA-MES > DEPRECIABLE
               MOVE DEPRECIABLE TO CUOTA-MES
           END-IF.

      ******************************************************************
      * Débito al gasto, crédito a la acumulada, en el campus del bien
      * y con fecha del último día del período.  Un débito rechazado
      * no lleva su crédito y el bien no avanza.
      ******************************************************************
       POSTEAR-CUOTA.
           MOVE SPACES TO DESCRIPCION-ASIENTO.
           STRING "DEPREC " DELIMITED BY SIZE
               PERIODO-DEPREC DELIMITED BY SIZE
               " AF " DELIMITED BY SIZE
               AF-ETIQUETA DELIMITED BY SIZE
               INTO DESCRIPCION-ASIENTO
           END-STRING.
           MOVE "DEPRECIATION-RUN" TO GL-PROGRAMA.
           MOVE AF-CAMPUS TO GL-CAMPUS.
           MOVE AF-CTA-GASTO TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE CUOTA-MES TO GL-MONTO.
           MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION.
           MOVE FECHA-FIN-PERIODO TO GL-FECHA-FORZADA.
           PERFORM GRABAR-ASIENTO-GL.
           IF GL-ASIENTO-RECHAZADO
               ADD 1 TO CANT-RECHAZADOS
               MOVE "RECHAZADO" TO SITUACION
               MOVE 0 TO CUOTA-MES
           ELSE
               MOVE AF-CTA-DEPREC-ACUM TO GL-CUENTA
               MOVE "C" TO GL-DEBITO-CREDITO
               MOVE CUOTA-MES TO GL-MONTO
               MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION
               MOVE FECHA-FIN-PERIODO TO GL-FECHA-FORZADA
               PERFORM GRABAR-ASIENTO-GL
               ADD CUOTA-MES TO AF-DEPREC-ACUM
               ADD 1 TO AF-MESES-DEPREC
               MOVE PERIODO-DEPREC TO AF-ULTIMO-PERIODO
               REWRITE REG-ACTIVO-FIJO
               MOVE "ACTFIJO" TO FCHK-ARCHIVO
               MOVE AF-ETIQUETA TO FCHK-CLAVE
               MOVE FS-ACTIVOS-FIJOS TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
           END-IF.

       LISTAR-ACTIVO.
           IF CORRIDA-DEFINITIVA
               COMPUTE VALOR-NETO = AF-COSTO - AF-DEPREC-ACUM
           ELSE
               COMPUTE VALOR-NETO = AF-COSTO - AF-DEPREC-ACUM
                       - CUOTA-MES
           END-IF.
           IF CUOTA-MES > 0
               ADD 1 TO CANT-DEPRECIADOS
           END-IF.
           ADD CUOTA-MES TO TOTAL-CUOTAS.
           ADD AF-COSTO TO TOTAL-COSTO.
           ADD VALOR-NETO TO TOTAL-NETO.
           COMPUTE TOTAL-ACUMULADA = TOTAL-COSTO - TOTAL-NETO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE AF-ETIQUETA TO LINEA-SALIDA(1:10).
           MOVE AF-DESCRIPCION(1:20) TO LINEA-SALIDA(12:20).
           MOVE AF-CAMPUS TO LINEA-SALIDA(33:2).
           MOVE AF-METODO TO LINEA-SALIDA(36:1).
           MOVE AF-COSTO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(38:15).
           MOVE CUOTA-MES TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(53:15).
           COMPUTE DEPRECIABLE = AF-COSTO - VALOR-NETO.
           MOVE DEPRECIABLE TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(68:15).
           MOVE VALOR-NETO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(83:15).
           PERFORM ESCRIBIR-LINEA.
           IF SITUACION NOT = SPACES
               MOVE SPACES TO LINEA-SALIDA
               MOVE SITUACION TO LINEA-SALIDA(12:16)
               PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL COSTO DE LOS BIENES" TO LINEA-SALIDA.
           MOVE TOTAL-COSTO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:18).
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL CUOTAS DEL PERÍODO" TO LINEA-SALIDA.
           MOVE TOTAL-CUOTAS TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:18).
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL DEPRECIACIÓN ACUMULADA" TO LINEA-SALIDA.
           MOVE TOTAL-ACUMULADA TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:18).
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTAL VALOR NETO EN LIBROS" TO LINEA-SALIDA.
           MOVE TOTAL-NETO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(40:18).
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

           COPY GLPOST-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
