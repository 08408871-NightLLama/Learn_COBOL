      ******************************************************************
      * Resumen anual de ganancias para la declaración impositiva: las
      * liquidaciones del año pedido en el histórico PAYHIST (ver
      * LIQUIDA.CPY) pasan por un SORT por legajo y sale en YEAREND
      * una línea por empleado con los meses liquidados, el bruto, la
      * retención de impuesto, los aportes personales, las otras
      * deducciones, el neto cobrado y las cargas patronales, con los
      * totales del año al pie.  Cada empleado queda además en el
      * archivo de ancho fijo GANANUAL, uno por registro, para
      * preparar los certificados de retención.  El nombre sale del
      * maestro de nómina PAYMAST (ver EMPLEADO.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-YEAREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACIONES ASSIGN TO "PAYHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIQ-CLAVE
               FILE STATUS IS FS-LIQUIDACIONES.

           SELECT EMPLEADOS ASSIGN TO "PAYMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS FS-EMPLEADOS.

           SELECT SORT-WORK ASSIGN TO "SRTWKNOM".

           SELECT GANANCIAS-ANUALES ASSIGN TO "GANANUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GANANCIAS-ANUALES.

           SELECT LISTADO ASSIGN TO "YEAREND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQUIDACIONES.
           COPY LIQUIDA.

       FD  EMPLEADOS.
           COPY EMPLEADO.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-EMP-ID            PIC X(6).
           05  SORT-PERIODO           PIC 9(6).
           05  SORT-TIPO              PIC X.
           05  SORT-BRUTO             PIC 9(7)V99.
           05  SORT-RETENCION         PIC 9(7)V99.
           05  SORT-APORTES           PIC 9(7)V99.
           05  SORT-DEDUCCIONES       PIC 9(7)V99.
           05  SORT-NETO              PIC 9(7)V99.
           05  SORT-CARGAS            PIC 9(7)V99.

      ******************************************************************
      * Un registro por empleado y año, montos sin editar.
      ******************************************************************
       FD  GANANCIAS-ANUALES.
       01  REG-GANANCIA-ANUAL.
           05  GAN-ANIO               PIC 9(4).
           05  GAN-EMP-ID             PIC X(6).
           05  GAN-NOMBRE             PIC X(30).
           05  GAN-TIPO               PIC X.
           05  GAN-MESES              PIC 99.
           05  GAN-BRUTO              PIC 9(9)V99.
           05  GAN-RETENCION          PIC 9(9)V99.
           05  GAN-APORTES            PIC 9(9)V99.
           05  GAN-DEDUCCIONES        PIC 9(9)V99.
           05  GAN-NETO               PIC 9(9)V99.
           05  GAN-CARGAS             PIC 9(9)V99.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(134).

       WORKING-STORAGE SECTION.
       01  FS-LIQUIDACIONES PIC XX.
           88  FS-LIQ-OK VALUE "00".
       01  FS-EMPLEADOS PIC XX.
           88  FS-EMP-OK VALUE "00".
       01  SW-EMPLEADOS-DISPONIBLE PIC A VALUE "N".
           88  EMPLEADOS-DISPONIBLE VALUE "S".
       01  FS-GANANCIAS-ANUALES PIC XX.
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
       01  SW-ANIO-OK PIC A.
           88  ANIO-OK VALUE "S".
       01  SW-HAY-EMPLEADO PIC A VALUE "N".
           88  HAY-EMPLEADO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  ANIO-ENTRADA PIC X(4).
       01  ANIO-PEDIDO PIC 9(4).
       01  LEGAJO-ANTERIOR PIC X(6).
       01  TIPO-ANTERIOR PIC X.
      ******************************************************************
      * Acumulados por empleado (ACE-) y del año (TAN-).
      ******************************************************************
       01  ACUMULADOS-EMPLEADO.
           05  ACE-MESES              PIC 99.
           05  ACE-BRUTO              PIC 9(9)V99.
           05  ACE-RETENCION          PIC 9(9)V99.
           05  ACE-APORTES            PIC 9(9)V99.
           05  ACE-DEDUCCIONES        PIC 9(9)V99.
           05  ACE-NETO               PIC 9(9)V99.
           05  ACE-CARGAS             PIC 9(9)V99.
       01  ACUMULADOS-ANIO.
           05  TAN-EMPLEADOS          PIC 9(5).
           05  TAN-BRUTO              PIC 9(11)V99.
           05  TAN-RETENCION          PIC 9(11)V99.
           05  TAN-APORTES            PIC 9(11)V99.
           05  TAN-DEDUCCIONES        PIC 9(11)V99.
           05  TAN-NETO               PIC 9(11)V99.
           05  TAN-CARGAS             PIC 9(11)V99.
       01  NOMBRE-EMPLEADO PIC X(30).
       01  MONTO-ED PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-ED PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  MESES-ED PIC Z9.
       01  LINEA-SALIDA PIC X(134).
           COPY NUMCHK.
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SW-ANIO-OK.
           PERFORM PEDIR-ANIO UNTIL ANIO-OK.
           OPEN INPUT LIQUIDACIONES.
           IF NOT FS-LIQ-OK
               DISPLAY "NO HAY HISTÓRICO DE LIQUIDACIONES PAYHIST"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS.
           IF FS-EMP-OK
               MOVE "S" TO SW-EMPLEADOS-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN PAYMAST - RESUMEN SIN"
                       " NOMBRES DE EMPLEADO"
           END-IF.
           INITIALIZE ACUMULADOS-ANIO.
           MOVE SPACES TO RPTHDR-TITULO.
           STRING "RESUMEN ANUAL DE GANANCIAS " DELIMITED BY SIZE
               ANIO-PEDIDO DELIMITED BY SIZE
               INTO RPTHDR-TITULO
           END-STRING.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT GANANCIAS-ANUALES.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-EMP-ID SORT-PERIODO
               INPUT PROCEDURE IS SOLTAR-LIQUIDACIONES
               OUTPUT PROCEDURE IS IMPRIMIR-EMPLEADOS.
           PERFORM IMPRIMIR-TOTALES-ANIO.
           CLOSE LIQUIDACIONES.
           IF EMPLEADOS-DISPONIBLE
               CLOSE EMPLEADOS
           END-IF.
           CLOSE GANANCIAS-ANUALES.
           CLOSE LISTADO.
           MOVE TAN-BRUTO TO TOTAL-ED.
           DISPLAY "EMPLEADOS EN ", ANIO-PEDIDO, ": ", TAN-EMPLEADOS,
                   "  BRUTO DEL AÑO: ", TOTAL-ED.
           STOP RUN.

      ******************************************************************
      * Año a resumir, AAAA; ENTER toma el año en curso.
      ******************************************************************
       PEDIR-ANIO.
           DISPLAY "AÑO A RESUMIR AAAA (ENTER = AÑO EN CURSO): ".
           ACCEPT ANIO-ENTRADA.
           IF ANIO-ENTRADA = SPACES
               MOVE FECHA-HOY(1:4) TO ANIO-PEDIDO
               MOVE "S" TO SW-ANIO-OK
           ELSE
               MOVE ANIO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(ANIO-ENTRADA) TO ANIO-PEDIDO
                   IF ANIO-PEDIDO < 1900
                       DISPLAY "AÑO INVÁLIDO, REINGRESE"
                   ELSE
                       MOVE "S" TO SW-ANIO-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Selección: la clave de PAYHIST empieza por el mes, así que se
      * posiciona en enero y se lee hasta que cambia el año.
      ******************************************************************
       SOLTAR-LIQUIDACIONES.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE ANIO-PEDIDO TO LIQ-PERIODO(1:4).
           MOVE "01" TO LIQ-PERIODO(5:2).
           MOVE LOW-VALUES TO LIQ-EMP-ID.
           START LIQUIDACIONES KEY IS NOT LESS THAN LIQ-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-LIQUIDACION
           END-IF.
           PERFORM SOLTAR-UNA-LIQUIDACION UNTIL FIN-ARCHIVO.

       LEER-LIQUIDACION.
           READ LIQUIDACIONES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF LIQ-PERIODO(1:4) NOT = ANIO-PEDIDO
                       MOVE "S" TO SW-FIN-ARCHIVO
                   END-IF
           END-READ.

       SOLTAR-UNA-LIQUIDACION.
           MOVE LIQ-EMP-ID TO SORT-EMP-ID.
           MOVE LIQ-PERIODO TO SORT-PERIODO.
           MOVE LIQ-TIPO TO SORT-TIPO.
           MOVE LIQ-BRUTO TO SORT-BRUTO.
           MOVE LIQ-RETENCION TO SORT-RETENCION.
           MOVE LIQ-APORTES TO SORT-APORTES.
           MOVE LIQ-DEDUCCIONES TO SORT-DEDUCCIONES.
           MOVE LIQ-NETO TO SORT-NETO.
           MOVE LIQ-CARGAS TO SORT-CARGAS.
           RELEASE SORT-REC.
           PERFORM LEER-LIQUIDACION.

      ******************************************************************
      * Corte por legajo: al cambiar de empleado sale su línea y su
      * registro en GANANUAL.
      ******************************************************************
       IMPRIMIR-EMPLEADOS.
           PERFORM DEVOLVER-LIQUIDACION UNTIL FIN-SORT.
           IF HAY-EMPLEADO
               PERFORM IMPRIMIR-UN-EMPLEADO
           END-IF.
           IF TAN-EMPLEADOS = 0
               MOVE "SIN LIQUIDACIONES EN EL AÑO" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       DEVOLVER-LIQUIDACION.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   IF HAY-EMPLEADO AND SORT-EMP-ID NOT = LEGAJO-ANTERIOR
                       PERFORM IMPRIMIR-UN-EMPLEADO
                   END-IF
                   IF NOT HAY-EMPLEADO
                       MOVE SORT-EMP-ID TO LEGAJO-ANTERIOR
                       INITIALIZE ACUMULADOS-EMPLEADO
                       MOVE "S" TO SW-HAY-EMPLEADO
                   END-IF
                   PERFORM SUMAR-LIQUIDACION
           END-RETURN.

       SUMAR-LIQUIDACION.
           MOVE SORT-TIPO TO TIPO-ANTERIOR.
           ADD 1 TO ACE-MESES.
           ADD SORT-BRUTO TO ACE-BRUTO.
           ADD SORT-RETENCION TO ACE-RETENCION.
           ADD SORT-APORTES TO ACE-APORTES.
           ADD SORT-DEDUCCIONES TO ACE-DEDUCCIONES.
           ADD SORT-NETO TO ACE-NETO.
           ADD SORT-CARGAS TO ACE-CARGAS.

       IMPRIMIR-UN-EMPLEADO.
           MOVE SPACES TO NOMBRE-EMPLEADO.
           IF EMPLEADOS-DISPONIBLE
               MOVE LEGAJO-ANTERIOR TO EMP-ID
               READ EMPLEADOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-NOMBRE TO NOMBRE-EMPLEADO
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE LEGAJO-ANTERIOR TO LINEA-SALIDA(1:6).
           MOVE NOMBRE-EMPLEADO(1:22) TO LINEA-SALIDA(8:22).
           MOVE TIPO-ANTERIOR TO LINEA-SALIDA(31:1).
           MOVE ACE-MESES TO MESES-ED.
           MOVE MESES-ED TO LINEA-SALIDA(33:2).
           MOVE ACE-BRUTO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(36:14).
           MOVE ACE-RETENCION TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(53:14).
           MOVE ACE-APORTES TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(70:14).
           MOVE ACE-DEDUCCIONES TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(87:14).
           MOVE ACE-NETO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(104:14).
           MOVE ACE-CARGAS TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(121:14).
           PERFORM ESCRIBIR-LINEA.
           MOVE ANIO-PEDIDO TO GAN-ANIO.
           MOVE LEGAJO-ANTERIOR TO GAN-EMP-ID.
           MOVE NOMBRE-EMPLEADO TO GAN-NOMBRE.
           MOVE TIPO-ANTERIOR TO GAN-TIPO.
           MOVE ACE-MESES TO GAN-MESES.
           MOVE ACE-BRUTO TO GAN-BRUTO.
           MOVE ACE-RETENCION TO GAN-RETENCION.
           MOVE ACE-APORTES TO GAN-APORTES.
           MOVE ACE-DEDUCCIONES TO GAN-DEDUCCIONES.
           MOVE ACE-NETO TO GAN-NETO.
           MOVE ACE-CARGAS TO GAN-CARGAS.
           WRITE REG-GANANCIA-ANUAL.
           ADD 1 TO TAN-EMPLEADOS.
           ADD ACE-BRUTO TO TAN-BRUTO.
           ADD ACE-RETENCION TO TAN-RETENCION.
           ADD ACE-APORTES TO TAN-APORTES.
           ADD ACE-DEDUCCIONES TO TAN-DEDUCCIONES.
           ADD ACE-NETO TO TAN-NETO.
           ADD ACE-CARGAS TO TAN-CARGAS.
           MOVE "N" TO SW-HAY-EMPLEADO.

       IMPRIMIR-TOTALES-ANIO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL DEL AÑO - EMPLEADOS: " DELIMITED BY SIZE
               TAN-EMPLEADOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TAN-BRUTO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(34:16).
           MOVE TAN-RETENCION TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(51:16).
           MOVE TAN-APORTES TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(68:16).
           MOVE TAN-DEDUCCIONES TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(85:16).
           MOVE TAN-NETO TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(102:16).
           MOVE TAN-CARGAS TO TOTAL-ED.
           MOVE TOTAL-ED TO LINEA-SALIDA(119:16).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "LEGAJO" TO LINEA-SALIDA(1:6).
           MOVE "EMPLEADO" TO LINEA-SALIDA(8:8).
           MOVE "T" TO LINEA-SALIDA(31:1).
           MOVE "MS" TO LINEA-SALIDA(33:2).
           MOVE "BRUTO" TO LINEA-SALIDA(45:5).
           MOVE "RETENCIÓN" TO LINEA-SALIDA(57:10).
           MOVE "APORTES" TO LINEA-SALIDA(77:7).
           MOVE "DEDUCCIONES" TO LINEA-SALIDA(90:11).
           MOVE "NETO" TO LINEA-SALIDA(114:4).
           MOVE "CARGAS" TO LINEA-SALIDA(129:6).
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

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

           COPY NUMCHK-PROC.
           COPY RPTHDR-PROC.
