      ******************************************************************
      * Facturación de término a las cuentas estudiantiles: recorre el
      * STUDENT-MASTER y a cada estudiante activo le carga en el libro
      * STUDLEDG (ver CTAEST.CPY) un movimiento por cada concepto
      * activo del tarifario FEESCHED (ver ARANCEL.CPY) que aplique a
      * su GRADO-NIVEL - la matrícula por hora crédito, con las horas
      * sumadas de CAT-CREDITOS de cada COD-MATERIA inscrita (la
      * materia retirada no factura; un código sin créditos en
      * CRSCATLG cuenta como una hora, igual que en CALCULO), y los
      * aranceles fijos.  Un estudiante que ya tiene cargos del mismo
      * término en el libro no se vuelve a facturar, así la corrida se
      * puede repetir después de una caída.  Cada cargo se lista en
      * el registro de facturación FACTREG y se postea al feed GL por
      * GRABAR-ASIENTO-GL apenas queda grabado en STUDLEDG - débito a
      * cuentas por cobrar estudiantes (tecleada al abrir la corrida)
      * y crédito a la cuenta de ingreso del concepto - así el libro y
      * el mayor avanzan juntos y la repetición no deja sin postear
      * los estudiantes facturados antes de la caída.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-BILLING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT ARANCELES ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARA-CODIGO
               FILE STATUS IS FS-ARANCELES.

           SELECT CUENTAS-ESTUDIANTE ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTE-CLAVE
               FILE STATUS IS FS-CUENTAS-EST.

           SELECT REGISTRO-FACTURACION ASSIGN TO "FACTREG"
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
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  ARANCELES.
           COPY ARANCEL.

       FD  CUENTAS-ESTUDIANTE.
           COPY CTAEST.

       FD  REGISTRO-FACTURACION.
       01  LINEA-REGISTRO PIC X(80).

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
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-ARANCELES PIC XX.
           88  FS-ARA-OK VALUE "00".
       01  FS-CUENTAS-EST PIC XX.
           88  FS-CTE-OK VALUE "00".
           88  FS-CTE-NO-EXISTE VALUE "35".
       01  FS-REGISTRO PIC XX.
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-ARANCELES PIC A VALUE "N".
           88  FIN-ARANCELES VALUE "S".
       01  SW-FIN-CUENTA PIC A.
           88  FIN-CUENTA VALUE "S".
       01  SW-YA-FACTURADO PIC A.
           88  YA-FACTURADO VALUE "S".
      *
      * Conceptos activos del tarifario, con el total facturado de
      * cada uno en la corrida para los totales del registro.
      *
       01  TABLA-ARANCELES.
           05  CANT-ARANCELES PIC 99 VALUE 0.
           05  ARANCEL-FILA OCCURS 50 TIMES.
               10  TAR-CODIGO          PIC X(4).
               10  TAR-DESCRIPCION     PIC X(30).
               10  TAR-TIPO            PIC X.
                   88  TAR-POR-CREDITO     VALUE "C".
               10  TAR-MONTO           PIC 9(5)V99.
               10  TAR-GRADO-NIVEL     PIC 99.
               10  TAR-CUENTA-INGRESO  PIC X(10).
               10  TAR-TOTAL           PIC 9(9)V99.
               10  TAR-CANT-CARGOS     PIC 9(5).
       01  IDX-ARANCEL PIC 99.
       01  IDX-FILA PIC 9.
       01  TERMINO-PEDIDO PIC X(6).
       01  TERMINO-FACTURA PIC X(6).
       01  CUENTA-COBRAR PIC X(10).
       01  FECHA-HOY PIC 9(8).
       01  HORA-CORRIDA PIC 9(8).
       01  HORAS-CREDITO PIC 9(3).
       01  MONTO-CARGO PIC 9(7)V99.
       01  TOTAL-ESTUDIANTE PIC 9(7)V99.
       01  TOTAL-CORRIDA PIC 9(9)V99 VALUE 0.
       01  LINEA-MOVIMIENTO PIC 99.
       01  CANT-FACTURADOS PIC 9(5) VALUE 0.
       01  CANT-REPETIDOS PIC 9(5) VALUE 0.
       01  CANT-SIN-CARGOS PIC 9(5) VALUE 0.
       01  MONTO-ED PIC ZZZ,ZZ9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FACTURACIÓN DE TÉRMINO - CUENTAS ESTUDIANTILES".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRIDA FROM TIME.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDMAST, ESTADO ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF NOT FS-CAT-OK
               DISPLAY "NO HAY CATÁLOGO CRSCATLG - SIN CRÉDITOS NO"
                       " SE PUEDE FACTURAR LA MATRÍCULA"
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           PERFORM CARGAR-ARANCELES.
           IF CANT-ARANCELES = 0
               DISPLAY "NO HAY CONCEPTOS ACTIVOS EN FEESCHED"
               CLOSE STUDENT-MASTER
               CLOSE CURSO-CATALOGO
               STOP RUN
           END-IF.
           DISPLAY "TÉRMINO A FACTURAR (ENTER = TERMINO-ACTUAL DE"
                   " CADA ESTUDIANTE): ".
           ACCEPT TERMINO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(TERMINO-PEDIDO) TO TERMINO-PEDIDO.
           MOVE SPACES TO CUENTA-COBRAR.
           PERFORM PEDIR-CUENTA-COBRAR
                   UNTIL CUENTA-COBRAR NOT = SPACES.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO GL-CAMPUS.
           PERFORM ABRIR-CUENTAS-ESTUDIANTE.
           OPEN OUTPUT REGISTRO-FACTURACION.
           MOVE "REGISTRO DE FACTURACIÓN DE TÉRMINO" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM LEER-ESTUDIANTE.
           PERFORM FACTURAR-ESTUDIANTE THRU FACTURAR-ESTUDIANTE-FIN
                   UNTIL FIN-MAESTRO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE STUDENT-MASTER.
           CLOSE CURSO-CATALOGO.
           CLOSE CUENTAS-ESTUDIANTE.
           CLOSE REGISTRO-FACTURACION.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           DISPLAY "ESTUDIANTES FACTURADOS: ", CANT-FACTURADOS,
                   "  YA FACTURADOS: ", CANT-REPETIDOS,
                   "  TOTAL: ", TOTAL-ED.
           STOP RUN.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR ESTUDIANTES"
                   " (EJ. 1210): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       ABRIR-CUENTAS-ESTUDIANTE.
           OPEN I-O CUENTAS-ESTUDIANTE.
           IF FS-CTE-NO-EXISTE
               OPEN OUTPUT CUENTAS-ESTUDIANTE
               CLOSE CUENTAS-ESTUDIANTE
               OPEN I-O CUENTAS-ESTUDIANTE
           END-IF.

      ******************************************************************
      * El tarifario entra entero a memoria: son pocas filas y se
      * recorren por cada estudiante.
      ******************************************************************
       CARGAR-ARANCELES.
           OPEN INPUT ARANCELES.
           IF NOT FS-ARA-OK
               DISPLAY "NO HAY TARIFARIO FEESCHED (VER"
                       " FEE-SCHEDULE-MAINT)"
               MOVE "S" TO SW-FIN-ARANCELES
           ELSE
               PERFORM CARGAR-UN-ARANCEL UNTIL FIN-ARANCELES
               CLOSE ARANCELES
           END-IF.

       CARGAR-UN-ARANCEL.
           READ ARANCELES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARANCELES
               NOT AT END
                   IF ARA-ACTIVO
                       IF CANT-ARANCELES < 50
                           ADD 1 TO CANT-ARANCELES
                           MOVE ARA-CODIGO
                               TO TAR-CODIGO(CANT-ARANCELES)
                           MOVE ARA-DESCRIPCION
                               TO TAR-DESCRIPCION(CANT-ARANCELES)
                           MOVE ARA-TIPO TO TAR-TIPO(CANT-ARANCELES)
                           MOVE ARA-MONTO TO TAR-MONTO(CANT-ARANCELES)
                           MOVE ARA-GRADO-NIVEL
                               TO TAR-GRADO-NIVEL(CANT-ARANCELES)
                           MOVE ARA-CUENTA-INGRESO
                               TO TAR-CUENTA-INGRESO(CANT-ARANCELES)
                           MOVE 0 TO TAR-TOTAL(CANT-ARANCELES)
                           MOVE 0 TO TAR-CANT-CARGOS(CANT-ARANCELES)
                       ELSE
                           DISPLAY "TARIFARIO EXCEDE 50 CONCEPTOS - "
                                   ARA-CODIGO " NO SE FACTURA"
                       END-IF
                   END-IF
           END-READ.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
           END-READ.

       FACTURAR-ESTUDIANTE.
           IF NOT EST-ACTIVO
               GO TO FACTURAR-ESTUDIANTE-SIGUE
           END-IF.
           IF TERMINO-PEDIDO = SPACES
               MOVE TERMINO-ACTUAL TO TERMINO-FACTURA
           ELSE
               MOVE TERMINO-PEDIDO TO TERMINO-FACTURA
           END-IF.
           PERFORM VERIFICAR-YA-FACTURADO.
           IF YA-FACTURADO
               ADD 1 TO CANT-REPETIDOS
               GO TO FACTURAR-ESTUDIANTE-SIGUE
           END-IF.
           MOVE 0 TO HORAS-CREDITO.
           PERFORM SUMAR-CREDITOS-MATERIA
                   VARYING IDX-FILA FROM 1 BY 1
                   UNTIL IDX-FILA > NUM-MATERIAS OR IDX-FILA > 6.
           MOVE 0 TO TOTAL-ESTUDIANTE.
           MOVE 0 TO LINEA-MOVIMIENTO.
           PERFORM CARGAR-CONCEPTO THRU CARGAR-CONCEPTO-FIN
                   VARYING IDX-ARANCEL FROM 1 BY 1
                   UNTIL IDX-ARANCEL > CANT-ARANCELES.
           IF LINEA-MOVIMIENTO = 0
               ADD 1 TO CANT-SIN-CARGOS
           ELSE
               ADD 1 TO CANT-FACTURADOS
               PERFORM IMPRIMIR-TOTAL-ESTUDIANTE
           END-IF.
       FACTURAR-ESTUDIANTE-SIGUE.
           PERFORM LEER-ESTUDIANTE.
       FACTURAR-ESTUDIANTE-FIN.
           EXIT.

      ******************************************************************
      * Un cargo del mismo término ya asentado para el estudiante
      * significa que una corrida anterior lo facturó.
      ******************************************************************
       VERIFICAR-YA-FACTURADO.
           MOVE "N" TO SW-YA-FACTURADO.
           MOVE "N" TO SW-FIN-CUENTA.
           MOVE ID-ESTUDIANTE TO CTE-ID-ESTUDIANTE.
           MOVE 0 TO CTE-FECHA.
           MOVE 0 TO CTE-HORA.
           MOVE 0 TO CTE-LINEA.
           START CUENTAS-ESTUDIANTE KEY IS NOT LESS THAN CTE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-CUENTA
           END-START.
           PERFORM LEER-MOVIMIENTO-CUENTA
                   UNTIL FIN-CUENTA OR YA-FACTURADO.

       LEER-MOVIMIENTO-CUENTA.
           READ CUENTAS-ESTUDIANTE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CUENTA
               NOT AT END
                   IF CTE-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                       MOVE "S" TO SW-FIN-CUENTA
                   ELSE
                       IF CTE-CARGO
                               AND CTE-TERMINO = TERMINO-FACTURA
                           MOVE "S" TO SW-YA-FACTURADO
                       END-IF
                   END-IF
           END-READ.

       SUMAR-CREDITOS-MATERIA.
           IF COD-MATERIA(IDX-FILA) NOT = SPACES
                   AND NOT MATERIA-RETIRADA(IDX-FILA)
               MOVE COD-MATERIA(IDX-FILA) TO CAT-COD-MATERIA
               READ CURSO-CATALOGO
                   INVALID KEY
                       MOVE 0 TO CAT-CREDITOS
               END-READ
               IF CAT-CREDITOS = 0
                   ADD 1 TO HORAS-CREDITO
               ELSE
                   ADD CAT-CREDITOS TO HORAS-CREDITO
               END-IF
           END-IF.

       CARGAR-CONCEPTO.
           IF TAR-GRADO-NIVEL(IDX-ARANCEL) NOT = 0
                   AND TAR-GRADO-NIVEL(IDX-ARANCEL) NOT = GRADO-NIVEL
               GO TO CARGAR-CONCEPTO-FIN
           END-IF.
           IF TAR-POR-CREDITO(IDX-ARANCEL)
               COMPUTE MONTO-CARGO =
                       TAR-MONTO(IDX-ARANCEL) * HORAS-CREDITO
           ELSE
               MOVE TAR-MONTO(IDX-ARANCEL) TO MONTO-CARGO
           END-IF.
           IF MONTO-CARGO = 0
               GO TO CARGAR-CONCEPTO-FIN
           END-IF.
           ADD 1 TO LINEA-MOVIMIENTO.
           MOVE ID-ESTUDIANTE TO CTE-ID-ESTUDIANTE.
           MOVE FECHA-HOY TO CTE-FECHA.
           MOVE HORA-CORRIDA TO CTE-HORA.
           MOVE LINEA-MOVIMIENTO TO CTE-LINEA.
           MOVE "C" TO CTE-TIPO.
           MOVE TERMINO-FACTURA TO CTE-TERMINO.
           MOVE TAR-CODIGO(IDX-ARANCEL) TO CTE-CODIGO-ARANCEL.
           MOVE TAR-DESCRIPCION(IDX-ARANCEL) TO CTE-DESCRIPCION.
           MOVE MONTO-CARGO TO CTE-MONTO.
           MOVE 0 TO CTE-RECIBO.
           MOVE FIRMA-OPERADOR TO CTE-OPERADOR.
           WRITE REG-CUENTA-ESTUDIANTE
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE "STUDLEDG" TO FCHK-ARCHIVO.
           MOVE CTE-CLAVE TO FCHK-CLAVE.
           MOVE FS-CUENTAS-EST TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           PERFORM POSTEAR-CARGO-GL.
           ADD MONTO-CARGO TO TAR-TOTAL(IDX-ARANCEL).
           ADD 1 TO TAR-CANT-CARGOS(IDX-ARANCEL).
           ADD MONTO-CARGO TO TOTAL-ESTUDIANTE.
           ADD MONTO-CARGO TO TOTAL-CORRIDA.
           MOVE MONTO-CARGO TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TERMINO-FACTURA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAR-CODIGO(IDX-ARANCEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAR-DESCRIPCION(IDX-ARANCEL)(1:20) DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
       CARGAR-CONCEPTO-FIN.
           EXIT.

       IMPRIMIR-TOTAL-ESTUDIANTE.
           MOVE TOTAL-ESTUDIANTE TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "       HORAS CRÉDITO: " DELIMITED BY SIZE
               HORAS-CREDITO DELIMITED BY SIZE
               "   TOTAL ESTUDIANTE: " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Un par de asientos por cargo, grabado junto con el movimiento
      * de STUDLEDG: un estudiante que la repetición saltea por ya
      * facturado ya tiene sus cargos en el mayor.
      ******************************************************************
       POSTEAR-CARGO-GL.
           MOVE "TUITION-BILLING" TO GL-PROGRAMA.
           MOVE CUENTA-COBRAR TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE MONTO-CARGO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "TUITION-BILLING" TO GL-PROGRAMA.
           MOVE TAR-CUENTA-INGRESO(IDX-ARANCEL) TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE MONTO-CARGO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.

       ARMAR-DESCRIPCION-GL.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "FACT. ARANCEL " DELIMITED BY SIZE
               TAR-CODIGO(IDX-ARANCEL) DELIMITED BY SIZE
               " EST " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTALES POR CONCEPTO" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-TOTAL-CONCEPTO
                   VARYING IDX-ARANCEL FROM 1 BY 1
                   UNTIL IDX-ARANCEL > CANT-ARANCELES.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL FACTURADO: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               "  ESTUDIANTES: " DELIMITED BY SIZE
               CANT-FACTURADOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "YA FACTURADOS EN EL TÉRMINO: " DELIMITED BY SIZE
               CANT-REPETIDOS DELIMITED BY SIZE
               "  SIN CONCEPTOS QUE APLIQUEN: " DELIMITED BY SIZE
               CANT-SIN-CARGOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTAL-CONCEPTO.
           MOVE TAR-TOTAL(IDX-ARANCEL) TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING TAR-CODIGO(IDX-ARANCEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAR-DESCRIPCION(IDX-ARANCEL) DELIMITED BY SIZE
               " CARGOS " DELIMITED BY SIZE
               TAR-CANT-CARGOS(IDX-ARANCEL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ENCABEZADO.
           WRITE LINEA-REGISTRO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-REGISTRO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-REGISTRO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
