      ******************************************************************
      * Elegibilidad de becas de comienzo de término: recorre el
      * STUDENT-MASTER y evalúa a cada estudiante activo contra cada
      * programa activo de BECAPROG (ver BECA.CPY) - el promedio
      * acumulado ponderado de sus términos cerrados en TERMHIST
      * (CALCULAR-PROMEDIO-ACUM, la regla de TRANSCRIPT-REPORT) debe
      * llegar al mínimo de la beca, o al promedio de renovación si
      * ya la tuvo en un término anterior; los créditos aprobados al
      * mínimo; y los términos ya becados no deben llegar al tope.
      * Al elegible se le graba la beca en BECAOTOR (ver
      * BECAOTOR.CPY) y el crédito en su cuenta de STUDLEDG (tipo "B",
      * en negativo como un pago) por el monto fijo o el porcentaje de
      * los cargos del término, sin pasar del saldo del término -
      * por eso la corrida va después de TUITION-BILLING, y quien
      * todavía no tiene cargos queda listado y sin beca.  Una beca ya
      * otorgada en el término no se vuelve a otorgar, así la corrida
      * se puede repetir.  Cada otorgamiento se lista en el registro
      * BECAREG y se postea al feed GL por GRABAR-ASIENTO-GL apenas
      * queda grabado en STUDLEDG - débito a la cuenta de gasto de la
      * beca y crédito a cuentas por cobrar estudiantes (tecleada al
      * abrir la corrida) - así el libro y el mayor avanzan juntos y
      * la repetición no deja sin postear lo otorgado antes de una
      * caída.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-ELIGIBILITY.

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

           SELECT TERM-HIST ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-CLAVE
               FILE STATUS IS FS-TERM-HIST.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-CATALOGO.

           SELECT BECAS ASSIGN TO "BECAPROG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEC-CODIGO
               FILE STATUS IS FS-BECAS.

           SELECT BECAS-OTORGADAS ASSIGN TO "BECAOTOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOT-CLAVE
               FILE STATUS IS FS-BECAS-OTORGADAS.

           SELECT CUENTAS-ESTUDIANTE ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTE-CLAVE
               FILE STATUS IS FS-CUENTAS-EST.

           SELECT REGISTRO-BECAS ASSIGN TO "BECAREG"
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

       FD  TERM-HIST.
           COPY TERMHIST.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  BECAS.
           COPY BECA.

       FD  BECAS-OTORGADAS.
           COPY BECAOTOR.

       FD  CUENTAS-ESTUDIANTE.
           COPY CTAEST.

       FD  REGISTRO-BECAS.
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
       01  FS-TERM-HIST PIC XX.
           88  FS-TH-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-BECAS PIC XX.
           88  FS-BEC-OK VALUE "00".
       01  FS-BECAS-OTORGADAS PIC XX.
           88  FS-BOT-OK VALUE "00".
           88  FS-BOT-NO-EXISTE VALUE "35".
       01  FS-CUENTAS-EST PIC XX.
           88  FS-CTE-OK VALUE "00".
           88  FS-CTE-NO-EXISTE VALUE "35".
       01  FS-REGISTRO PIC XX.
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-FIN-BECAS PIC A VALUE "N".
           88  FIN-BECAS VALUE "S".
       01  SW-FIN-OTORGADAS PIC A.
           88  FIN-OTORGADAS VALUE "S".
       01  SW-FIN-CUENTA PIC A.
           88  FIN-CUENTA VALUE "S".
      *
      * Programas activos de BECAPROG, con el total otorgado de cada
      * uno en la corrida para los totales del registro.  Las dos
      * últimas columnas se rearman por estudiante con sus becas de
      * BECAOTOR: términos ya becados en otros términos y marca de
      * beca ya otorgada en el término de la corrida.
      *
       01  TABLA-BECAS.
           05  CANT-BECAS PIC 99 VALUE 0.
           05  BECA-FILA OCCURS 30 TIMES.
               10  TBE-CODIGO          PIC X(4).
               10  TBE-DESCRIPCION     PIC X(30).
               10  TBE-PROMEDIO-MINIMO PIC 999V99.
               10  TBE-PROMEDIO-RENOV  PIC 999V99.
               10  TBE-CREDITOS-MINIMOS PIC 9(3).
               10  TBE-TIPO-MONTO      PIC X.
                   88  TBE-MONTO-FIJO      VALUE "M".
               10  TBE-MONTO           PIC 9(5)V99.
               10  TBE-PORCENTAJE      PIC 9(3)V99.
               10  TBE-MAX-TERMINOS    PIC 99.
               10  TBE-CUENTA-GASTO    PIC X(10).
               10  TBE-TOTAL           PIC 9(9)V99.
               10  TBE-CANT-OTORGADAS  PIC 9(5).
               10  TBE-TERMINOS-USADOS PIC 99.
               10  TBE-YA-OTORGADA     PIC A.
                   88  TBE-OTORGADA-EN-TERMINO VALUE "S".
       01  IDX-BECA PIC 99.
       01  SW-BECA-HALLADA PIC A.
           88  BECA-HALLADA VALUE "S".
       01  TERMINO-PEDIDO PIC X(6).
       01  TERMINO-BECA PIC X(6).
       01  CUENTA-COBRAR PIC X(10).
       01  FECHA-HOY PIC 9(8).
       01  HORA-CORRIDA PIC 9(8).
       01  CARGOS-TERMINO PIC S9(7)V99.
       01  SALDO-TERMINO PIC S9(7)V99.
       01  PROMEDIO-EXIGIDO PIC 999V99.
       01  MONTO-BECA PIC 9(7)V99.
       01  LINEA-MOVIMIENTO PIC 99.
       01  SW-ESTUDIANTE-BECADO PIC A.
           88  ESTUDIANTE-BECADO VALUE "S".
       01  SW-SIN-CARGOS-LISTADO PIC A.
           88  SIN-CARGOS-LISTADO VALUE "S".
       01  TOTAL-CORRIDA PIC 9(9)V99 VALUE 0.
       01  CANT-EVALUADOS PIC 9(5) VALUE 0.
       01  CANT-BECADOS PIC 9(5) VALUE 0.
       01  CANT-OTORGAMIENTOS PIC 9(5) VALUE 0.
       01  CANT-YA-OTORGADAS PIC 9(5) VALUE 0.
       01  CANT-SIN-CARGOS PIC 9(5) VALUE 0.
       01  CANT-TOPE PIC 9(5) VALUE 0.
       01  PROMEDIO-ED PIC ZZ9.99.
       01  CREDITOS-ED PIC ZZZ9.
       01  MONTO-ED PIC ZZZ,ZZ9.99.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  LINEA-SALIDA PIC X(80).
           COPY PROMACUM.
           COPY RPTHDR.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ELEGIBILIDAD DE BECAS - COMIENZO DE TÉRMINO".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRIDA FROM TIME.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDMAST, ESTADO ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT TERM-HIST.
           IF NOT FS-TH-OK
               DISPLAY "NO HAY HISTORIA TERMHIST - SIN PROMEDIO"
                       " ACUMULADO NO SE PUEDE EVALUAR LA BECA"
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-PAC-CATALOGO
           ELSE
               DISPLAY "ADVERTENCIA: SIN CATÁLOGO CRSCATLG - CADA"
                       " MATERIA PESA UN CRÉDITO"
           END-IF.
           PERFORM CARGAR-BECAS.
           IF CANT-BECAS = 0
               DISPLAY "NO HAY BECAS ACTIVAS EN BECAPROG"
               PERFORM CERRAR-ENTRADAS
               STOP RUN
           END-IF.
           DISPLAY "TÉRMINO DE LA BECA (ENTER = TERMINO-ACTUAL DE"
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
           PERFORM ABRIR-BECAS-OTORGADAS.
           PERFORM ABRIR-CUENTAS-ESTUDIANTE.
           OPEN OUTPUT REGISTRO-BECAS.
           MOVE "REGISTRO DE BECAS OTORGADAS" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM LEER-ESTUDIANTE.
           PERFORM EVALUAR-ESTUDIANTE THRU EVALUAR-ESTUDIANTE-FIN
                   UNTIL FIN-MAESTRO.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ENTRADAS.
           CLOSE BECAS-OTORGADAS.
           CLOSE CUENTAS-ESTUDIANTE.
           CLOSE REGISTRO-BECAS.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           DISPLAY "ESTUDIANTES EVALUADOS: ", CANT-EVALUADOS,
                   "  BECADOS: ", CANT-BECADOS,
                   "  TOTAL: ", TOTAL-ED.
           IF CANT-SIN-CARGOS > 0
               DISPLAY "ELEGIBLES SIN CARGOS DEL TÉRMINO: ",
                       CANT-SIN-CARGOS,
                       " - CORRER TUITION-BILLING Y REPETIR"
           END-IF.
           STOP RUN.

       CERRAR-ENTRADAS.
           CLOSE STUDENT-MASTER.
           CLOSE TERM-HIST.
           IF PAC-CATALOGO
               CLOSE CURSO-CATALOGO
           END-IF.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR ESTUDIANTES"
                   " (EJ. 1210): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       ABRIR-BECAS-OTORGADAS.
           OPEN I-O BECAS-OTORGADAS.
           IF FS-BOT-NO-EXISTE
               OPEN OUTPUT BECAS-OTORGADAS
               CLOSE BECAS-OTORGADAS
               OPEN I-O BECAS-OTORGADAS
           END-IF.

       ABRIR-CUENTAS-ESTUDIANTE.
           OPEN I-O CUENTAS-ESTUDIANTE.
           IF FS-CTE-NO-EXISTE
               OPEN OUTPUT CUENTAS-ESTUDIANTE
               CLOSE CUENTAS-ESTUDIANTE
               OPEN I-O CUENTAS-ESTUDIANTE
           END-IF.

      ******************************************************************
      * Las becas entran enteras a memoria: son pocas filas y se
      * recorren por cada estudiante.
      ******************************************************************
       CARGAR-BECAS.
           OPEN INPUT BECAS.
           IF NOT FS-BEC-OK
               DISPLAY "NO HAY PROGRAMAS DE BECA BECAPROG (VER"
                       " SCHOLARSHIP-MAINT)"
               MOVE "S" TO SW-FIN-BECAS
           ELSE
               PERFORM CARGAR-UNA-BECA UNTIL FIN-BECAS
               CLOSE BECAS
           END-IF.

       CARGAR-UNA-BECA.
           READ BECAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-BECAS
               NOT AT END
                   IF BEC-ACTIVA
                       IF CANT-BECAS < 30
                           ADD 1 TO CANT-BECAS
                           MOVE BEC-CODIGO TO TBE-CODIGO(CANT-BECAS)
                           MOVE BEC-DESCRIPCION
                               TO TBE-DESCRIPCION(CANT-BECAS)
                           MOVE BEC-PROMEDIO-MINIMO
                               TO TBE-PROMEDIO-MINIMO(CANT-BECAS)
                           MOVE BEC-PROMEDIO-RENOVACION
                               TO TBE-PROMEDIO-RENOV(CANT-BECAS)
                           MOVE BEC-CREDITOS-MINIMOS
                               TO TBE-CREDITOS-MINIMOS(CANT-BECAS)
                           MOVE BEC-TIPO-MONTO
                               TO TBE-TIPO-MONTO(CANT-BECAS)
                           MOVE BEC-MONTO TO TBE-MONTO(CANT-BECAS)
                           MOVE BEC-PORCENTAJE
                               TO TBE-PORCENTAJE(CANT-BECAS)
                           MOVE BEC-MAX-TERMINOS
                               TO TBE-MAX-TERMINOS(CANT-BECAS)
                           MOVE BEC-CUENTA-GASTO
                               TO TBE-CUENTA-GASTO(CANT-BECAS)
                           MOVE 0 TO TBE-TOTAL(CANT-BECAS)
                           MOVE 0 TO TBE-CANT-OTORGADAS(CANT-BECAS)
                       ELSE
                           DISPLAY "BECAPROG EXCEDE 30 BECAS - "
                                   BEC-CODIGO " NO SE EVALÚA"
                       END-IF
                   END-IF
           END-READ.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
           END-READ.

       EVALUAR-ESTUDIANTE.
           IF NOT EST-ACTIVO
               GO TO EVALUAR-ESTUDIANTE-SIGUE
           END-IF.
           ADD 1 TO CANT-EVALUADOS.
           IF TERMINO-PEDIDO = SPACES
               MOVE TERMINO-ACTUAL TO TERMINO-BECA
           ELSE
               MOVE TERMINO-PEDIDO TO TERMINO-BECA
           END-IF.
           PERFORM ARMAR-BECAS-ESTUDIANTE.
           MOVE ID-ESTUDIANTE TO PAC-ID-ESTUDIANTE.
           PERFORM CALCULAR-PROMEDIO-ACUM.
           PERFORM SUMAR-CARGOS-TERMINO.
           MOVE 0 TO LINEA-MOVIMIENTO.
           MOVE "N" TO SW-ESTUDIANTE-BECADO.
           MOVE "N" TO SW-SIN-CARGOS-LISTADO.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM EVALUAR-BECA THRU EVALUAR-BECA-FIN
                   VARYING IDX-BECA FROM 1 BY 1
                   UNTIL IDX-BECA > CANT-BECAS.
           IF ESTUDIANTE-BECADO
               ADD 1 TO CANT-BECADOS
           END-IF.
       EVALUAR-ESTUDIANTE-SIGUE.
           PERFORM LEER-ESTUDIANTE.
       EVALUAR-ESTUDIANTE-FIN.
           EXIT.

      ******************************************************************
      * Las becas anteriores del estudiante salen de BECAOTOR: la que
      * tuvo en otro término cuenta para el tope y lo pasa al promedio
      * de renovación; la del mismo término significa que una corrida
      * anterior ya la otorgó.
      ******************************************************************
       ARMAR-BECAS-ESTUDIANTE.
           PERFORM LIMPIAR-BECA-ESTUDIANTE
                   VARYING IDX-BECA FROM 1 BY 1
                   UNTIL IDX-BECA > CANT-BECAS.
           MOVE "N" TO SW-FIN-OTORGADAS.
           MOVE ID-ESTUDIANTE TO BOT-ID-ESTUDIANTE.
           MOVE LOW-VALUES TO BOT-TERMINO.
           MOVE LOW-VALUES TO BOT-CODIGO-BECA.
           START BECAS-OTORGADAS KEY IS NOT LESS THAN BOT-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-OTORGADAS
           END-START.
           PERFORM LEER-BECA-OTORGADA UNTIL FIN-OTORGADAS.

       LIMPIAR-BECA-ESTUDIANTE.
           MOVE 0 TO TBE-TERMINOS-USADOS(IDX-BECA).
           MOVE "N" TO TBE-YA-OTORGADA(IDX-BECA).

       LEER-BECA-OTORGADA.
           READ BECAS-OTORGADAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-OTORGADAS
               NOT AT END
                   IF BOT-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                       MOVE "S" TO SW-FIN-OTORGADAS
                   ELSE
                       PERFORM MARCAR-BECA-OTORGADA
                   END-IF
           END-READ.

       MARCAR-BECA-OTORGADA.
           MOVE "N" TO SW-BECA-HALLADA.
           PERFORM BUSCAR-BECA
                   VARYING IDX-BECA FROM 1 BY 1
                   UNTIL IDX-BECA > CANT-BECAS OR BECA-HALLADA.
           IF BECA-HALLADA
               SUBTRACT 1 FROM IDX-BECA
               IF BOT-TERMINO = TERMINO-BECA
                   MOVE "S" TO TBE-YA-OTORGADA(IDX-BECA)
               ELSE
                   ADD 1 TO TBE-TERMINOS-USADOS(IDX-BECA)
               END-IF
           END-IF.

       BUSCAR-BECA.
           IF TBE-CODIGO(IDX-BECA) = BOT-CODIGO-BECA
               MOVE "S" TO SW-BECA-HALLADA
           END-IF.

      ******************************************************************
      * Cargos del término asentados en la cuenta menos las becas ya
      * acreditadas en el mismo término: es el tope de lo que la
      * corrida puede acreditar todavía al estudiante.
      ******************************************************************
       SUMAR-CARGOS-TERMINO.
           MOVE 0 TO CARGOS-TERMINO.
           MOVE 0 TO SALDO-TERMINO.
           MOVE "N" TO SW-FIN-CUENTA.
           MOVE ID-ESTUDIANTE TO CTE-ID-ESTUDIANTE.
           MOVE 0 TO CTE-FECHA.
           MOVE 0 TO CTE-HORA.
           MOVE 0 TO CTE-LINEA.
           START CUENTAS-ESTUDIANTE KEY IS NOT LESS THAN CTE-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-CUENTA
           END-START.
           PERFORM LEER-MOVIMIENTO-CUENTA UNTIL FIN-CUENTA.

       LEER-MOVIMIENTO-CUENTA.
           READ CUENTAS-ESTUDIANTE NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-CUENTA
               NOT AT END
                   IF CTE-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                       MOVE "S" TO SW-FIN-CUENTA
                   ELSE
                       IF CTE-TERMINO = TERMINO-BECA
                           IF CTE-CARGO
                               ADD CTE-MONTO TO CARGOS-TERMINO
                               ADD CTE-MONTO TO SALDO-TERMINO
                           END-IF
                           IF CTE-BECA
                               ADD CTE-MONTO TO SALDO-TERMINO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       EVALUAR-BECA.
           IF TBE-OTORGADA-EN-TERMINO(IDX-BECA)
               ADD 1 TO CANT-YA-OTORGADAS
               GO TO EVALUAR-BECA-FIN
           END-IF.
           IF TBE-TERMINOS-USADOS(IDX-BECA) > 0
               MOVE TBE-PROMEDIO-RENOV(IDX-BECA) TO PROMEDIO-EXIGIDO
           ELSE
               MOVE TBE-PROMEDIO-MINIMO(IDX-BECA) TO PROMEDIO-EXIGIDO
           END-IF.
           IF PAC-CREDITOS = 0
              OR PAC-PROMEDIO < PROMEDIO-EXIGIDO
              OR PAC-CREDITOS-APROBADOS <
                 TBE-CREDITOS-MINIMOS(IDX-BECA)
               GO TO EVALUAR-BECA-FIN
           END-IF.
           IF TBE-MAX-TERMINOS(IDX-BECA) > 0
              AND TBE-TERMINOS-USADOS(IDX-BECA) >=
                  TBE-MAX-TERMINOS(IDX-BECA)
               ADD 1 TO CANT-TOPE
               MOVE "TOPE DE TÉRMINOS CUMPLIDO" TO LINEA-SALIDA(50:)
               PERFORM IMPRIMIR-LINEA-BECA
               GO TO EVALUAR-BECA-FIN
           END-IF.
           IF CARGOS-TERMINO NOT > 0
               IF NOT SIN-CARGOS-LISTADO
                   ADD 1 TO CANT-SIN-CARGOS
                   MOVE "S" TO SW-SIN-CARGOS-LISTADO
               END-IF
               MOVE "SIN CARGOS DEL TÉRMINO" TO LINEA-SALIDA(50:)
               PERFORM IMPRIMIR-LINEA-BECA
               GO TO EVALUAR-BECA-FIN
           END-IF.
           IF TBE-MONTO-FIJO(IDX-BECA)
               MOVE TBE-MONTO(IDX-BECA) TO MONTO-BECA
           ELSE
               COMPUTE MONTO-BECA ROUNDED =
                       CARGOS-TERMINO * TBE-PORCENTAJE(IDX-BECA) / 100
           END-IF.
           IF SALDO-TERMINO NOT > 0
               MOVE 0 TO MONTO-BECA
           ELSE
               IF MONTO-BECA > SALDO-TERMINO
                   MOVE SALDO-TERMINO TO MONTO-BECA
               END-IF
           END-IF.
           IF MONTO-BECA = 0
               MOVE "CARGOS DEL TÉRMINO CUBIERTOS" TO LINEA-SALIDA(50:)
               PERFORM IMPRIMIR-LINEA-BECA
               GO TO EVALUAR-BECA-FIN
           END-IF.
           PERFORM OTORGAR-BECA.
       EVALUAR-BECA-FIN.
           EXIT.

      ******************************************************************
      * La beca queda en BECAOTOR y como crédito en la cuenta; el
      * saldo del término baja para la beca siguiente del estudiante.
      ******************************************************************
       OTORGAR-BECA.
           MOVE ID-ESTUDIANTE TO BOT-ID-ESTUDIANTE.
           MOVE TERMINO-BECA TO BOT-TERMINO.
           MOVE TBE-CODIGO(IDX-BECA) TO BOT-CODIGO-BECA.
           MOVE PAC-PROMEDIO TO BOT-PROMEDIO-ACUM.
           MOVE PAC-CREDITOS-APROBADOS TO BOT-CREDITOS.
           COMPUTE BOT-NRO-TERMINO =
                   TBE-TERMINOS-USADOS(IDX-BECA) + 1.
           MOVE MONTO-BECA TO BOT-MONTO.
           MOVE "A" TO BOT-ESTADO.
           MOVE FECHA-HOY TO BOT-FECHA.
           MOVE FIRMA-OPERADOR TO BOT-OPERADOR.
           WRITE REG-BECA-OTORGADA
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE "BECAOTOR" TO FCHK-ARCHIVO.
           MOVE BOT-CLAVE TO FCHK-CLAVE.
           MOVE FS-BECAS-OTORGADAS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO LINEA-MOVIMIENTO.
           MOVE ID-ESTUDIANTE TO CTE-ID-ESTUDIANTE.
           MOVE FECHA-HOY TO CTE-FECHA.
           MOVE HORA-CORRIDA TO CTE-HORA.
           MOVE LINEA-MOVIMIENTO TO CTE-LINEA.
           MOVE "B" TO CTE-TIPO.
           MOVE TERMINO-BECA TO CTE-TERMINO.
           MOVE TBE-CODIGO(IDX-BECA) TO CTE-CODIGO-ARANCEL.
           MOVE TBE-DESCRIPCION(IDX-BECA) TO CTE-DESCRIPCION.
           COMPUTE CTE-MONTO = 0 - MONTO-BECA.
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
           PERFORM POSTEAR-BECA-GL.
           SUBTRACT MONTO-BECA FROM SALDO-TERMINO.
           ADD MONTO-BECA TO TBE-TOTAL(IDX-BECA).
           ADD 1 TO TBE-CANT-OTORGADAS(IDX-BECA).
           ADD MONTO-BECA TO TOTAL-CORRIDA.
           ADD 1 TO CANT-OTORGAMIENTOS.
           MOVE "S" TO SW-ESTUDIANTE-BECADO.
           MOVE MONTO-BECA TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "T" DELIMITED BY SIZE
               BOT-NRO-TERMINO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA(50:)
           END-STRING.
           PERFORM IMPRIMIR-LINEA-BECA.

      ******************************************************************
      * Columnas 1-49 de la línea: estudiante, beca, promedio
      * acumulado y créditos aprobados; el resto lo deja armado el
      * que llama (monto otorgado o motivo por el que no se otorgó).
      ******************************************************************
       IMPRIMIR-LINEA-BECA.
           MOVE PAC-PROMEDIO TO PROMEDIO-ED.
           MOVE PAC-CREDITOS-APROBADOS TO CREDITOS-ED.
           STRING ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBE-CODIGO(IDX-BECA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROMEDIO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CREDITOS-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA(1:49)
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.

      ******************************************************************
      * Un par de asientos por otorgamiento, grabado junto con el
      * crédito de STUDLEDG: una beca que la repetición saltea por ya
      * otorgada ya está en el mayor.
      ******************************************************************
       POSTEAR-BECA-GL.
           MOVE "SCHOLARSHIP-ELIG" TO GL-PROGRAMA.
           MOVE TBE-CUENTA-GASTO(IDX-BECA) TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE MONTO-BECA TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "SCHOLARSHIP-ELIG" TO GL-PROGRAMA.
           MOVE CUENTA-COBRAR TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE MONTO-BECA TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.

       ARMAR-DESCRIPCION-GL.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "BECA OTORGADA " DELIMITED BY SIZE
               TBE-CODIGO(IDX-BECA) DELIMITED BY SIZE
               " EST " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "TOTALES POR BECA" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-TOTAL-BECA
                   VARYING IDX-BECA FROM 1 BY 1
                   UNTIL IDX-BECA > CANT-BECAS.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL OTORGADO: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               "  BECAS: " DELIMITED BY SIZE
               CANT-OTORGAMIENTOS DELIMITED BY SIZE
               "  ESTUDIANTES: " DELIMITED BY SIZE
               CANT-BECADOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "YA OTORGADAS EN EL TÉRMINO: " DELIMITED BY SIZE
               CANT-YA-OTORGADAS DELIMITED BY SIZE
               "  TOPE CUMPLIDO: " DELIMITED BY SIZE
               CANT-TOPE DELIMITED BY SIZE
               "  SIN CARGOS: " DELIMITED BY SIZE
               CANT-SIN-CARGOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTAL-BECA.
           MOVE TBE-TOTAL(IDX-BECA) TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING TBE-CODIGO(IDX-BECA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBE-DESCRIPCION(IDX-BECA) DELIMITED BY SIZE
               " BECAS " DELIMITED BY SIZE
               TBE-CANT-OTORGADAS(IDX-BECA) DELIMITED BY SIZE
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

           COPY PROMACUM-PROC.
           COPY RPTHDR-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
