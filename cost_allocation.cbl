      ******************************************************************
      * Asignación mensual de costos compartidos entre campus: cada
      * regla activa de ALOCREGL (ver ALOCREGL.CPY y
      * ALLOC-RULE-MAINT) toma el saldo deudor del período de su
      * cuenta pozo en el campus donde se acumula - GLBALCAM, así que
      * GL-BALANCE tiene que haber liberado los lotes del mes - y lo
      * reparte entre los campus según la base de la regla:
      *   E  estudiantes activos por CAMPUS-EST del STUDMAST
      *   C  horas crédito inscritas (CAT-CREDITOS de cada materia
      *      no retirada; sin créditos en CRSCATLG cuenta una hora,
      *      igual que en CALCULO y TUITION-BILLING)
      * CAMPUS-EST en blanco es el campus original.  El redondeo de
      * las partes se lo lleva el último campus, así lo repartido es
      * exactamente el saldo del pozo.  El período es el abierto en
      * GLPERIOD (sin control se pide a mano).
      * En modo (P)RELIMINAR sólo sale la planilla.  En modo
      * (D)EFINITIVO cada parte se postea por GRABAR-ASIENTO-GL -
      * débito a la cuenta destino en el campus que la recibe - y el
      * total repartido se acredita a la cuenta de crédito de la
      * regla en el campus del pozo, con fecha del último día del
      * período: débitos y créditos cuadran y GL-ACK concilia igual.
      * La parte del propio campus del pozo no se postea cuando la
      * cuenta destino es la misma cuenta pozo.  La regla queda con
      * el período en ALR-ULTIMO-PERIODO para no repartir dos veces.
      * La planilla de asignación sale por ALOCRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-ALLOCATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-ASIGNACION ASSIGN TO "ALOCREGL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CODIGO
               FILE STATUS IS FS-REGLAS.

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

           SELECT SALDOS-CAMPUS ASSIGN TO "GLBALCAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLC-CLAVE
               FILE STATUS IS FS-SALDOS-CAMPUS.

           SELECT LISTADO ASSIGN TO "ALOCRPT"
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
       FD  REGLAS-ASIGNACION.
           COPY ALOCREGL.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  SALDOS-CAMPUS.
           COPY GLBALCAM.

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
       01  FS-REGLAS PIC XX.
           88  FS-ALR-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-SALDOS-CAMPUS PIC XX.
           88  FS-GLC-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-MAESTRO PIC A VALUE "N".
           88  FIN-MAESTRO VALUE "S".
       01  SW-CATALOGO-DISPONIBLE PIC A VALUE "N".
           88  CATALOGO-DISPONIBLE VALUE "S".
       01  OPCION-CORRIDA PIC A.
           88  CORRIDA-PRELIMINAR VALUE "P".
           88  CORRIDA-DEFINITIVA VALUE "D".
       01  FECHA-HOY PIC 9(8).
       01  PERIODO-ENTRADA PIC X(6).
       01  PERIODO-ASIGNACION PIC 9(6).
       01  PERIODO-ASIGNACION-R REDEFINES PERIODO-ASIGNACION.
           05  ANIO-ASIGNACION PIC 9(4).
           05  MES-ASIGNACION PIC 99.
       01  FECHA-PRIMERO-SIGUIENTE PIC 9(8).
       01  FECHA-FIN-PERIODO PIC 9(8).
      *
      * Base de reparto por campus: estudiantes activos y horas
      * crédito, juntadas una sola vez del STUDMAST para todas las
      * reglas; BAS-CANTIDAD/PORCENTAJE/MONTO son de la regla en curso.
      *
       01  TABLA-BASE.
           05  CANT-CAMPUS-BASE PIC 99 VALUE 0.
           05  BASE-FILA OCCURS 20 TIMES.
               10  BAS-CAMPUS          PIC XX.
               10  BAS-ESTUDIANTES     PIC 9(6).
               10  BAS-CREDITOS        PIC 9(7).
               10  BAS-CANTIDAD        PIC 9(7).
               10  BAS-PORCENTAJE      PIC 999V99.
               10  BAS-MONTO           PIC 9(11)V99.
       01  IDX-BASE PIC 99.
       01  IDX-MOVER PIC 99.
       01  IDX-ULTIMO PIC 99.
       01  IDX-FILA PIC 9.
       01  HORAS-CREDITO PIC 9(3).
       01  TOTAL-BASE PIC 9(9).
       01  SALDO-POZO PIC S9(11)V99.
       01  ASIGNADO PIC 9(11)V99.
       01  TOTAL-POSTEADO PIC 9(11)V99.
       01  SITUACION PIC X(30).
       01  DESCRIPCION-ASIENTO PIC X(30).
       01  NOMBRE-BASE PIC X(20).
       01  CAMPUS-ED PIC X(10).
       01  CANT-REGLAS PIC 9(4) VALUE 0.
       01  CANT-APLICADAS PIC 9(4) VALUE 0.
       01  CANT-RECHAZADAS PIC 9(4) VALUE 0.
       01  CANT-ESTUDIANTES PIC 9(6) VALUE 0.
       01  TOTAL-CORRIDA PIC 9(11)V99 VALUE 0.
       01  BASE-ED PIC ZZZ,ZZZ,ZZ9.
       01  PORCENTAJE-ED PIC ZZ9.99.
       01  MONTO-ED PIC $$,$$$,$$$,$$9.99-.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.
           COPY GLPOST.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ASIGNACIÓN DE COSTOS COMPARTIDOS ENTRE CAMPUS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO OPCION-CORRIDA.
           PERFORM PEDIR-MODO
                   UNTIL CORRIDA-PRELIMINAR OR CORRIDA-DEFINITIVA.
           PERFORM FIJAR-PERIODO.
           IF MES-ASIGNACION = 12
               COMPUTE FECHA-PRIMERO-SIGUIENTE =
                       (ANIO-ASIGNACION + 1) * 10000 + 101
           ELSE
               COMPUTE FECHA-PRIMERO-SIGUIENTE =
                       PERIODO-ASIGNACION * 100 + 101
           END-IF.
           COMPUTE FECHA-FIN-PERIODO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-PRIMERO-SIGUIENTE)
                   - 1).
           IF CORRIDA-DEFINITIVA
               OPEN I-O REGLAS-ASIGNACION
           ELSE
               OPEN INPUT REGLAS-ASIGNACION
           END-IF.
           IF NOT FS-ALR-OK
               DISPLAY "NO HAY REGLAS DE ASIGNACIÓN ALOCREGL (VER"
                       " ALLOC-RULE-MAINT)"
               STOP RUN
           END-IF.
           OPEN INPUT SALDOS-CAMPUS.
           IF NOT FS-GLC-OK
               DISPLAY "NO HAY SALDOS POR CAMPUS GLBALCAM - FALTA"
                       " LIBERAR LOS LOTES CON GL-BALANCE"
               CLOSE REGLAS-ASIGNACION
               STOP RUN
           END-IF.
           PERFORM JUNTAR-BASES.
           OPEN OUTPUT LISTADO.
           IF CORRIDA-DEFINITIVA
               MOVE "PLANILLA DE ASIGNACIÓN DE COSTOS"
                   TO RPTHDR-TITULO
           ELSE
               MOVE "PLANILLA DE ASIGNACIÓN - PRELIMINAR"
                   TO RPTHDR-TITULO
           END-IF.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PERÍODO: " DELIMITED BY SIZE
               PERIODO-ASIGNACION DELIMITED BY SIZE
               "   ESTUDIANTES ACTIVOS EN LA BASE: " DELIMITED BY SIZE
               CANT-ESTUDIANTES DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE LOW-VALUES TO ALR-CODIGO.
           START REGLAS-ASIGNACION KEY IS NOT LESS THAN ALR-CODIGO
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LEER-REGLA.
           PERFORM APLICAR-REGLA THRU APLICAR-REGLA-FIN
                   UNTIL FIN-ARCHIVO.
           IF CANT-REGLAS = 0
               MOVE SPACES TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE "(NO HAY REGLAS ACTIVAS)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.
           CLOSE REGLAS-ASIGNACION.
           CLOSE SALDOS-CAMPUS.
           CLOSE LISTADO.
           MOVE TOTAL-CORRIDA TO MONTO-ED.
           DISPLAY "REGLAS ACTIVAS: ", CANT-REGLAS,
                   "  APLICADAS: ", CANT-APLICADAS,
                   "  REPARTIDO: ", MONTO-ED.
           IF CANT-RECHAZADAS > 0
               DISPLAY "REGLAS RECHAZADAS POR EL CONTROL DE PERÍODO: ",
                       CANT-RECHAZADAS
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
           MOVE 0 TO PERIODO-ASIGNACION.
           OPEN INPUT PERIODO-CONTROL.
           IF FS-PERIODO-CONTROL = "00"
               READ PERIODO-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PER-ABIERTO TO PERIODO-ASIGNACION
               END-READ
               CLOSE PERIODO-CONTROL
           END-IF.
           IF PERIODO-ASIGNACION > 0
               DISPLAY "PERÍODO ABIERTO EN GLPERIOD: ",
                       PERIODO-ASIGNACION
           ELSE
               DISPLAY "ADVERTENCIA: SIN CONTROL DE PERÍODO GLPERIOD"
                       " - LOS ASIENTOS PASAN SIN CONTROL"
               PERFORM PEDIR-PERIODO UNTIL PERIODO-ASIGNACION > 0
           END-IF.

       PEDIR-PERIODO.
           DISPLAY "PERÍODO A ASIGNAR (AAAAMM): ".
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA IS NUMERIC
              AND PERIODO-ENTRADA(5:2) >= "01"
              AND PERIODO-ENTRADA(5:2) <= "12"
               MOVE PERIODO-ENTRADA TO PERIODO-ASIGNACION
           ELSE
               DISPLAY "PERÍODO INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Estudiantes activos y horas crédito por campus, en una sola
      * pasada del STUDMAST.  La tabla queda ordenada por campus.
      ******************************************************************
       JUNTAR-BASES.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDMAST, ESTADO ",
                       FS-STUDENT-MASTER
               CLOSE REGLAS-ASIGNACION
               CLOSE SALDOS-CAMPUS
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF FS-CAT-OK
               MOVE "S" TO SW-CATALOGO-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN CATÁLOGO CRSCATLG - CADA"
                       " MATERIA CUENTA UNA HORA CRÉDITO"
           END-IF.
           PERFORM LEER-ESTUDIANTE.
           PERFORM SUMAR-ESTUDIANTE UNTIL FIN-MAESTRO.
           CLOSE STUDENT-MASTER.
           IF CATALOGO-DISPONIBLE
               CLOSE CURSO-CATALOGO
           END-IF.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-MAESTRO
           END-READ.

       SUMAR-ESTUDIANTE.
           IF EST-ACTIVO
               PERFORM BUSCAR-CAMPUS-BASE
               MOVE 0 TO HORAS-CREDITO
               PERFORM SUMAR-CREDITOS-MATERIA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS OR IDX-FILA > 6
               ADD 1 TO BAS-ESTUDIANTES(IDX-BASE)
               ADD HORAS-CREDITO TO BAS-CREDITOS(IDX-BASE)
               ADD 1 TO CANT-ESTUDIANTES
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       BUSCAR-CAMPUS-BASE.
           MOVE 1 TO IDX-BASE.
           PERFORM AVANZAR-CAMPUS-BASE
                   UNTIL IDX-BASE > CANT-CAMPUS-BASE
                      OR BAS-CAMPUS(IDX-BASE) NOT < CAMPUS-EST.
           IF IDX-BASE > CANT-CAMPUS-BASE
              OR BAS-CAMPUS(IDX-BASE) NOT = CAMPUS-EST
               PERFORM INSERTAR-CAMPUS-BASE
           END-IF.

       AVANZAR-CAMPUS-BASE.
           ADD 1 TO IDX-BASE.

       INSERTAR-CAMPUS-BASE.
           IF CANT-CAMPUS-BASE NOT < 20
               DISPLAY "MÁS DE 20 CAMPUS EN STUDMAST - CORRIDA"
                       " CANCELADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CORRER-CAMPUS-BASE
                   VARYING IDX-MOVER FROM CANT-CAMPUS-BASE BY -1
                   UNTIL IDX-MOVER < IDX-BASE.
           ADD 1 TO CANT-CAMPUS-BASE.
           MOVE CAMPUS-EST TO BAS-CAMPUS(IDX-BASE).
           MOVE 0 TO BAS-ESTUDIANTES(IDX-BASE).
           MOVE 0 TO BAS-CREDITOS(IDX-BASE).

       CORRER-CAMPUS-BASE.
           MOVE BASE-FILA(IDX-MOVER) TO BASE-FILA(IDX-MOVER + 1).

       SUMAR-CREDITOS-MATERIA.
           IF COD-MATERIA(IDX-FILA) NOT = SPACES
                   AND NOT MATERIA-RETIRADA(IDX-FILA)
               MOVE 0 TO CAT-CREDITOS
               IF CATALOGO-DISPONIBLE
                   MOVE COD-MATERIA(IDX-FILA) TO CAT-COD-MATERIA
                   READ CURSO-CATALOGO
                       INVALID KEY
                           MOVE 0 TO CAT-CREDITOS
                   END-READ
               END-IF
               IF CAT-CREDITOS = 0
                   ADD 1 TO HORAS-CREDITO
               ELSE
                   ADD CAT-CREDITOS TO HORAS-CREDITO
               END-IF
           END-IF.

       LEER-REGLA.
           IF NOT FIN-ARCHIVO
               READ REGLAS-ASIGNACION NEXT RECORD
                   AT END
                       MOVE "S" TO SW-FIN-ARCHIVO
               END-READ
           END-IF.

      ******************************************************************
      * Una regla: saldo del pozo, partes por campus, planilla y, en
      * definitivo, los asientos.
      ******************************************************************
       APLICAR-REGLA.
           IF NOT ALR-ACTIVA
               GO TO APLICAR-REGLA-SIGUE
           END-IF.
           ADD 1 TO CANT-REGLAS.
           MOVE SPACES TO SITUACION.
           MOVE 0 TO SALDO-POZO.
           MOVE ALR-CUENTA-POZO TO GLC-CUENTA.
           MOVE PERIODO-ASIGNACION TO GLC-PERIODO.
           MOVE ALR-CAMPUS-POZO TO GLC-CAMPUS.
           READ SALDOS-CAMPUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE SALDO-POZO = GLC-DEBITOS - GLC-CREDITOS
           END-READ.
           PERFORM CALCULAR-PARTES.
           EVALUATE TRUE
               WHEN ALR-ULTIMO-PERIODO NOT < PERIODO-ASIGNACION
                   MOVE "YA ASIGNADA EN EL PERÍODO" TO SITUACION
               WHEN SALDO-POZO NOT > 0
                   MOVE "POZO SIN SALDO DEUDOR" TO SITUACION
               WHEN TOTAL-BASE = 0
                   MOVE "SIN BASE DE REPARTO" TO SITUACION
           END-EVALUATE.
           PERFORM LISTAR-REGLA.
           IF SITUACION NOT = SPACES
               GO TO APLICAR-REGLA-SIGUE
           END-IF.
           IF CORRIDA-DEFINITIVA
               PERFORM POSTEAR-REGLA THRU POSTEAR-REGLA-FIN
           END-IF.
       APLICAR-REGLA-SIGUE.
           PERFORM LEER-REGLA.
       APLICAR-REGLA-FIN.
           EXIT.

      ******************************************************************
      * Porcentaje y monto de cada campus; el último campus con base
      * se lleva la diferencia de redondeo.
      ******************************************************************
       CALCULAR-PARTES.
           MOVE 0 TO TOTAL-BASE.
           MOVE 0 TO IDX-ULTIMO.
           PERFORM TOMAR-BASE-CAMPUS
                   VARYING IDX-BASE FROM 1 BY 1
                   UNTIL IDX-BASE > CANT-CAMPUS-BASE.
           MOVE 0 TO ASIGNADO.
           PERFORM CALCULAR-PARTE-CAMPUS
                   VARYING IDX-BASE FROM 1 BY 1
                   UNTIL IDX-BASE > CANT-CAMPUS-BASE.

       TOMAR-BASE-CAMPUS.
           IF ALR-POR-CREDITOS
               MOVE BAS-CREDITOS(IDX-BASE) TO BAS-CANTIDAD(IDX-BASE)
           ELSE
               MOVE BAS-ESTUDIANTES(IDX-BASE)
                   TO BAS-CANTIDAD(IDX-BASE)
           END-IF.
           ADD BAS-CANTIDAD(IDX-BASE) TO TOTAL-BASE.
           IF BAS-CANTIDAD(IDX-BASE) > 0
               MOVE IDX-BASE TO IDX-ULTIMO
           END-IF.

       CALCULAR-PARTE-CAMPUS.
           MOVE 0 TO BAS-PORCENTAJE(IDX-BASE).
           MOVE 0 TO BAS-MONTO(IDX-BASE).
           IF TOTAL-BASE > 0
               COMPUTE BAS-PORCENTAJE(IDX-BASE) ROUNDED =
                       BAS-CANTIDAD(IDX-BASE) * 100 / TOTAL-BASE
           END-IF.
           IF TOTAL-BASE > 0 AND SALDO-POZO > 0
               IF IDX-BASE = IDX-ULTIMO
                   COMPUTE BAS-MONTO(IDX-BASE) = SALDO-POZO - ASIGNADO
               ELSE
                   COMPUTE BAS-MONTO(IDX-BASE) ROUNDED =
                           SALDO-POZO * BAS-CANTIDAD(IDX-BASE)
                           / TOTAL-BASE
               END-IF
               ADD BAS-MONTO(IDX-BASE) TO ASIGNADO
           END-IF.

      ******************************************************************
      * Débito a la cuenta destino en cada campus, crédito por el
      * total en el campus del pozo.  El período se verifica antes de
      * grabar nada para no dejar la regla a medio postear.
      ******************************************************************
       POSTEAR-REGLA.
           MOVE PERIODO-ASIGNACION TO GL-PERIODO.
           PERFORM VERIFICAR-PERIODO-GL.
           IF GL-ASIENTO-RECHAZADO
               ADD 1 TO CANT-RECHAZADAS
               MOVE "PERÍODO CERRADO - NO SE POSTEÓ" TO SITUACION
               PERFORM LISTAR-SITUACION
               GO TO POSTEAR-REGLA-FIN
           END-IF.
           MOVE SPACES TO DESCRIPCION-ASIENTO.
           STRING "ASIGNACION " DELIMITED BY SIZE
               ALR-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PERIODO-ASIGNACION DELIMITED BY SIZE
               INTO DESCRIPCION-ASIENTO
           END-STRING.
           MOVE 0 TO TOTAL-POSTEADO.
           PERFORM POSTEAR-PARTE-CAMPUS
                   VARYING IDX-BASE FROM 1 BY 1
                   UNTIL IDX-BASE > CANT-CAMPUS-BASE.
           IF TOTAL-POSTEADO > 0
               MOVE "COST-ALLOCATION" TO GL-PROGRAMA
               MOVE ALR-CAMPUS-POZO TO GL-CAMPUS
               MOVE ALR-CUENTA-CREDITO TO GL-CUENTA
               MOVE "C" TO GL-DEBITO-CREDITO
               MOVE TOTAL-POSTEADO TO GL-MONTO
               MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION
               MOVE FECHA-FIN-PERIODO TO GL-FECHA-FORZADA
               PERFORM GRABAR-ASIENTO-GL
           END-IF.
           MOVE PERIODO-ASIGNACION TO ALR-ULTIMO-PERIODO.
           REWRITE REG-REGLA-ASIGNACION.
           MOVE "ALOCREGL" TO FCHK-ARCHIVO.
           MOVE ALR-CODIGO TO FCHK-CLAVE.
           MOVE FS-REGLAS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-APLICADAS.
           ADD TOTAL-POSTEADO TO TOTAL-CORRIDA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "ASIENTOS POSTEADOS - REPARTIDO FUERA DEL POZO"
               TO LINEA-SALIDA.
           MOVE TOTAL-POSTEADO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(60:18).
           PERFORM ESCRIBIR-LINEA.
       POSTEAR-REGLA-FIN.
           EXIT.

       POSTEAR-PARTE-CAMPUS.
           IF BAS-MONTO(IDX-BASE) > 0
              AND (BAS-CAMPUS(IDX-BASE) NOT = ALR-CAMPUS-POZO
                   OR ALR-CUENTA-DESTINO NOT = ALR-CUENTA-POZO)
               MOVE "COST-ALLOCATION" TO GL-PROGRAMA
               MOVE BAS-CAMPUS(IDX-BASE) TO GL-CAMPUS
               MOVE ALR-CUENTA-DESTINO TO GL-CUENTA
               MOVE "D" TO GL-DEBITO-CREDITO
               MOVE BAS-MONTO(IDX-BASE) TO GL-MONTO
               MOVE DESCRIPCION-ASIENTO TO GL-DESCRIPCION
               MOVE FECHA-FIN-PERIODO TO GL-FECHA-FORZADA
               PERFORM GRABAR-ASIENTO-GL
               IF GL-ASIENTO-GRABADO
                   ADD BAS-MONTO(IDX-BASE) TO TOTAL-POSTEADO
               END-IF
           END-IF.

      ******************************************************************
      * Planilla de la regla: pozo, base y la parte de cada campus.
      ******************************************************************
       LISTAR-REGLA.
           IF ALR-POR-CREDITOS
               MOVE "HORAS CRÉDITO" TO NOMBRE-BASE
           ELSE
               MOVE "ESTUDIANTES ACTIVOS" TO NOMBRE-BASE
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           STRING "REGLA " DELIMITED BY SIZE
               ALR-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-DESCRIPCION DELIMITED BY SIZE
               "  BASE: " DELIMITED BY SIZE
               NOMBRE-BASE DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE ALR-CAMPUS-POZO TO CAMPUS-ED.
           IF CAMPUS-ED = SPACES
               MOVE "ORIGINAL" TO CAMPUS-ED
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  POZO " DELIMITED BY SIZE
               ALR-CUENTA-POZO DELIMITED BY SIZE
               " CAMPUS " DELIMITED BY SIZE
               CAMPUS-ED DELIMITED BY SIZE
               "  DESTINO " DELIMITED BY SIZE
               ALR-CUENTA-DESTINO DELIMITED BY SIZE
               "  CRÉDITO " DELIMITED BY SIZE
               ALR-CUENTA-CREDITO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "  SALDO DEL POZO EN EL PERÍODO" TO LINEA-SALIDA.
           MOVE SALDO-POZO TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(60:18).
           PERFORM ESCRIBIR-LINEA.
           IF SITUACION NOT = SPACES
               PERFORM LISTAR-SITUACION
           ELSE
               MOVE SPACES TO LINEA-SALIDA
               MOVE "  CAMPUS" TO LINEA-SALIDA(1:8)
               MOVE "BASE" TO LINEA-SALIDA(23:4)
               MOVE "PORCENTAJE" TO LINEA-SALIDA(33:10)
               MOVE "MONTO ASIGNADO" TO LINEA-SALIDA(63:14)
               PERFORM ESCRIBIR-LINEA
               PERFORM LISTAR-PARTE-CAMPUS
                       VARYING IDX-BASE FROM 1 BY 1
                       UNTIL IDX-BASE > CANT-CAMPUS-BASE
               MOVE SPACES TO LINEA-SALIDA
               MOVE "  TOTAL" TO LINEA-SALIDA(1:7)
               MOVE TOTAL-BASE TO BASE-ED
               MOVE BASE-ED TO LINEA-SALIDA(16:11)
               MOVE 100 TO PORCENTAJE-ED
               MOVE PORCENTAJE-ED TO LINEA-SALIDA(37:6)
               MOVE ASIGNADO TO MONTO-ED
               MOVE MONTO-ED TO LINEA-SALIDA(60:18)
               PERFORM ESCRIBIR-LINEA
           END-IF.

       LISTAR-PARTE-CAMPUS.
           MOVE BAS-CAMPUS(IDX-BASE) TO CAMPUS-ED.
           IF CAMPUS-ED = SPACES
               MOVE "ORIGINAL" TO CAMPUS-ED
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE CAMPUS-ED TO LINEA-SALIDA(3:10).
           MOVE BAS-CANTIDAD(IDX-BASE) TO BASE-ED.
           MOVE BASE-ED TO LINEA-SALIDA(16:11).
           MOVE BAS-PORCENTAJE(IDX-BASE) TO PORCENTAJE-ED.
           MOVE PORCENTAJE-ED TO LINEA-SALIDA(37:6).
           MOVE BAS-MONTO(IDX-BASE) TO MONTO-ED.
           MOVE MONTO-ED TO LINEA-SALIDA(60:18).
           PERFORM ESCRIBIR-LINEA.

       LISTAR-SITUACION.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "  *** " DELIMITED BY SIZE
               SITUACION DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
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
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
