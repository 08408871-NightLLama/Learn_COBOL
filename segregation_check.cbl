      ******************************************************************
      * Control semanal de segregación de funciones: los roles de
      * operador existen, pero nada verificaba que quien hace un
      * cambio no sea el mismo que lo aprueba.  Para el período
      * pedido (ENTER = los últimos 7 días) recorre las fuentes que
      * dejan a los dos operadores de cada par hacedor-aprobador y
      * denuncia los pares en que son el mismo:
      *
      *   CA  cambio de notas encolado en PENDCHG y aprobado en
      *       CHANGE-APPROVAL por el mismo operador (línea
      *       CAMBIO-APROBADO de AUDITLOG: el que encoló viaja en el
      *       valor posterior, el que aprobó es el operador firmado)
      *   AP  apelación abierta en APPEAL-ENTRY (APE-OPERADOR) y
      *       concedida en APPEAL-REVIEW (línea APELACION-DECIDIDA
      *       con estado C) por el mismo operador
      *   FP  factura de proveedor cargada (CXP-OPERADOR) y pagada
      *       en la corrida de AP-PAYMENT-RUN (DSB-OPERADOR del pago)
      *       por el mismo operador
      *   CH  desembolso aprobado en DESEMBOL y cheque emitido con su
      *       asiento GL en CHECK-PRINT (CHQ-OPERADOR) por el mismo
      *       operador
      *   OP  operador que dio de alta, baja o desbloqueó su propio
      *       ID en OPERATOR-MAINT (líneas de AUDITLOG)
      *   ES  operador que grabó su propio registro del
      *       STUDENT-MASTER (diario STUDJRNL contra el
      *       OPE-ID-ESTUDIANTE de OPERMAST)
      *
      * AUDITLOG se lee en sus generaciones fechadas del catálogo
      * LOGGENS (ver LOG-ROTATE) desde la fecha inicial, más el
      * registro vigente, y cada línea se filtra por su "FECHA: ".
      * El STUDJRNL que se asigne (en WEEKRUN, todas las generaciones
      * de la GDG) se filtra por la fecha de cada imagen.  Un par con
      * el operador en blanco (corrida batch sin sign-on) no se
      * denuncia: no hay a quién atribuirlo.  Una fuente que no está
      * se informa y se saltea.
      *
      * Cada violación sale en el listado SODRPT y va al registro de
      * excepciones para que el supervisor la reconozca en
      * EXCEPTION-TRIAGE.  RETURN-CODE 4 cuando hubo alguna.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREGATION-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-GENS ASSIGN TO "LOGGENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO-GENS.

           SELECT AUDIT-LOG ASSIGN TO NOMBRE-LOG-LECTURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT APELACIONES ASSIGN TO "APPEALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APE-NUMERO
               FILE STATUS IS FS-APELACIONES.

           SELECT CUENTAS-PAGAR ASSIGN TO "CXPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXP-CLAVE
               FILE STATUS IS FS-CUENTAS-PAGAR.

           SELECT DESEMBOLSOS ASSIGN TO "DESEMBOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSB-CLAVE
               FILE STATUS IS FS-DESEMBOLSOS.

           SELECT REGISTRO-CHEQUES ASSIGN TO "CHEQREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHQ-NUMERO
               FILE STATUS IS FS-REGISTRO-CHEQUES.

           SELECT OPERADORES ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT LISTADO ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-GENS.
       01  REG-CATALOGO-GEN.
           05  GEN-TIPO           PIC X(9).
           05  GEN-FECHA          PIC 9(8).
           05  GEN-NOMBRE         PIC X(18).
           05  GEN-CANT-LINEAS    PIC 9(6).

       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG PIC X(166).

       FD  APELACIONES.
           COPY APELACION.

       FD  CUENTAS-PAGAR.
           COPY CXPAGAR.

       FD  DESEMBOLSOS.
           COPY DESEMBOL.

       FD  REGISTRO-CHEQUES.
           COPY CHEQREG.

       FD  OPERADORES.
           COPY OPERMAST.

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(100).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-CATALOGO-GENS PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-AUDIT-LOG PIC XX.
           88  FS-AUDIT-OK VALUE "00".
       01  FS-APELACIONES PIC XX.
           88  FS-APE-OK VALUE "00".
       01  FS-CUENTAS-PAGAR PIC XX.
           88  FS-CXP-OK VALUE "00".
       01  FS-DESEMBOLSOS PIC XX.
           88  FS-DSB-OK VALUE "00".
       01  FS-REGISTRO-CHEQUES PIC XX.
           88  FS-CHQ-OK VALUE "00".
       01  FS-OPERADORES PIC XX.
           88  FS-OPE-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-APELACIONES PIC A VALUE "N".
           88  APELACIONES-ABIERTAS VALUE "S".
       01  SW-DESEMBOLSOS PIC A VALUE "N".
           88  DESEMBOLSOS-ABIERTOS VALUE "S".
       01  SW-OPERADORES PIC A VALUE "N".
           88  OPERADORES-ABIERTOS VALUE "S".
       01  SW-ENTRADA-OK PIC A.
           88  ENTRADA-OK VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-DESDE PIC 9(8).
       01  FECHA-HASTA PIC 9(8).
       01  NOMBRE-LOG-LECTURA PIC X(18) VALUE "AUDITLOG".
      ******************************************************************
      * Generaciones de AUDITLOG del catálogo que caen en el período.
      ******************************************************************
       01  TABLA-GENERACIONES.
           05  CANT-GENERACIONES PIC 99 VALUE 0.
           05  GENERACION-NOMBRE OCCURS 60 TIMES PIC X(18).
       01  IDX-GEN PIC 99.
      ******************************************************************
      * Línea de AUDITLOG desarmada por sus rótulos (ver AUDIT-PROC).
      ******************************************************************
       01  LINEA-AUDITADA.
           05  AUD-PROGRAMA       PIC X(20).
           05  AUD-CAMPO          PIC X(20).
           05  AUD-ANTES          PIC X(20).
           05  AUD-DESPUES        PIC X(20).
           05  AUD-FECHA          PIC X(8).
           05  AUD-HORA           PIC X(8).
           05  AUD-OPERADOR       PIC X(8).
       01  ACCION-OPERADOR PIC X(12).
       01  ID-TOCADO PIC X(8).
       01  NUMERO-AUDITADO PIC 9(6).
           COPY STUDJRNL.
       01  ID-EN-IMAGEN PIC 9(6).
       01  OPERADOR-LEIDO PIC X(8) VALUE SPACES.
       01  ALUMNO-DEL-OPERADOR PIC 9(6) VALUE 0.
       01  ULTIMA-AUTOEDICION.
           05  UAE-OPERADOR       PIC X(8) VALUE SPACES.
           05  UAE-ID             PIC 9(6) VALUE 0.
           05  UAE-FECHA          PIC 9(8) VALUE 0.
      ******************************************************************
      * Violación a informar y contadores por tipo.
      ******************************************************************
       01  VIOLACION.
           05  VIO-TIPO           PIC XX.
           05  VIO-OPERADOR       PIC X(8).
           05  VIO-FECHA          PIC X(8).
           05  VIO-CLAVE          PIC X(12).
           05  VIO-DETALLE        PIC X(50).
           05  VIO-CAMPO-EXC      PIC X(20).
       01  TABLA-TIPOS.
           05  FILLER PIC X(42) VALUE
               "CACAMBIO DE NOTA ENCOLADO Y APROBADO      ".
           05  FILLER PIC X(42) VALUE
               "APAPELACIÓN ABIERTA Y CONCEDIDA          ".
           05  FILLER PIC X(42) VALUE
               "FPFACTURA CARGADA Y PAGADA              ".
           05  FILLER PIC X(42) VALUE
               "CHDESEMBOLSO APROBADO Y CHEQUE EMITIDO   ".
           05  FILLER PIC X(42) VALUE
               "OPREGISTRO DE OPERADOR PROPIO           ".
           05  FILLER PIC X(42) VALUE
               "ESREGISTRO DE ESTUDIANTE PROPIO          ".
       01  TABLA-TIPOS-R REDEFINES TABLA-TIPOS.
           05  TIPO-FILA OCCURS 6 TIMES.
               10  TIPO-CODIGO    PIC XX.
               10  TIPO-LEYENDA   PIC X(40).
       01  TABLA-CONTEOS.
           05  CANT-TIPO OCCURS 6 TIMES PIC 9(5).
       01  IDX-TIPO PIC 9.
       01  SW-HALLADO PIC A.
           88  HALLADO VALUE "S".
       01  CANT-VIOLACIONES PIC 9(6) VALUE 0.
       01  CANT-LINEAS-AUDIT PIC 9(7) VALUE 0.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(100).
           COPY RPTHDR.
           COPY EXCLOG.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONTROL DE SEGREGACIÓN DE FUNCIONES".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SW-ENTRADA-OK.
           PERFORM PEDIR-PERIODO UNTIL ENTRADA-OK.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           MOVE "SEGREGACIÓN DE FUNCIONES - VIOLACIONES"
               TO RPTHDR-TITULO.
           MOVE 0 TO CANT-TIPO(1) CANT-TIPO(2) CANT-TIPO(3)
                     CANT-TIPO(4) CANT-TIPO(5) CANT-TIPO(6).
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "PERÍODO DEL " DELIMITED BY SIZE
               FECHA-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               FECHA-HASTA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "TIPO" TO LINEA-SALIDA(1:).
           MOVE "OPERADOR" TO LINEA-SALIDA(6:).
           MOVE "FECHA" TO LINEA-SALIDA(16:).
           MOVE "CLAVE" TO LINEA-SALIDA(26:).
           MOVE "DETALLE" TO LINEA-SALIDA(40:).
           PERFORM ESCRIBIR-LINEA-DOBLE.
           OPEN INPUT APELACIONES.
           IF FS-APE-OK
               MOVE "S" TO SW-APELACIONES
           END-IF.
           OPEN INPUT DESEMBOLSOS.
           IF FS-DSB-OK
               MOVE "S" TO SW-DESEMBOLSOS
           END-IF.
           OPEN INPUT OPERADORES.
           IF FS-OPE-OK
               MOVE "S" TO SW-OPERADORES
           END-IF.
           PERFORM CARGAR-GENERACIONES THRU CARGAR-GENERACIONES-FIN.
           PERFORM REVISAR-UNA-GENERACION
                   THRU REVISAR-UNA-GENERACION-FIN
                   VARYING IDX-GEN FROM 1 BY 1
                   UNTIL IDX-GEN > CANT-GENERACIONES.
           MOVE "AUDITLOG" TO NOMBRE-LOG-LECTURA.
           PERFORM REVISAR-AUDITLOG THRU REVISAR-AUDITLOG-FIN.
           PERFORM REVISAR-FACTURAS THRU REVISAR-FACTURAS-FIN.
           PERFORM REVISAR-CHEQUES THRU REVISAR-CHEQUES-FIN.
           PERFORM REVISAR-DIARIO THRU REVISAR-DIARIO-FIN.
           IF APELACIONES-ABIERTAS
               CLOSE APELACIONES
           END-IF.
           IF DESEMBOLSOS-ABIERTOS
               CLOSE DESEMBOLSOS
           END-IF.
           IF OPERADORES-ABIERTOS
               CLOSE OPERADORES
           END-IF.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE LISTADO.
           DISPLAY "LÍNEAS DE AUDITORÍA REVISADAS: ",
                   CANT-LINEAS-AUDIT.
           DISPLAY "VIOLACIONES: ", CANT-VIOLACIONES,
                   " - VER SODRPT Y EXCEPTION-TRIAGE".
           IF CANT-VIOLACIONES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * ENTER en la fecha inicial toma 7 días atrás; en la final, hoy.
      ******************************************************************
       PEDIR-PERIODO.
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) - 7).
           MOVE FECHA-HOY TO FECHA-HASTA.
           DISPLAY "FECHA DESDE (AAAAMMDD, ENTER = ", FECHA-DESDE,
                   "): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA NOT = SPACES
              AND FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-DESDE
           END-IF.
           DISPLAY "FECHA HASTA (AAAAMMDD, ENTER = HOY): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA NOT = SPACES
              AND FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-HASTA
           END-IF.
           IF FECHA-DESDE > FECHA-HASTA
               DISPLAY "LA FECHA DESDE ES POSTERIOR A LA FECHA"
                       " HASTA, REINGRESE"
           ELSE
               MOVE "S" TO SW-ENTRADA-OK
           END-IF.

      ******************************************************************
      * Una generación rotada en una fecha anterior al período no
      * puede tener líneas del período; las demás se leen y se
      * filtran línea por línea.
      ******************************************************************
       CARGAR-GENERACIONES.
           OPEN INPUT CATALOGO-GENS.
           IF NOT FS-CAT-OK
               MOVE "SIN CATÁLOGO LOGGENS - SOLO EL AUDITLOG VIGENTE"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO CARGAR-GENERACIONES-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ENTRADA-GEN.
           PERFORM GUARDAR-ENTRADA-GEN UNTIL FIN-ARCHIVO.
           CLOSE CATALOGO-GENS.
       CARGAR-GENERACIONES-FIN.
           EXIT.

       LEER-ENTRADA-GEN.
           READ CATALOGO-GENS
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-ENTRADA-GEN.
           IF GEN-TIPO = "AUDITLOG"
              AND GEN-FECHA NOT < FECHA-DESDE
               IF CANT-GENERACIONES < 60
                   ADD 1 TO CANT-GENERACIONES
                   MOVE GEN-NOMBRE
                       TO GENERACION-NOMBRE(CANT-GENERACIONES)
               ELSE
                   DISPLAY "MÁS DE 60 GENERACIONES EN EL PERÍODO -"
                           " SE OMITE ", GEN-NOMBRE
               END-IF
           END-IF.
           PERFORM LEER-ENTRADA-GEN.

       REVISAR-UNA-GENERACION.
           MOVE GENERACION-NOMBRE(IDX-GEN) TO NOMBRE-LOG-LECTURA.
           PERFORM REVISAR-AUDITLOG THRU REVISAR-AUDITLOG-FIN.
       REVISAR-UNA-GENERACION-FIN.
           EXIT.

       REVISAR-AUDITLOG.
           OPEN INPUT AUDIT-LOG.
           IF NOT FS-AUDIT-OK
               MOVE SPACES TO LINEA-SALIDA
               STRING "SIN " DELIMITED BY SIZE
                   NOMBRE-LOG-LECTURA DELIMITED BY SPACE
                   " - NO SE REVISA" DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
               GO TO REVISAR-AUDITLOG-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-LINEA-AUDIT.
           PERFORM REVISAR-UNA-LINEA-AUDIT
                   THRU REVISAR-UNA-LINEA-AUDIT-FIN
                   UNTIL FIN-ARCHIVO.
           CLOSE AUDIT-LOG.
       REVISAR-AUDITLOG-FIN.
           EXIT.

       LEER-LINEA-AUDIT.
           READ AUDIT-LOG
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * La línea de AUDIT-PROC es "PROGRAMA  CAMPO: ..  ANTES: ..
      * DESPUES: ..  FECHA: ..  HORA: ..  OPERADOR: ..  SEC: ..";
      * se desarma con UNSTRING sobre los rótulos literales, como el
      * triage desarma las de EXCLOG-PROC.  Las líneas históricas sin
      * fecha u operador no entran.
      ******************************************************************
       REVISAR-UNA-LINEA-AUDIT.
           ADD 1 TO CANT-LINEAS-AUDIT.
           MOVE SPACES TO LINEA-AUDITADA.
           UNSTRING REG-AUDIT-LOG
               DELIMITED BY "  CAMPO: " OR "  ANTES: "
                         OR "  DESPUES: " OR "  FECHA: "
                         OR "  HORA: " OR "  OPERADOR: "
                         OR "  SEC: "
               INTO AUD-PROGRAMA AUD-CAMPO AUD-ANTES AUD-DESPUES
                    AUD-FECHA AUD-HORA AUD-OPERADOR
           END-UNSTRING.
           PERFORM LEER-LINEA-AUDIT.
           IF AUD-OPERADOR = SPACES
              OR AUD-FECHA IS NOT NUMERIC
               GO TO REVISAR-UNA-LINEA-AUDIT-FIN
           END-IF.
           IF AUD-FECHA < FECHA-DESDE
              OR AUD-FECHA > FECHA-HASTA
               GO TO REVISAR-UNA-LINEA-AUDIT-FIN
           END-IF.
           EVALUATE TRUE
               WHEN AUD-PROGRAMA = "CHANGE-APPROVAL"
                AND AUD-CAMPO = "CAMBIO-APROBADO"
                   PERFORM REVISAR-APROBACION
               WHEN AUD-PROGRAMA = "APPEAL-REVIEW"
                AND AUD-CAMPO = "APELACION-DECIDIDA"
                AND AUD-DESPUES = "C"
                   PERFORM REVISAR-CONCESION
                           THRU REVISAR-CONCESION-FIN
               WHEN AUD-PROGRAMA = "OPERATOR-MAINT"
                   PERFORM REVISAR-MANT-OPERADOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REVISAR-UNA-LINEA-AUDIT-FIN.
           EXIT.

       REVISAR-APROBACION.
           IF AUD-DESPUES(1:8) = AUD-OPERADOR
               MOVE "CA" TO VIO-TIPO
               MOVE AUD-OPERADOR TO VIO-OPERADOR
               MOVE AUD-FECHA TO VIO-FECHA
               MOVE AUD-ANTES TO VIO-CLAVE
               MOVE "ENCOLÓ Y APROBÓ EL CAMBIO DEL ESTUDIANTE"
                   TO VIO-DETALLE
               MOVE "SOD-CAMBIO-NOTA" TO VIO-CAMPO-EXC
               PERFORM INFORMAR-VIOLACION
           END-IF.

       REVISAR-CONCESION.
           IF NOT APELACIONES-ABIERTAS
              OR AUD-ANTES(1:6) IS NOT NUMERIC
               GO TO REVISAR-CONCESION-FIN
           END-IF.
           MOVE AUD-ANTES(1:6) TO NUMERO-AUDITADO.
           MOVE NUMERO-AUDITADO TO APE-NUMERO.
           READ APELACIONES
               INVALID KEY
                   GO TO REVISAR-CONCESION-FIN
           END-READ.
           IF APE-OPERADOR = AUD-OPERADOR
               MOVE "AP" TO VIO-TIPO
               MOVE AUD-OPERADOR TO VIO-OPERADOR
               MOVE AUD-FECHA TO VIO-FECHA
               MOVE APE-NUMERO TO VIO-CLAVE
               MOVE SPACES TO VIO-DETALLE
               STRING "ABRIÓ Y CONCEDIÓ LA APELACIÓN - ESTUDIANTE "
                       DELIMITED BY SIZE
                   APE-ID-ESTUDIANTE DELIMITED BY SIZE
                   INTO VIO-DETALLE
               END-STRING
               MOVE "SOD-APELACION" TO VIO-CAMPO-EXC
               PERFORM INFORMAR-VIOLACION
           END-IF.
       REVISAR-CONCESION-FIN.
           EXIT.

      ******************************************************************
      * El campo de OPERATOR-MAINT es "ACCIÓN ID" (ALTA, BAJA,
      * DESBLOQUEO); la línea de parámetros del sign-on no toca un ID
      * y no coincide nunca.
      ******************************************************************
       REVISAR-MANT-OPERADOR.
           MOVE SPACES TO ACCION-OPERADOR.
           MOVE SPACES TO ID-TOCADO.
           UNSTRING AUD-CAMPO DELIMITED BY SPACE
               INTO ACCION-OPERADOR ID-TOCADO
           END-UNSTRING.
           IF ID-TOCADO = AUD-OPERADOR
               MOVE "OP" TO VIO-TIPO
               MOVE AUD-OPERADOR TO VIO-OPERADOR
               MOVE AUD-FECHA TO VIO-FECHA
               MOVE ID-TOCADO TO VIO-CLAVE
               MOVE SPACES TO VIO-DETALLE
               STRING ACCION-OPERADOR DELIMITED BY SPACE
                   " DE SU PROPIO ID EN OPERATOR-MAINT"
                       DELIMITED BY SIZE
                   INTO VIO-DETALLE
               END-STRING
               MOVE "SOD-REGISTRO-OPER" TO VIO-CAMPO-EXC
               PERFORM INFORMAR-VIOLACION
           END-IF.

      ******************************************************************
      * Factura pagada en el período: el pago de AP-PAYMENT-RUN entra a
      * DESEMBOL con origen P y el número de pago de la factura.
      ******************************************************************
       REVISAR-FACTURAS.
           IF NOT DESEMBOLSOS-ABIERTOS
               MOVE "SIN DESEMBOL - NO SE REVISAN FACTURAS NI CHEQUES"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO REVISAR-FACTURAS-FIN
           END-IF.
           OPEN INPUT CUENTAS-PAGAR.
           IF NOT FS-CXP-OK
               MOVE "SIN CXPAGAR - NO SE REVISAN FACTURAS"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO REVISAR-FACTURAS-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-FACTURA.
           PERFORM REVISAR-UNA-FACTURA THRU REVISAR-UNA-FACTURA-FIN
                   UNTIL FIN-ARCHIVO.
           CLOSE CUENTAS-PAGAR.
       REVISAR-FACTURAS-FIN.
           EXIT.

       LEER-FACTURA.
           READ CUENTAS-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-UNA-FACTURA.
           IF NOT CXP-PAGADA
              OR CXP-OPERADOR = SPACES
              OR CXP-FECHA-PAGO < FECHA-DESDE
              OR CXP-FECHA-PAGO > FECHA-HASTA
               PERFORM LEER-FACTURA
               GO TO REVISAR-UNA-FACTURA-FIN
           END-IF.
           MOVE "P" TO DSB-ORIGEN.
           MOVE CXP-NUMERO-PAGO TO DSB-NUMERO.
           READ DESEMBOLSOS
               INVALID KEY
                   PERFORM LEER-FACTURA
                   GO TO REVISAR-UNA-FACTURA-FIN
           END-READ.
           IF DSB-OPERADOR = CXP-OPERADOR
               MOVE "FP" TO VIO-TIPO
               MOVE CXP-OPERADOR TO VIO-OPERADOR
               MOVE CXP-FECHA-PAGO TO VIO-FECHA
               MOVE CXP-FACTURA TO VIO-CLAVE
               MOVE SPACES TO VIO-DETALLE
               STRING "CARGÓ Y PAGÓ - PROVEEDOR " DELIMITED BY SIZE
                   CXP-PROVEEDOR DELIMITED BY SPACE
                   " PAGO " DELIMITED BY SIZE
                   CXP-NUMERO-PAGO DELIMITED BY SIZE
                   INTO VIO-DETALLE
               END-STRING
               MOVE "SOD-FACTURA-PAGO" TO VIO-CAMPO-EXC
               PERFORM INFORMAR-VIOLACION
           END-IF.
           PERFORM LEER-FACTURA.
       REVISAR-UNA-FACTURA-FIN.
           EXIT.

      ******************************************************************
      * Cheque emitido en el período: CHECK-PRINT lo imprime y postea
      * su asiento GL; el desembolso que lo originó lo aprobó otro.
      ******************************************************************
       REVISAR-CHEQUES.
           IF NOT DESEMBOLSOS-ABIERTOS
               GO TO REVISAR-CHEQUES-FIN
           END-IF.
           OPEN INPUT REGISTRO-CHEQUES.
           IF NOT FS-CHQ-OK
               MOVE "SIN CHEQREG - NO SE REVISAN CHEQUES"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO REVISAR-CHEQUES-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-CHEQUE.
           PERFORM REVISAR-UN-CHEQUE THRU REVISAR-UN-CHEQUE-FIN
                   UNTIL FIN-ARCHIVO.
           CLOSE REGISTRO-CHEQUES.
       REVISAR-CHEQUES-FIN.
           EXIT.

       LEER-CHEQUE.
           READ REGISTRO-CHEQUES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-UN-CHEQUE.
           IF CHQ-OPERADOR = SPACES
              OR CHQ-FECHA < FECHA-DESDE
              OR CHQ-FECHA > FECHA-HASTA
               PERFORM LEER-CHEQUE
               GO TO REVISAR-UN-CHEQUE-FIN
           END-IF.
           MOVE CHQ-DESEMBOLSO TO DSB-CLAVE.
           READ DESEMBOLSOS
               INVALID KEY
                   PERFORM LEER-CHEQUE
                   GO TO REVISAR-UN-CHEQUE-FIN
           END-READ.
           IF DSB-OPERADOR = CHQ-OPERADOR
               MOVE "CH" TO VIO-TIPO
               MOVE CHQ-OPERADOR TO VIO-OPERADOR
               MOVE CHQ-FECHA TO VIO-FECHA
               MOVE CHQ-NUMERO TO VIO-CLAVE
               MOVE SPACES TO VIO-DETALLE
               STRING "APROBÓ EL DESEMBOLSO " DELIMITED BY SIZE
                   DSB-ORIGEN DELIMITED BY SIZE
                   DSB-NUMERO DELIMITED BY SIZE
                   " E IMPRIMIÓ SU CHEQUE" DELIMITED BY SIZE
                   INTO VIO-DETALLE
               END-STRING
               MOVE "SOD-DESEMBOLSO-CHEQ" TO VIO-CAMPO-EXC
               PERFORM INFORMAR-VIOLACION
           END-IF.
           PERFORM LEER-CHEQUE.
       REVISAR-UN-CHEQUE-FIN.
           EXIT.

      ******************************************************************
      * Cada imagen del diario lleva el operador que grabó; si ese
      * operador tiene su propio ID de estudiante en OPERMAST y es el
      * de la imagen, tocó su propio registro.  Varias imágenes del
      * mismo operador, estudiante y día seguidas se informan una vez.
      ******************************************************************
       REVISAR-DIARIO.
           IF NOT OPERADORES-ABIERTOS
               MOVE "SIN OPERMAST - NO SE REVISA EL DIARIO STUDJRNL"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO REVISAR-DIARIO-FIN
           END-IF.
           OPEN INPUT DIARIO-MAESTRO.
           IF FS-DIARIO-MAESTRO NOT = "00"
               MOVE "SIN DIARIO STUDJRNL - NO SE REVISA"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO REVISAR-DIARIO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-DIARIO.
           PERFORM REVISAR-UNA-IMAGEN THRU REVISAR-UNA-IMAGEN-FIN
                   UNTIL FIN-ARCHIVO.
           CLOSE DIARIO-MAESTRO.
       REVISAR-DIARIO-FIN.
           EXIT.

       LEER-DIARIO.
           READ DIARIO-MAESTRO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   MOVE REG-DIARIO-MAESTRO TO LINEA-DIARIO
           END-READ.

       REVISAR-UNA-IMAGEN.
           IF JRN-OPERADOR = SPACES
              OR JRN-FECHA < FECHA-DESDE
              OR JRN-FECHA > FECHA-HASTA
              OR JRN-IMAGEN(1:6) IS NOT NUMERIC
               PERFORM LEER-DIARIO
               GO TO REVISAR-UNA-IMAGEN-FIN
           END-IF.
           IF JRN-OPERADOR NOT = OPERADOR-LEIDO
               PERFORM BUSCAR-ALUMNO-OPERADOR
           END-IF.
           MOVE JRN-IMAGEN(1:6) TO ID-EN-IMAGEN.
           IF ALUMNO-DEL-OPERADOR = 0
              OR ALUMNO-DEL-OPERADOR NOT = ID-EN-IMAGEN
               PERFORM LEER-DIARIO
               GO TO REVISAR-UNA-IMAGEN-FIN
           END-IF.
           IF UAE-OPERADOR = JRN-OPERADOR
              AND UAE-ID = ID-EN-IMAGEN
              AND UAE-FECHA = JRN-FECHA
               PERFORM LEER-DIARIO
               GO TO REVISAR-UNA-IMAGEN-FIN
           END-IF.
           MOVE JRN-OPERADOR TO UAE-OPERADOR.
           MOVE ID-EN-IMAGEN TO UAE-ID.
           MOVE JRN-FECHA TO UAE-FECHA.
           MOVE "ES" TO VIO-TIPO.
           MOVE JRN-OPERADOR TO VIO-OPERADOR.
           MOVE JRN-FECHA TO VIO-FECHA.
           MOVE ID-EN-IMAGEN TO VIO-CLAVE.
           MOVE SPACES TO VIO-DETALLE.
           STRING "GRABÓ SU PROPIO REGISTRO EN " DELIMITED BY SIZE
               JRN-PROGRAMA DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               JRN-OPERACION DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO VIO-DETALLE
           END-STRING.
           MOVE "SOD-REGISTRO-ALUMNO" TO VIO-CAMPO-EXC.
           PERFORM INFORMAR-VIOLACION.
           PERFORM LEER-DIARIO.
       REVISAR-UNA-IMAGEN-FIN.
           EXIT.

       BUSCAR-ALUMNO-OPERADOR.
           MOVE JRN-OPERADOR TO OPERADOR-LEIDO.
           MOVE 0 TO ALUMNO-DEL-OPERADOR.
           MOVE JRN-OPERADOR TO OPE-ID.
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OPE-ID-ESTUDIANTE TO ALUMNO-DEL-OPERADOR
           END-READ.

      ******************************************************************
      * Una línea en SODRPT y una excepción para el triage por cada
      * violación: programa SEGREGATION-CHECK, campo con el tipo y
      * valor "OPERADOR CLAVE".
      ******************************************************************
       INFORMAR-VIOLACION.
           ADD 1 TO CANT-VIOLACIONES.
           MOVE "N" TO SW-HALLADO.
           PERFORM BUSCAR-TIPO
                   VARYING IDX-TIPO FROM 1 BY 1
                   UNTIL IDX-TIPO > 6 OR HALLADO.
           IF HALLADO
               SUBTRACT 1 FROM IDX-TIPO
               ADD 1 TO CANT-TIPO(IDX-TIPO)
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE VIO-TIPO TO LINEA-SALIDA(1:2).
           MOVE VIO-OPERADOR TO LINEA-SALIDA(6:8).
           MOVE VIO-FECHA TO LINEA-SALIDA(16:8).
           MOVE VIO-CLAVE TO LINEA-SALIDA(26:12).
           MOVE VIO-DETALLE TO LINEA-SALIDA(40:50).
           PERFORM ESCRIBIR-LINEA.
           MOVE "SEGREGATION-CHECK" TO EXCLOG-PROGRAMA.
           MOVE VIO-CAMPO-EXC TO EXCLOG-CAMPO.
           MOVE SPACES TO EXCLOG-VALOR-MALO.
           STRING VIO-OPERADOR DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               VIO-CLAVE DELIMITED BY SPACE
               INTO EXCLOG-VALOR-MALO
           END-STRING.
           PERFORM REGISTRAR-EXCEPCION.

       BUSCAR-TIPO.
           IF TIPO-CODIGO(IDX-TIPO) = VIO-TIPO
               MOVE "S" TO SW-HALLADO
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-SALIDA.
           IF CANT-VIOLACIONES = 0
               MOVE "SIN VIOLACIONES EN EL PERÍODO" TO LINEA-SALIDA
           ELSE
               MOVE "VIOLACIONES POR TIPO:" TO LINEA-SALIDA
           END-IF.
           PERFORM ESCRIBIR-LINEA-DOBLE.
           PERFORM IMPRIMIR-UN-TIPO
                   VARYING IDX-TIPO FROM 1 BY 1
                   UNTIL IDX-TIPO > 6.

       IMPRIMIR-UN-TIPO.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE TIPO-CODIGO(IDX-TIPO) TO LINEA-SALIDA(3:2).
           MOVE TIPO-LEYENDA(IDX-TIPO) TO LINEA-SALIDA(7:40).
           MOVE CANT-TIPO(IDX-TIPO) TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(49:6).
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

       ESCRIBIR-LINEA-DOBLE.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
