      ******************************************************************
      * Estandarización de direcciones postales: recorre el
      * STUDENT-MASTER (DIRECCION-1/DIRECCION-2) y el maestro de
      * clientes CUSTMAST (CLI-DIRECCION-1/CLI-DIRECCION-2) y lleva
      * cada dirección a una sola forma - mayúsculas, sin puntos ni
      * comas, el tipo de calle abreviado según la tabla de
      * abreviaturas ("AVENIDA", "AVDA." y "AV." quedan AV), la
      * calle en la primera línea y la localidad en la segunda (una
      * dirección cargada al revés se da vuelta), y el código postal
      * al final de la segunda línea.  El código postal se copia
      * además a su propio campo (COD-POSTAL-EST / CLI-COD-POSTAL)
      * para que los envíos masivos puedan ordenar por él (presort de
      * STUDENT-LABELS, LABEL-REPRINT, DUNNING-LETTERS y
      * TRANSCRIPT-REPORT); en la línea queda igual, porque el resto
      * de los programas imprime la dirección tal cual.
      *
      * El código postal se reconoce como CPA (letra, cuatro dígitos
      * y tres letras), como el número que sigue a "CP" / "C.P.", o
      * como el número de cuatro o cinco dígitos al final de la línea
      * de localidad.  La dirección que no se puede interpretar - sin
      * número de calle (o S/N), sin localidad, sin código postal, con
      * demasiadas palabras o que no entra en 30 posiciones una vez
      * normalizada - no se toca: queda marcada E (no reconocida) y
      * sale en el listado ADDRSTD para corregirla con CONTACT-MAINT o
      * CUSTOMER-MAINT.  La normalizada queda marcada S.
      *
      * La operadora elige el archivo (estudiantes, clientes o
      * ambos), si se revisan solo las direcciones pendientes (marca
      * en blanco: nunca revisadas o re-tecleadas desde la última
      * corrida) o todas, y el modo: la corrida PRELIMINAR solo
      * lista lo que cambiaría; la DEFINITIVA graba.  Sobre STUDMAST
      * cada cambio de línea deja su entrada de auditoría y cada
      * registro grabado su imagen en el diario STUDJRNL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-STANDARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT LISTADO ASSIGN TO "ADDRSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-LOG.

           SELECT AUDIT-CONTROL ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  AUDIT-LOG.
       01  REG-AUDIT-LOG PIC X(166).

       FD  AUDIT-CONTROL.
       01  REG-AUDIT-CONTROL.
           05  ACT-FECHA          PIC 9(8).
           05  ACT-SECUENCIA      PIC 9(6).
           05  ACT-CONTROL        PIC 9(6).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  OPCION-ARCHIVOS PIC A.
           88  SOLO-ESTUDIANTES VALUE "E".
           88  SOLO-CLIENTES    VALUE "C".
       01  OPCION-ALCANCE PIC A.
           88  ALCANCE-TODAS VALUE "T".
       01  MODO-CORRIDA PIC A.
           88  MODO-DEFINITIVO VALUE "D".
       01  LINEA-SALIDA PIC X(80).
       01  ORIGEN-LINEA PIC X(3).
       01  CLAVE-LINEA PIC X(16).
       01  NOMBRE-LINEA PIC X(30).
       01  CANT-REVISADAS PIC 9(6) VALUE 0.
       01  CANT-ESTANDARIZADAS PIC 9(6) VALUE 0.
       01  CANT-SIN-CAMBIO PIC 9(6) VALUE 0.
       01  CANT-NO-RECONOCIDAS PIC 9(6) VALUE 0.
       01  CANT-SIN-DIRECCION PIC 9(6) VALUE 0.
       01  CANT-GRABADAS PIC 9(6) VALUE 0.
      ******************************************************************
      * Tabla de abreviaturas de calle: cada variante que se tipea en
      * la práctica con la forma normalizada que queda en la
      * dirección (en blanco = la palabra se descarta) y S si la
      * palabra es un tipo de calle, lo que identifica la línea de la
      * calle.  Las letras sueltas ("C", "N", "P") no se abrevian: son
      * también torres, orientaciones y nombres.
      ******************************************************************
       01  TABLA-ABREVIATURAS-VALORES.
           05  FILLER PIC X(19) VALUE "AV          AV    S".
           05  FILLER PIC X(19) VALUE "AVE         AV    S".
           05  FILLER PIC X(19) VALUE "AVDA        AV    S".
           05  FILLER PIC X(19) VALUE "AVENIDA     AV    S".
           05  FILLER PIC X(19) VALUE "CALLE       CALLE S".
           05  FILLER PIC X(19) VALUE "CL          CALLE S".
           05  FILLER PIC X(19) VALUE "C/          CALLE S".
           05  FILLER PIC X(19) VALUE "BV          BV    S".
           05  FILLER PIC X(19) VALUE "BLVD        BV    S".
           05  FILLER PIC X(19) VALUE "BOULEVARD   BV    S".
           05  FILLER PIC X(19) VALUE "BULEVAR     BV    S".
           05  FILLER PIC X(19) VALUE "PJE         PJE   S".
           05  FILLER PIC X(19) VALUE "PSJE        PJE   S".
           05  FILLER PIC X(19) VALUE "PASAJE      PJE   S".
           05  FILLER PIC X(19) VALUE "DIAG        DIAG  S".
           05  FILLER PIC X(19) VALUE "DIAGONAL    DIAG  S".
           05  FILLER PIC X(19) VALUE "CNO         CNO   S".
           05  FILLER PIC X(19) VALUE "CAMINO      CNO   S".
           05  FILLER PIC X(19) VALUE "PZA         PZA   S".
           05  FILLER PIC X(19) VALUE "PLAZA       PZA   S".
           05  FILLER PIC X(19) VALUE "RUTA        RUTA  S".
           05  FILLER PIC X(19) VALUE "RTA         RUTA  S".
           05  FILLER PIC X(19) VALUE "DTO         DTO   N".
           05  FILLER PIC X(19) VALUE "DPTO        DTO   N".
           05  FILLER PIC X(19) VALUE "DEPTO       DTO   N".
           05  FILLER PIC X(19) VALUE "DEPARTAMENTODTO   N".
           05  FILLER PIC X(19) VALUE "PISO        PISO  N".
           05  FILLER PIC X(19) VALUE "PSO         PISO  N".
           05  FILLER PIC X(19) VALUE "ESQ         ESQ   N".
           05  FILLER PIC X(19) VALUE "ESQUINA     ESQ   N".
           05  FILLER PIC X(19) VALUE "BO          BO    N".
           05  FILLER PIC X(19) VALUE "BARRIO      BO    N".
           05  FILLER PIC X(19) VALUE "NRO               N".
           05  FILLER PIC X(19) VALUE "NUM               N".
           05  FILLER PIC X(19) VALUE "NUMERO            N".
       01  TABLA-ABREVIATURAS REDEFINES TABLA-ABREVIATURAS-VALORES.
           05  ENTRADA-ABREVIATURA OCCURS 35 TIMES.
               10  ABR-VARIANTE       PIC X(12).
               10  ABR-NORMAL         PIC X(6).
               10  ABR-TIPO-CALLE     PIC X.
                   88  ABR-ES-TIPO-CALLE  VALUE "S".
       01  CANT-ABREVIATURAS PIC 99 VALUE 35.
       01  IDX-ABREV PIC 99.
       01  SW-ABREV-HALLADA PIC A.
           88  ABREV-HALLADA VALUE "S".
      ******************************************************************
      * Dirección en trabajo: las dos líneas tal como vinieron, las
      * normalizadas, y las palabras de ambas líneas con la línea a
      * la que pertenecen.
      ******************************************************************
       01  DIR-ORIGINAL-1 PIC X(30).
       01  DIR-ORIGINAL-2 PIC X(30).
       01  DIR-NUEVA-1 PIC X(30).
       01  DIR-NUEVA-2 PIC X(30).
       01  DIR-COD-ACTUAL PIC X(8).
       01  DIR-COD-HALLADO PIC X(8).
       01  DIR-COD-NUEVO PIC X(8).
       01  DIR-RESULTADO PIC X.
           88  DIR-RESULTADO-OK    VALUE "S".
           88  DIR-RESULTADO-ERROR VALUE "E".
       01  DIR-MOTIVO PIC X(40).
       01  TABLA-PALABRAS.
           05  ENTRADA-PALABRA OCCURS 16 TIMES.
               10  PAL-TEXTO          PIC X(30).
               10  PAL-LINEA          PIC 9.
               10  PAL-USO            PIC X.
                   88  PAL-VIGENTE        VALUE " ".
                   88  PAL-DESCARTADA     VALUE "D".
                   88  PAL-ES-CODIGO      VALUE "C".
       01  CANT-PALABRAS PIC 99.
       01  IDX-PAL PIC 99.
       01  IDX-SIG PIC 99.
       01  IDX-ULTIMA PIC 99.
       01  LINEA-PARTIR PIC X(30).
       01  LINEA-PALABRA PIC 9.
       01  PTR-PARTIR PIC 99.
       01  PALABRA-LEIDA PIC X(30).
       01  PALABRA-PRUEBA PIC X(30).
       01  LINEA-ARMADO PIC X(30).
       01  LINEA-A-ARMAR PIC 9.
       01  PTR-ARMADO PIC 99.
       01  SW-DESBORDE PIC A.
           88  HAY-DESBORDE VALUE "S".
       01  SW-TIPO-CALLE-1 PIC A.
           88  TIPO-CALLE-EN-1 VALUE "S".
       01  SW-TIPO-CALLE-2 PIC A.
           88  TIPO-CALLE-EN-2 VALUE "S".
       01  SW-HAY-NUMERO PIC A.
           88  HAY-NUMERO VALUE "S".
       01  SW-HAY-LOCALIDAD PIC A.
           88  HAY-LOCALIDAD VALUE "S".
       01  SW-CODIGO-NUMERICO PIC A.
           88  CODIGO-NUMERICO VALUE "S".
           COPY RPTHDR.
           COPY AUDIT.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ESTANDARIZACIÓN DE DIRECCIONES".
           DISPLAY "(E)STUDIANTES, (C)LIENTES O (A)MBOS"
                   " (ENTER = A): ".
           ACCEPT OPCION-ARCHIVOS.
           MOVE FUNCTION UPPER-CASE(OPCION-ARCHIVOS) TO OPCION-ARCHIVOS.
           DISPLAY "SOLO DIRECCIONES (P)ENDIENTES DE REVISIÓN"
                   " O (T)ODAS (ENTER = P): ".
           ACCEPT OPCION-ALCANCE.
           MOVE FUNCTION UPPER-CASE(OPCION-ALCANCE) TO OPCION-ALCANCE.
           DISPLAY "CORRIDA (P)RELIMINAR - SOLO LISTADO - O"
                   " (D)EFINITIVA (ENTER = P): ".
           ACCEPT MODO-CORRIDA.
           MOVE FUNCTION UPPER-CASE(MODO-CORRIDA) TO MODO-CORRIDA.
           MOVE "ESTANDARIZACIÓN DE DIRECCIONES" TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           OPEN OUTPUT LISTADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           IF MODO-DEFINITIVO
               MOVE "CORRIDA DEFINITIVA - LOS CAMBIOS SE GRABAN"
                   TO LINEA-SALIDA
           ELSE
               MOVE "CORRIDA PRELIMINAR - NO SE GRABA NINGÚN CAMBIO"
                   TO LINEA-SALIDA
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.
           IF NOT SOLO-CLIENTES
               PERFORM ESTANDARIZAR-ESTUDIANTES
                   THRU ESTANDARIZAR-ESTUDIANTES-FIN
           END-IF.
           IF NOT SOLO-ESTUDIANTES
               PERFORM ESTANDARIZAR-CLIENTES
                   THRU ESTANDARIZAR-CLIENTES-FIN
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE LISTADO.
           DISPLAY "DIRECCIONES REVISADAS:      ", CANT-REVISADAS.
           DISPLAY "ESTANDARIZADAS (CAMBIADAS): ", CANT-ESTANDARIZADAS.
           DISPLAY "SIN CAMBIO:                 ", CANT-SIN-CAMBIO.
           DISPLAY "NO RECONOCIDAS (VER ADDRSTD): ",
                   CANT-NO-RECONOCIDAS.
           IF MODO-DEFINITIVO
               DISPLAY "REGISTROS GRABADOS:         ", CANT-GRABADAS
           END-IF.
           STOP RUN.

      ******************************************************************
      * Maestro de estudiantes.
      ******************************************************************
       ESTANDARIZAR-ESTUDIANTES.
           IF MODO-DEFINITIVO
               OPEN I-O STUDENT-MASTER
           ELSE
               OPEN INPUT STUDENT-MASTER
           END-IF.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               GO TO ESTANDARIZAR-ESTUDIANTES-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ESTUDIANTE.
           PERFORM REVISAR-ESTUDIANTE UNTIL FIN-ARCHIVO.
           CLOSE STUDENT-MASTER.
       ESTANDARIZAR-ESTUDIANTES-FIN.
           EXIT.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-ESTUDIANTE.
           EVALUATE TRUE
               WHEN DIRECCION-1 = SPACES AND DIRECCION-2 = SPACES
                   ADD 1 TO CANT-SIN-DIRECCION
               WHEN DIR-SIN-REVISAR OR ALCANCE-TODAS
                   MOVE DIRECCION-1 TO DIR-ORIGINAL-1
                   MOVE DIRECCION-2 TO DIR-ORIGINAL-2
                   MOVE COD-POSTAL-EST TO DIR-COD-ACTUAL
                   PERFORM ESTANDARIZAR-DIRECCION
                       THRU ESTANDARIZAR-DIRECCION-FIN
                   MOVE "EST" TO ORIGEN-LINEA
                   MOVE ID-ESTUDIANTE TO CLAVE-LINEA
                   MOVE NOM-ESTUDIANTE TO NOMBRE-LINEA
                   PERFORM INFORMAR-DIRECCION
                   IF MODO-DEFINITIVO
                       PERFORM GRABAR-ESTUDIANTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LEER-ESTUDIANTE.

       GRABAR-ESTUDIANTE.
           IF DIR-NUEVA-1 = DIRECCION-1
              AND DIR-NUEVA-2 = DIRECCION-2
              AND DIR-COD-NUEVO = COD-POSTAL-EST
              AND DIR-RESULTADO = MARCA-DIRECCION-EST
               CONTINUE
           ELSE
               MOVE "ADDRESS-STANDARD" TO AUDIT-PROGRAMA
               IF DIR-NUEVA-1 NOT = DIRECCION-1
                   MOVE "DIRECCION-1" TO AUDIT-CAMPO
                   MOVE DIRECCION-1 TO AUDIT-VALOR-ANTES
                   MOVE DIR-NUEVA-1 TO AUDIT-VALOR-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   MOVE DIR-NUEVA-1 TO DIRECCION-1
                   MOVE "C" TO MARCA-CAMBIO-EST
               END-IF
               IF DIR-NUEVA-2 NOT = DIRECCION-2
                   MOVE "DIRECCION-2" TO AUDIT-CAMPO
                   MOVE DIRECCION-2 TO AUDIT-VALOR-ANTES
                   MOVE DIR-NUEVA-2 TO AUDIT-VALOR-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   MOVE DIR-NUEVA-2 TO DIRECCION-2
                   MOVE "C" TO MARCA-CAMBIO-EST
               END-IF
               IF DIR-COD-NUEVO NOT = COD-POSTAL-EST
                   MOVE "COD-POSTAL-EST" TO AUDIT-CAMPO
                   MOVE COD-POSTAL-EST TO AUDIT-VALOR-ANTES
                   MOVE DIR-COD-NUEVO TO AUDIT-VALOR-DESPUES
                   PERFORM GRABAR-AUDITORIA
                   MOVE DIR-COD-NUEVO TO COD-POSTAL-EST
               END-IF
               MOVE DIR-RESULTADO TO MARCA-DIRECCION-EST
               REWRITE INFO-ESTUDIANTE
               MOVE "STUDMAST" TO FCHK-ARCHIVO
               MOVE ID-ESTUDIANTE TO FCHK-CLAVE
               MOVE FS-STUDENT-MASTER TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
               MOVE "ADDRESS-STANDARD" TO DIARIO-PROGRAMA
               MOVE "M" TO DIARIO-OPERACION
               PERFORM GRABAR-DIARIO-MAESTRO
               ADD 1 TO CANT-GRABADAS
           END-IF.

      ******************************************************************
      * Maestro de clientes.
      ******************************************************************
       ESTANDARIZAR-CLIENTES.
           IF MODO-DEFINITIVO
               OPEN I-O CLIENTES
           ELSE
               OPEN INPUT CLIENTES
           END-IF.
           IF NOT FS-CLI-OK
               DISPLAY "NO SE PUDO ABRIR CUSTMAST - ESTADO: ",
                       FS-CLIENTES
               GO TO ESTANDARIZAR-CLIENTES-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-CLIENTE.
           PERFORM REVISAR-CLIENTE UNTIL FIN-ARCHIVO.
           CLOSE CLIENTES.
       ESTANDARIZAR-CLIENTES-FIN.
           EXIT.

       LEER-CLIENTE.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-CLIENTE.
           EVALUATE TRUE
               WHEN CLI-DIRECCION-1 = SPACES
                AND CLI-DIRECCION-2 = SPACES
                   ADD 1 TO CANT-SIN-DIRECCION
               WHEN CLI-DIR-SIN-REVISAR OR ALCANCE-TODAS
                   MOVE CLI-DIRECCION-1 TO DIR-ORIGINAL-1
                   MOVE CLI-DIRECCION-2 TO DIR-ORIGINAL-2
                   MOVE CLI-COD-POSTAL TO DIR-COD-ACTUAL
                   PERFORM ESTANDARIZAR-DIRECCION
                       THRU ESTANDARIZAR-DIRECCION-FIN
                   MOVE "CLI" TO ORIGEN-LINEA
                   MOVE CLI-CUENTA TO CLAVE-LINEA
                   MOVE CLI-NOMBRE TO NOMBRE-LINEA
                   PERFORM INFORMAR-DIRECCION
                   IF MODO-DEFINITIVO
                       PERFORM GRABAR-CLIENTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LEER-CLIENTE.

       GRABAR-CLIENTE.
           IF DIR-NUEVA-1 = CLI-DIRECCION-1
              AND DIR-NUEVA-2 = CLI-DIRECCION-2
              AND DIR-COD-NUEVO = CLI-COD-POSTAL
              AND DIR-RESULTADO = CLI-MARCA-DIRECCION
               CONTINUE
           ELSE
               MOVE DIR-NUEVA-1 TO CLI-DIRECCION-1
               MOVE DIR-NUEVA-2 TO CLI-DIRECCION-2
               MOVE DIR-COD-NUEVO TO CLI-COD-POSTAL
               MOVE DIR-RESULTADO TO CLI-MARCA-DIRECCION
               REWRITE REG-CLIENTE
               MOVE "CUSTMAST" TO FCHK-ARCHIVO
               MOVE CLI-CUENTA TO FCHK-CLAVE
               MOVE FS-CLIENTES TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
               ADD 1 TO CANT-GRABADAS
           END-IF.

      ******************************************************************
      * Normalización de una dirección.  Entra DIR-ORIGINAL-1/2 y el
      * código ya guardado (DIR-COD-ACTUAL); sale DIR-NUEVA-1/2,
      * DIR-COD-NUEVO y DIR-RESULTADO S o E con su DIR-MOTIVO.  Una
      * dirección no reconocida sale con las líneas originales.
      ******************************************************************
       ESTANDARIZAR-DIRECCION.
           MOVE "S" TO DIR-RESULTADO.
           MOVE SPACES TO DIR-MOTIVO.
           MOVE DIR-ORIGINAL-1 TO DIR-NUEVA-1.
           MOVE DIR-ORIGINAL-2 TO DIR-NUEVA-2.
           MOVE DIR-COD-ACTUAL TO DIR-COD-NUEVO.
           MOVE 0 TO CANT-PALABRAS.
           MOVE "N" TO SW-DESBORDE.
           MOVE "N" TO SW-TIPO-CALLE-1.
           MOVE "N" TO SW-TIPO-CALLE-2.
           MOVE 1 TO LINEA-PALABRA.
           MOVE FUNCTION UPPER-CASE(DIR-ORIGINAL-1) TO LINEA-PARTIR.
           PERFORM PARTIR-LINEA.
           MOVE 2 TO LINEA-PALABRA.
           MOVE FUNCTION UPPER-CASE(DIR-ORIGINAL-2) TO LINEA-PARTIR.
           PERFORM PARTIR-LINEA.
           IF HAY-DESBORDE
               MOVE "E" TO DIR-RESULTADO
               MOVE "DEMASIADAS PALABRAS EN LA DIRECCIÓN"
                   TO DIR-MOTIVO
               GO TO ESTANDARIZAR-DIRECCION-FIN
           END-IF.
           PERFORM NORMALIZAR-PALABRA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > CANT-PALABRAS.
           IF TIPO-CALLE-EN-2 AND NOT TIPO-CALLE-EN-1
               PERFORM INVERTIR-LINEA-PALABRA
                       VARYING IDX-PAL FROM 1 BY 1
                       UNTIL IDX-PAL > CANT-PALABRAS
           END-IF.
           PERFORM BUSCAR-CODIGO-POSTAL.
           IF DIR-COD-HALLADO NOT = SPACES
               MOVE DIR-COD-HALLADO TO DIR-COD-NUEVO
           END-IF.
           MOVE "N" TO SW-HAY-NUMERO.
           MOVE "N" TO SW-HAY-LOCALIDAD.
           PERFORM VERIFICAR-UNA-PALABRA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > CANT-PALABRAS.
           EVALUATE TRUE
               WHEN NOT HAY-NUMERO
                   MOVE "E" TO DIR-RESULTADO
                   MOVE "SIN NÚMERO DE CALLE (NI S/N)" TO DIR-MOTIVO
               WHEN NOT HAY-LOCALIDAD
                   MOVE "E" TO DIR-RESULTADO
                   MOVE "SIN LOCALIDAD EN LA SEGUNDA LÍNEA"
                       TO DIR-MOTIVO
               WHEN DIR-COD-NUEVO = SPACES
                   MOVE "E" TO DIR-RESULTADO
                   MOVE "SIN CÓDIGO POSTAL" TO DIR-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DIR-RESULTADO-ERROR
               GO TO ESTANDARIZAR-DIRECCION-FIN
           END-IF.
           MOVE 1 TO LINEA-A-ARMAR.
           PERFORM ARMAR-LINEA.
           MOVE LINEA-ARMADO TO DIR-NUEVA-1.
           MOVE 2 TO LINEA-A-ARMAR.
           PERFORM ARMAR-LINEA.
           STRING " " DELIMITED BY SIZE
               DIR-COD-NUEVO DELIMITED BY SPACE
               INTO LINEA-ARMADO WITH POINTER PTR-ARMADO
               ON OVERFLOW
                   MOVE "S" TO SW-DESBORDE
           END-STRING.
           MOVE LINEA-ARMADO TO DIR-NUEVA-2.
           IF HAY-DESBORDE
               MOVE "E" TO DIR-RESULTADO
               MOVE "NORMALIZADA NO ENTRA EN 30 POSICIONES"
                   TO DIR-MOTIVO
               MOVE DIR-ORIGINAL-1 TO DIR-NUEVA-1
               MOVE DIR-ORIGINAL-2 TO DIR-NUEVA-2
           END-IF.
       ESTANDARIZAR-DIRECCION-FIN.
           EXIT.

      ******************************************************************
      * Una línea se parte en palabras; los puntos y las comas son
      * separadores ("AV.COLON" y "AV. COLON" dan lo mismo), salvo el
      * "C.P." del código postal, que se junta antes.
      ******************************************************************
       PARTIR-LINEA.
           INSPECT LINEA-PARTIR REPLACING ALL "C.P." BY "CP  ".
           INSPECT LINEA-PARTIR REPLACING ALL "," BY " "
                                          ALL "." BY " ".
           MOVE 1 TO PTR-PARTIR.
           PERFORM TOMAR-PALABRA UNTIL PTR-PARTIR > 30.

       TOMAR-PALABRA.
           MOVE SPACES TO PALABRA-LEIDA.
           UNSTRING LINEA-PARTIR DELIMITED BY ALL SPACE
               INTO PALABRA-LEIDA
               WITH POINTER PTR-PARTIR
           END-UNSTRING.
           IF PALABRA-LEIDA NOT = SPACES
               IF CANT-PALABRAS < 16
                   ADD 1 TO CANT-PALABRAS
                   MOVE PALABRA-LEIDA TO PAL-TEXTO(CANT-PALABRAS)
                   MOVE LINEA-PALABRA TO PAL-LINEA(CANT-PALABRAS)
                   MOVE SPACE TO PAL-USO(CANT-PALABRAS)
               ELSE
                   MOVE "S" TO SW-DESBORDE
               END-IF
           END-IF.

       NORMALIZAR-PALABRA.
           MOVE "N" TO SW-ABREV-HALLADA.
           PERFORM COMPARAR-UNA-ABREVIATURA
                   VARYING IDX-ABREV FROM 1 BY 1
                   UNTIL IDX-ABREV > CANT-ABREVIATURAS
                      OR ABREV-HALLADA.
           IF ABREV-HALLADA
               SUBTRACT 1 FROM IDX-ABREV
               IF ABR-NORMAL(IDX-ABREV) = SPACES
                   MOVE "D" TO PAL-USO(IDX-PAL)
               ELSE
                   MOVE ABR-NORMAL(IDX-ABREV) TO PAL-TEXTO(IDX-PAL)
               END-IF
               IF ABR-ES-TIPO-CALLE(IDX-ABREV)
                   IF PAL-LINEA(IDX-PAL) = 1
                       MOVE "S" TO SW-TIPO-CALLE-1
                   ELSE
                       MOVE "S" TO SW-TIPO-CALLE-2
                   END-IF
               END-IF
           END-IF.

       COMPARAR-UNA-ABREVIATURA.
           IF PAL-TEXTO(IDX-PAL) = ABR-VARIANTE(IDX-ABREV)
               MOVE "S" TO SW-ABREV-HALLADA
           END-IF.

      ******************************************************************
      * La calle cargada en la segunda línea y la localidad en la
      * primera: se dan vuelta las dos líneas.
      ******************************************************************
       INVERTIR-LINEA-PALABRA.
           IF PAL-LINEA(IDX-PAL) = 1
               MOVE 2 TO PAL-LINEA(IDX-PAL)
           ELSE
               MOVE 1 TO PAL-LINEA(IDX-PAL)
           END-IF.

      ******************************************************************
      * Código postal, en orden de preferencia: un CPA en cualquier
      * línea; el número que sigue a "CP"; el número de cuatro o
      * cinco dígitos al final de la línea de localidad.  El número
      * de la calle nunca se toma: está en la primera línea.  La
      * palabra del código sale de la línea, que lo vuelve a llevar
      * al final al armarse.
      ******************************************************************
       BUSCAR-CODIGO-POSTAL.
           MOVE SPACES TO DIR-COD-HALLADO.
           PERFORM VERIFICAR-CPA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > CANT-PALABRAS
                      OR DIR-COD-HALLADO NOT = SPACES.
           PERFORM VERIFICAR-MARCA-CP
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > CANT-PALABRAS.
           IF DIR-COD-HALLADO = SPACES
               MOVE 0 TO IDX-ULTIMA
               PERFORM UBICAR-ULTIMA-DE-LOCALIDAD
                       VARYING IDX-PAL FROM 1 BY 1
                       UNTIL IDX-PAL > CANT-PALABRAS
               IF IDX-ULTIMA > 0
                   MOVE PAL-TEXTO(IDX-ULTIMA) TO PALABRA-PRUEBA
                   PERFORM PROBAR-CODIGO-NUMERICO
                   IF CODIGO-NUMERICO
                       MOVE PALABRA-PRUEBA TO DIR-COD-HALLADO
                       MOVE "C" TO PAL-USO(IDX-ULTIMA)
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-CPA.
           MOVE PAL-TEXTO(IDX-PAL) TO PALABRA-PRUEBA.
           IF PAL-VIGENTE(IDX-PAL)
              AND PALABRA-PRUEBA(9:) = SPACES
              AND PALABRA-PRUEBA(1:1) IS ALPHABETIC
              AND PALABRA-PRUEBA(1:1) NOT = SPACE
              AND PALABRA-PRUEBA(2:4) IS NUMERIC
              AND PALABRA-PRUEBA(6:3) IS ALPHABETIC
              AND PALABRA-PRUEBA(6:1) NOT = SPACE
              AND PALABRA-PRUEBA(7:1) NOT = SPACE
              AND PALABRA-PRUEBA(8:1) NOT = SPACE
               MOVE PALABRA-PRUEBA(1:8) TO DIR-COD-HALLADO
               MOVE "C" TO PAL-USO(IDX-PAL)
           END-IF.

       VERIFICAR-MARCA-CP.
           IF PAL-VIGENTE(IDX-PAL)
              AND (PAL-TEXTO(IDX-PAL) = "CP"
                   OR PAL-TEXTO(IDX-PAL) = "CPA")
               MOVE "D" TO PAL-USO(IDX-PAL)
               IF DIR-COD-HALLADO = SPACES
                  AND IDX-PAL < CANT-PALABRAS
                   COMPUTE IDX-SIG = IDX-PAL + 1
                   MOVE PAL-TEXTO(IDX-SIG) TO PALABRA-PRUEBA
                   PERFORM PROBAR-CODIGO-NUMERICO
                   IF CODIGO-NUMERICO AND PAL-VIGENTE(IDX-SIG)
                       MOVE PALABRA-PRUEBA TO DIR-COD-HALLADO
                       MOVE "C" TO PAL-USO(IDX-SIG)
                   END-IF
               END-IF
           END-IF.

       UBICAR-ULTIMA-DE-LOCALIDAD.
           IF PAL-LINEA(IDX-PAL) = 2 AND PAL-VIGENTE(IDX-PAL)
               MOVE IDX-PAL TO IDX-ULTIMA
           END-IF.

       PROBAR-CODIGO-NUMERICO.
           MOVE "N" TO SW-CODIGO-NUMERICO.
           IF PALABRA-PRUEBA(1:4) IS NUMERIC
              AND PALABRA-PRUEBA(5:) = SPACES
               MOVE "S" TO SW-CODIGO-NUMERICO
           END-IF.
           IF PALABRA-PRUEBA(1:5) IS NUMERIC
              AND PALABRA-PRUEBA(6:) = SPACES
               MOVE "S" TO SW-CODIGO-NUMERICO
           END-IF.

      ******************************************************************
      * La línea de la calle tiene que traer un número (o S/N); la de
      * localidad, alguna palabra además del código.
      ******************************************************************
       VERIFICAR-UNA-PALABRA.
           IF PAL-VIGENTE(IDX-PAL)
               IF PAL-LINEA(IDX-PAL) = 1
                   IF PAL-TEXTO(IDX-PAL)(1:1) IS NUMERIC
                      OR PAL-TEXTO(IDX-PAL) = "S/N"
                       MOVE "S" TO SW-HAY-NUMERO
                   END-IF
               ELSE
                   MOVE "S" TO SW-HAY-LOCALIDAD
               END-IF
           END-IF.

      ******************************************************************
      * Arma la línea LINEA-A-ARMAR con sus palabras vigentes separadas
      * por un blanco; PTR-ARMADO queda al final para que la segunda
      * línea reciba el código postal.
      ******************************************************************
       ARMAR-LINEA.
           MOVE SPACES TO LINEA-ARMADO.
           MOVE 1 TO PTR-ARMADO.
           PERFORM AGREGAR-PALABRA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > CANT-PALABRAS.

       AGREGAR-PALABRA.
           IF PAL-LINEA(IDX-PAL) = LINEA-A-ARMAR
              AND PAL-VIGENTE(IDX-PAL)
               IF PTR-ARMADO > 1
                   STRING " " DELIMITED BY SIZE
                       INTO LINEA-ARMADO WITH POINTER PTR-ARMADO
                       ON OVERFLOW
                           MOVE "S" TO SW-DESBORDE
                   END-STRING
               END-IF
               STRING PAL-TEXTO(IDX-PAL) DELIMITED BY SPACE
                   INTO LINEA-ARMADO WITH POINTER PTR-ARMADO
                   ON OVERFLOW
                       MOVE "S" TO SW-DESBORDE
               END-STRING
           END-IF.

      ******************************************************************
      * Listado: la dirección que cambia sale con el antes y el
      * después; la no reconocida, con el motivo.  Las que quedan
      * igual solo se cuentan.
      ******************************************************************
       INFORMAR-DIRECCION.
           ADD 1 TO CANT-REVISADAS.
           EVALUATE TRUE
               WHEN DIR-RESULTADO-ERROR
                   ADD 1 TO CANT-NO-RECONOCIDAS
                   PERFORM IMPRIMIR-TITULO-DIRECCION
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "    NO RECONOCIDA - " DELIMITED BY SIZE
                       DIR-MOTIVO DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   PERFORM IMPRIMIR-LINEA-SALIDA
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "    DIRECCIÓN: " DELIMITED BY SIZE
                       DIR-ORIGINAL-1 DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       DIR-ORIGINAL-2 DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   PERFORM IMPRIMIR-LINEA-SALIDA
               WHEN DIR-NUEVA-1 NOT = DIR-ORIGINAL-1
                 OR DIR-NUEVA-2 NOT = DIR-ORIGINAL-2
                 OR DIR-COD-NUEVO NOT = DIR-COD-ACTUAL
                   ADD 1 TO CANT-ESTANDARIZADAS
                   PERFORM IMPRIMIR-TITULO-DIRECCION
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "    ANTES:   " DELIMITED BY SIZE
                       DIR-ORIGINAL-1 DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       DIR-ORIGINAL-2 DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   PERFORM IMPRIMIR-LINEA-SALIDA
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "    DESPUÉS: " DELIMITED BY SIZE
                       DIR-NUEVA-1 DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       DIR-NUEVA-2 DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   PERFORM IMPRIMIR-LINEA-SALIDA
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "    CÓDIGO POSTAL: " DELIMITED BY SIZE
                       DIR-COD-NUEVO DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                   END-STRING
                   PERFORM IMPRIMIR-LINEA-SALIDA
               WHEN OTHER
                   ADD 1 TO CANT-SIN-CAMBIO
           END-EVALUATE.

       IMPRIMIR-TITULO-DIRECCION.
           MOVE SPACES TO LINEA-SALIDA.
           STRING ORIGEN-LINEA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CLAVE-LINEA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-LINEA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 2 LINES.
           ADD 2 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-LINEA-SALIDA.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "DIRECCIONES REVISADAS:       " DELIMITED BY SIZE
               CANT-REVISADAS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM VERIFICAR-SALTO-Y-ENCABEZADO.
           WRITE LINEA-LISTADO FROM LINEA-SALIDA
               AFTER ADVANCING 3 LINES.
           ADD 3 TO RPTHDR-LINEA-ACTUAL.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTANDARIZADAS (CAMBIADAS):  " DELIMITED BY SIZE
               CANT-ESTANDARIZADAS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM IMPRIMIR-LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SIN CAMBIO:                  " DELIMITED BY SIZE
               CANT-SIN-CAMBIO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM IMPRIMIR-LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "NO RECONOCIDAS:              " DELIMITED BY SIZE
               CANT-NO-RECONOCIDAS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM IMPRIMIR-LINEA-SALIDA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SIN DIRECCIÓN CARGADA:       " DELIMITED BY SIZE
               CANT-SIN-DIRECCION DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM IMPRIMIR-LINEA-SALIDA.
           IF MODO-DEFINITIVO
               MOVE SPACES TO LINEA-SALIDA
               STRING "REGISTROS GRABADOS:          " DELIMITED BY SIZE
                   CANT-GRABADAS DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM IMPRIMIR-LINEA-SALIDA
           END-IF.

       VERIFICAR-SALTO-Y-ENCABEZADO.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-1
                   AFTER ADVANCING PAGE
               WRITE LINEA-LISTADO FROM RPTHDR-LINEA-2
                   AFTER ADVANCING 1 LINE
               ADD 1 TO RPTHDR-LINEA-ACTUAL
           END-IF.

           COPY RPTHDR-PROC.
           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
