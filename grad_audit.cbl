      ******************************************************************
      * Auditoría de requisitos de egreso: compara lo que el
      * estudiante lleva contra los requisitos de una credencial en
      * REQEGRES (ver REQEGRE.CPY) mucho antes de GRADUATION-RUN.  Lo
      * aprobado sale de TERMHIST - nota 60 o más en una fila normal,
      * créditos transferidos de TH-ESCUELA-ORIGEN incluidos, una
      * materia repetida cuenta una sola vez - y lo que se cursa, de
      * la TABLA-MATERIAS del término en curso.  Cada materia suma sus
      * CAT-CREDITOS (cero pesa 1, como en CALCULO) al área de su
      * CAT-AREA, o a electivas ("ELEC") si el área no está en la
      * credencial.  Dos modos, sobre el listado AUDEGRE:
      *
      *   (E)STUDIANTE - la auditoría completa de un ID: créditos
      *       exigidos, aprobados (transferidos aparte), en curso y
      *       faltantes por área, obligatorias pendientes, materias en
      *       curso y lo que resta.
      *
      *   (L)OTE - recorre los activos de los grados superiores y
      *       lista a quien no alcanza a egresar a tiempo: los
      *       créditos que le faltan después de lo que cursa superan
      *       lo que puede cursar en los términos que le quedan, o
      *       las obligatorias sin cursar no caben en esos términos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-AUDIT.

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

           SELECT REQUISITOS ASSIGN TO "REQEGRES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-CLAVE
               FILE STATUS IS FS-REQUISITOS.

           SELECT LISTADO ASSIGN TO "AUDEGRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  TERM-HIST.
           COPY TERMHIST.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  REQUISITOS.
           COPY REQEGRE.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-TERM-HIST PIC XX.
           88  FS-TH-OK VALUE "00".
       01  FS-CATALOGO PIC XX.
           88  FS-CAT-OK VALUE "00".
       01  FS-REQUISITOS PIC XX.
           88  FS-REQ-OK VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-TERMHIST-DISPONIBLE PIC A VALUE "N".
           88  TERMHIST-DISPONIBLE VALUE "S".
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FIN-REQUISITOS PIC A VALUE "N".
           88  FIN-REQUISITOS VALUE "S".
       01  SW-FIN-HISTORIA PIC A.
           88  FIN-HISTORIA VALUE "S".
       01  SW-FIN-CONSULTA PIC A VALUE "N".
           88  FIN-CONSULTA VALUE "S".
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  SW-HALLADA PIC A.
           88  HALLADA VALUE "S".
       01  MODO-AUDITORIA PIC A.
           88  MODO-ESTUDIANTE VALUE "E".
           88  MODO-LOTE       VALUE "L".
           88  MODO-VALIDO     VALUES "E", "L".
       01  CREDENCIAL-PEDIDA PIC X(4).
       01  ID-ENTRADA PIC X(6).
       01  OPCION-ID PIC A.
       01  ENTRADA-NUMERO PIC XX.
       01  NIVEL-EGRESO PIC 99 VALUE 12.
       01  GRADO-DESDE PIC 99.
       01  TERMINOS-POR-ANIO PIC 9 VALUE 2.
       01  CREDITOS-POR-TERMINO PIC 99 VALUE 24.
       01  FECHA-HOY PIC 9(8).
      *
      * Áreas activas de la credencial pedida, con lo que lleva el
      * estudiante en curso de auditoría.
      *
       01  TABLA-AREAS.
           05  CANT-AREAS PIC 99 VALUE 0.
           05  AREA-FILA OCCURS 20 TIMES.
               10  TAR-AREA            PIC X(4).
               10  TAR-NOM-AREA        PIC X(30).
               10  TAR-REQUERIDOS      PIC 9(3).
               10  TAR-CANT-OBLIG      PIC 99.
               10  TAR-OBLIGATORIA     PIC X(4) OCCURS 10 TIMES.
               10  TAR-APROBADOS       PIC 9(4).
               10  TAR-TRANSFERIDOS    PIC 9(4).
               10  TAR-EN-CURSO        PIC 9(4).
               10  TAR-FALTAN          PIC 9(4).
       01  IDX-AREA PIC 99.
       01  IDX-AREA-ELECTIVA PIC 99 VALUE 0.
       01  IDX-OBLIG PIC 99.
      *
      * Una fila por código de materia que el estudiante cursó o
      * cursa: aprobada en algún término, aprobada por transferencia,
      * exenta, o en curso en el término actual.
      *
       01  TABLA-CURSADAS.
           05  CANT-CURSADAS PIC 99.
           05  CURSADA-FILA OCCURS 60 TIMES.
               10  CUR-COD             PIC X(4).
               10  CUR-CREDITOS        PIC 99.
               10  CUR-IDX-AREA        PIC 99.
               10  CUR-APROBADA        PIC A.
               10  CUR-TRANSFERIDA     PIC A.
               10  CUR-EXENTA          PIC A.
               10  CUR-EN-CURSO        PIC A.
       01  IDX-CUR PIC 99.
       01  IDX-TH PIC 9.
       01  COD-EN-CONTROL PIC X(4).
       01  TERMINOS-RESTANTES PIC 99.
       01  CAPACIDAD-CREDITOS PIC 9(4).
       01  CAPACIDAD-MATERIAS PIC 9(3).
       01  FALTAN-CREDITOS PIC 9(4).
       01  CREDITOS-SIN-AREA PIC 9(4).
       01  OBLIG-PENDIENTES PIC 99.
       01  OBLIG-EN-CURSO PIC 99.
       01  SALDO-AREA PIC S9(5).
       01  CANT-AUDITADOS PIC 9(5) VALUE 0.
       01  CANT-EN-RIESGO PIC 9(5) VALUE 0.
       01  EXIGE-ED PIC ZZ9.
       01  APROB-ED PIC ZZZ9.
       01  TRANSF-ED PIC ZZZ9.
       01  CURSA-ED PIC ZZZ9.
       01  FALTA-ED PIC ZZZ9.
       01  CAPACIDAD-ED PIC ZZZ9.
       01  LINEA-SALIDA PIC X(80).
       01  PUNTERO-LINEA PIC 99.
           COPY RPTHDR.
           COPY IDCHK.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "AUDITORÍA DE REQUISITOS DE EGRESO".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDMAST, ESTADO ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT CURSO-CATALOGO.
           IF NOT FS-CAT-OK
               DISPLAY "NO HAY CATÁLOGO CRSCATLG - SIN CRÉDITOS NI"
                       " ÁREAS NO SE PUEDE AUDITAR"
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT TERM-HIST.
           IF FS-TH-OK
               MOVE "S" TO SW-TERMHIST-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN HISTORIA TERMHIST - SÓLO"
                       " CUENTA EL TÉRMINO EN CURSO"
           END-IF.
           MOVE SPACES TO CREDENCIAL-PEDIDA.
           PERFORM PEDIR-CREDENCIAL
                   UNTIL CREDENCIAL-PEDIDA NOT = SPACES.
           PERFORM CARGAR-REQUISITOS.
           IF CANT-AREAS = 0
               DISPLAY "LA CREDENCIAL ", CREDENCIAL-PEDIDA,
                       " NO TIENE ÁREAS ACTIVAS EN REQEGRES (VER"
                       " GRAD-REQ-MAINT)"
               PERFORM CERRAR-ARCHIVOS
               STOP RUN
           END-IF.
           MOVE SPACE TO MODO-AUDITORIA.
           PERFORM PEDIR-MODO UNTIL MODO-VALIDO.
           OPEN OUTPUT LISTADO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           IF MODO-ESTUDIANTE
               MOVE "AUDITORÍA DE REQUISITOS DE EGRESO"
                   TO RPTHDR-TITULO
               PERFORM GENERAR-ENCABEZADO-RPT
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM AUDITAR-CONSULTA THRU AUDITAR-CONSULTA-FIN
                       UNTIL FIN-CONSULTA
           ELSE
               PERFORM PEDIR-PARAMETROS-LOTE
               MOVE "ESTUDIANTES QUE NO EGRESAN A TIEMPO"
                   TO RPTHDR-TITULO
               PERFORM GENERAR-ENCABEZADO-RPT
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM IMPRIMIR-PARAMETROS-LOTE
               PERFORM LEER-ESTUDIANTE-LOTE
               PERFORM AUDITAR-LOTE THRU AUDITAR-LOTE-FIN
                       UNTIL FIN-ARCHIVO
               PERFORM IMPRIMIR-TOTALES-LOTE
           END-IF.
           PERFORM CERRAR-ARCHIVOS.
           CLOSE LISTADO.
           DISPLAY "ESTUDIANTES AUDITADOS: ", CANT-AUDITADOS.
           IF MODO-LOTE
               DISPLAY "NO EGRESAN A TIEMPO: ", CANT-EN-RIESGO
           END-IF.
           STOP RUN.

       CERRAR-ARCHIVOS.
           CLOSE STUDENT-MASTER.
           CLOSE CURSO-CATALOGO.
           IF TERMHIST-DISPONIBLE
               CLOSE TERM-HIST
           END-IF.

       PEDIR-CREDENCIAL.
           DISPLAY "CÓDIGO DE CREDENCIAL (EJ. BACH): ".
           ACCEPT CREDENCIAL-PEDIDA.
           MOVE FUNCTION UPPER-CASE(CREDENCIAL-PEDIDA)
               TO CREDENCIAL-PEDIDA.
           IF CREDENCIAL-PEDIDA = SPACES
               DISPLAY "LA CREDENCIAL NO PUEDE QUEDAR EN BLANCO"
           END-IF.

       PEDIR-MODO.
           DISPLAY "(E)STUDIANTE O (L)OTE DE GRADOS SUPERIORES: ".
           ACCEPT MODO-AUDITORIA.
           MOVE FUNCTION UPPER-CASE(MODO-AUDITORIA) TO MODO-AUDITORIA.
           IF NOT MODO-VALIDO
               DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-IF.

      ******************************************************************
      * Las áreas de la credencial entran enteras a memoria; el área
      * ELEC, si la credencial la tiene, recoge lo que no tiene área
      * propia.
      ******************************************************************
       CARGAR-REQUISITOS.
           OPEN INPUT REQUISITOS.
           IF NOT FS-REQ-OK
               DISPLAY "NO HAY REQUISITOS DE EGRESO REQEGRES"
               MOVE "S" TO SW-FIN-REQUISITOS
           ELSE
               MOVE CREDENCIAL-PEDIDA TO REQ-COD-CREDENCIAL
               MOVE LOW-VALUES TO REQ-AREA
               START REQUISITOS KEY IS NOT LESS THAN REQ-CLAVE
                   INVALID KEY
                       MOVE "S" TO SW-FIN-REQUISITOS
               END-START
               PERFORM CARGAR-UN-REQUISITO UNTIL FIN-REQUISITOS
               CLOSE REQUISITOS
           END-IF.

       CARGAR-UN-REQUISITO.
           READ REQUISITOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-REQUISITOS
           END-READ.
           IF NOT FIN-REQUISITOS
               IF REQ-COD-CREDENCIAL NOT = CREDENCIAL-PEDIDA
                   MOVE "S" TO SW-FIN-REQUISITOS
               ELSE
                   IF REQ-ACTIVO
                       PERFORM GUARDAR-AREA
                   END-IF
               END-IF
           END-IF.

       GUARDAR-AREA.
           IF CANT-AREAS < 20
               ADD 1 TO CANT-AREAS
               MOVE REQ-AREA TO TAR-AREA(CANT-AREAS)
               MOVE REQ-NOM-AREA TO TAR-NOM-AREA(CANT-AREAS)
               MOVE REQ-CREDITOS-REQUERIDOS
                   TO TAR-REQUERIDOS(CANT-AREAS)
               MOVE REQ-CANT-OBLIGATORIAS
                   TO TAR-CANT-OBLIG(CANT-AREAS)
               PERFORM GUARDAR-OBLIGATORIA
                       VARYING IDX-OBLIG FROM 1 BY 1
                       UNTIL IDX-OBLIG > 10
               IF REQ-AREA-ELECTIVA
                   MOVE CANT-AREAS TO IDX-AREA-ELECTIVA
               END-IF
           ELSE
               DISPLAY "CREDENCIAL EXCEDE 20 ÁREAS - ", REQ-AREA,
                       " NO SE AUDITA"
           END-IF.

       GUARDAR-OBLIGATORIA.
           MOVE REQ-MATERIA-OBLIGATORIA(IDX-OBLIG)
               TO TAR-OBLIGATORIA(CANT-AREAS, IDX-OBLIG).

      ******************************************************************
      * Modo estudiante: un ID por vez hasta ENTER.
      ******************************************************************
       AUDITAR-CONSULTA.
           DISPLAY "ID DEL ESTUDIANTE (ENTER = FIN): ".
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA = SPACES
               MOVE "S" TO SW-FIN-CONSULTA
               GO TO AUDITAR-CONSULTA-FIN
           END-IF.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY "ID INVÁLIDO, REINGRESE"
               GO TO AUDITAR-CONSULTA-FIN
           END-IF.
           MOVE ID-ENTRADA TO ID-ESTUDIANTE.
           PERFORM VERIFICAR-ID-TECLEADO.
           IF IDCHK-INVALIDO
               GO TO AUDITAR-CONSULTA-FIN
           END-IF.
           PERFORM BUSCAR-ESTUDIANTE.
           IF NOT EST-EXISTE
               DISPLAY "ID NO ESTÁ EN EL MAESTRO, REINGRESE"
               GO TO AUDITAR-CONSULTA-FIN
           END-IF.
           DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE.
           PERFORM CALCULAR-AUDITORIA.
           PERFORM IMPRIMIR-AUDITORIA.
           ADD 1 TO CANT-AUDITADOS.
           DISPLAY "AUDITORÍA IMPRESA EN AUDEGRE - FALTAN ",
                   FALTAN-CREDITOS, " CRÉDITOS, ", OBLIG-PENDIENTES,
                   " OBLIGATORIAS SIN CURSAR".
       AUDITAR-CONSULTA-FIN.
           EXIT.

      ******************************************************************
      * Verificación del dígito verificador del ID tecleado (ver
      * IDCHK-PROC.CPY); un ID anterior al verificador pasa con
      * confirmación explícita.
      ******************************************************************
       VERIFICAR-ID-TECLEADO.
           MOVE ID-ESTUDIANTE TO IDCHK-ID.
           PERFORM VERIFICAR-DIGITO-ID.
           IF IDCHK-INVALIDO
               DISPLAY "DÍGITO VERIFICADOR NO COINCIDE - ¿ES UN ID"
                       " ANTERIOR AL VERIFICADOR? (S/N): "
               ACCEPT OPCION-ID
               IF FUNCTION UPPER-CASE(OPCION-ID) = "S"
                   MOVE "S" TO SW-IDCHK-OK
               ELSE
                   DISPLAY "REINGRESE EL ID"
               END-IF
           END-IF.

       BUSCAR-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-EST-EXISTE
           END-READ.

      ******************************************************************
      * Modo lote: el nivel de egreso, desde qué grado se mira (por
      * defecto dos años antes del egreso), cuántos términos tiene el
      * año y cuántos créditos puede cursar un estudiante por
      * término.
      ******************************************************************
       PEDIR-PARAMETROS-LOTE.
           DISPLAY "NIVEL DE EGRESO (ENTER = 12): ".
           ACCEPT ENTRADA-NUMERO.
           IF ENTRADA-NUMERO NOT = SPACES
              AND FUNCTION TRIM(ENTRADA-NUMERO) IS NUMERIC
               MOVE FUNCTION NUMVAL(ENTRADA-NUMERO) TO NIVEL-EGRESO
           END-IF.
           IF NIVEL-EGRESO > 2
               COMPUTE GRADO-DESDE = NIVEL-EGRESO - 2
           ELSE
               MOVE 1 TO GRADO-DESDE
           END-IF.
           DISPLAY "DESDE EL GRADO (ENTER = ", GRADO-DESDE, "): ".
           ACCEPT ENTRADA-NUMERO.
           IF ENTRADA-NUMERO NOT = SPACES
              AND FUNCTION TRIM(ENTRADA-NUMERO) IS NUMERIC
               MOVE FUNCTION NUMVAL(ENTRADA-NUMERO) TO GRADO-DESDE
           END-IF.
           DISPLAY "TÉRMINOS POR AÑO (ENTER = 2): ".
           ACCEPT ENTRADA-NUMERO.
           IF ENTRADA-NUMERO NOT = SPACES
              AND FUNCTION TRIM(ENTRADA-NUMERO) IS NUMERIC
               MOVE FUNCTION NUMVAL(ENTRADA-NUMERO)
                   TO TERMINOS-POR-ANIO
           END-IF.
           IF TERMINOS-POR-ANIO = 0
               MOVE 2 TO TERMINOS-POR-ANIO
           END-IF.
           DISPLAY "CRÉDITOS MÁXIMOS POR TÉRMINO (ENTER = 24): ".
           ACCEPT ENTRADA-NUMERO.
           IF ENTRADA-NUMERO NOT = SPACES
              AND FUNCTION TRIM(ENTRADA-NUMERO) IS NUMERIC
               MOVE FUNCTION NUMVAL(ENTRADA-NUMERO)
                   TO CREDITOS-POR-TERMINO
           END-IF.

       IMPRIMIR-PARAMETROS-LOTE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CREDENCIAL " DELIMITED BY SIZE
               CREDENCIAL-PEDIDA DELIMITED BY SIZE
               "  GRADOS " DELIMITED BY SIZE
               GRADO-DESDE DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               NIVEL-EGRESO DELIMITED BY SIZE
               "  TÉRMINOS/AÑO " DELIMITED BY SIZE
               TERMINOS-POR-ANIO DELIMITED BY SIZE
               "  CRÉDITOS/TÉRMINO " DELIMITED BY SIZE
               CREDITOS-POR-TERMINO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ID     NOMBRE               GR FALTAN CAPAC OBLIG"
               TO LINEA-SALIDA.
           MOVE "MOTIVO" TO LINEA-SALIDA(53:).
           PERFORM ESCRIBIR-LINEA.

       LEER-ESTUDIANTE-LOTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Se supone que el término en curso es el primero del año: los
      * términos que le quedan después del actual son los del resto
      * de este año más los de cada año hasta el egreso.  Es el
      * supuesto más generoso - quien sale listado no llega ni así.
      ******************************************************************
       AUDITAR-LOTE.
           IF NOT EST-ACTIVO
              OR GRADO-NIVEL < GRADO-DESDE
              OR GRADO-NIVEL > NIVEL-EGRESO
               GO TO AUDITAR-LOTE-SIGUE
           END-IF.
           ADD 1 TO CANT-AUDITADOS.
           PERFORM CALCULAR-AUDITORIA.
           COMPUTE TERMINOS-RESTANTES =
                   (NIVEL-EGRESO - GRADO-NIVEL + 1)
                   * TERMINOS-POR-ANIO - 1.
           COMPUTE CAPACIDAD-CREDITOS =
                   TERMINOS-RESTANTES * CREDITOS-POR-TERMINO.
           COMPUTE CAPACIDAD-MATERIAS = TERMINOS-RESTANTES * 6.
           IF FALTAN-CREDITOS > CAPACIDAD-CREDITOS
               ADD 1 TO CANT-EN-RIESGO
               MOVE "CRÉDITOS" TO LINEA-SALIDA(53:)
               PERFORM IMPRIMIR-LINEA-RIESGO
               GO TO AUDITAR-LOTE-SIGUE
           END-IF.
           IF OBLIG-PENDIENTES > CAPACIDAD-MATERIAS
               ADD 1 TO CANT-EN-RIESGO
               MOVE "OBLIGATORIAS" TO LINEA-SALIDA(53:)
               PERFORM IMPRIMIR-LINEA-RIESGO
           END-IF.
       AUDITAR-LOTE-SIGUE.
           PERFORM LEER-ESTUDIANTE-LOTE.
       AUDITAR-LOTE-FIN.
           EXIT.

       IMPRIMIR-LINEA-RIESGO.
           MOVE FALTAN-CREDITOS TO FALTA-ED.
           MOVE CAPACIDAD-CREDITOS TO CAPACIDAD-ED.
           STRING ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRADO-NIVEL DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               FALTA-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CAPACIDAD-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               OBLIG-PENDIENTES DELIMITED BY SIZE
               INTO LINEA-SALIDA(1:52)
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.

       IMPRIMIR-TOTALES-LOTE.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTES AUDITADOS: " DELIMITED BY SIZE
               CANT-AUDITADOS DELIMITED BY SIZE
               "  NO EGRESAN A TIEMPO: " DELIMITED BY SIZE
               CANT-EN-RIESGO DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Arma la tabla de materias del estudiante - historia y término
      * en curso - y la vuelca sobre las áreas de la credencial.
      ******************************************************************
       CALCULAR-AUDITORIA.
           MOVE 0 TO CANT-CURSADAS.
           PERFORM LIMPIAR-AREA
                   VARYING IDX-AREA FROM 1 BY 1
                   UNTIL IDX-AREA > CANT-AREAS.
           IF TERMHIST-DISPONIBLE
               PERFORM REGISTRAR-HISTORIA
           END-IF.
           IF TERMINO-ACTUAL NOT = SPACES
               PERFORM REGISTRAR-FILA-ACTUAL
                       VARYING IDX-TH FROM 1 BY 1
                       UNTIL IDX-TH > NUM-MATERIAS
           END-IF.
           MOVE 0 TO CREDITOS-SIN-AREA.
           PERFORM ASIGNAR-CURSADA
                   VARYING IDX-CUR FROM 1 BY 1
                   UNTIL IDX-CUR > CANT-CURSADAS.
           MOVE 0 TO FALTAN-CREDITOS.
           MOVE 0 TO OBLIG-PENDIENTES.
           MOVE 0 TO OBLIG-EN-CURSO.
           PERFORM CERRAR-AREA
                   VARYING IDX-AREA FROM 1 BY 1
                   UNTIL IDX-AREA > CANT-AREAS.

       LIMPIAR-AREA.
           MOVE 0 TO TAR-APROBADOS(IDX-AREA).
           MOVE 0 TO TAR-TRANSFERIDOS(IDX-AREA).
           MOVE 0 TO TAR-EN-CURSO(IDX-AREA).
           MOVE 0 TO TAR-FALTAN(IDX-AREA).

       REGISTRAR-HISTORIA.
           MOVE "N" TO SW-FIN-HISTORIA.
           MOVE ID-ESTUDIANTE TO TH-ID-ESTUDIANTE.
           MOVE LOW-VALUES TO TH-TERMINO.
           START TERM-HIST KEY IS NOT LESS THAN TH-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-HISTORIA
           END-START.
           IF NOT FIN-HISTORIA
               PERFORM LEER-HISTORIA
           END-IF.
           PERFORM REGISTRAR-TERMINO UNTIL FIN-HISTORIA.

       LEER-HISTORIA.
           READ TERM-HIST NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-HISTORIA
           END-READ.
           IF NOT FIN-HISTORIA
               IF TH-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                   MOVE "S" TO SW-FIN-HISTORIA
               END-IF
           END-IF.

       REGISTRAR-TERMINO.
           PERFORM REGISTRAR-FILA-HISTORIA
                   THRU REGISTRAR-FILA-HISTORIA-FIN
                   VARYING IDX-TH FROM 1 BY 1
                   UNTIL IDX-TH > TH-NUM-MATERIAS.
           PERFORM LEER-HISTORIA.

       REGISTRAR-FILA-HISTORIA.
           IF TH-COD-MATERIA(IDX-TH) = SPACES
               GO TO REGISTRAR-FILA-HISTORIA-FIN
           END-IF.
           MOVE TH-COD-MATERIA(IDX-TH) TO COD-EN-CONTROL.
           PERFORM UBICAR-CURSADA.
           IF IDX-CUR = 0
               GO TO REGISTRAR-FILA-HISTORIA-FIN
           END-IF.
           EVALUATE TH-ESTADO-MATERIA(IDX-TH)
               WHEN "N"
               WHEN SPACE
                   IF TH-NOTA-MATERIA(IDX-TH) >= 60
                       MOVE "S" TO CUR-APROBADA(IDX-CUR)
                       IF TH-ESCUELA-ORIGEN NOT = SPACES
                           MOVE "S" TO CUR-TRANSFERIDA(IDX-CUR)
                       END-IF
                   END-IF
               WHEN "E"
                   MOVE "S" TO CUR-EXENTA(IDX-CUR)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       REGISTRAR-FILA-HISTORIA-FIN.
           EXIT.

      ******************************************************************
      * Lo que se cursa en el término: la materia normal o incompleta
      * todavía puede aprobarse; la retirada o exenta no suma.
      ******************************************************************
       REGISTRAR-FILA-ACTUAL.
           IF COD-MATERIA(IDX-TH) NOT = SPACES
              AND (MATERIA-NORMAL(IDX-TH)
                   OR MATERIA-INCOMPLETA(IDX-TH))
               MOVE COD-MATERIA(IDX-TH) TO COD-EN-CONTROL
               PERFORM UBICAR-CURSADA
               IF IDX-CUR > 0
                   MOVE "S" TO CUR-EN-CURSO(IDX-CUR)
               END-IF
           END-IF.

       UBICAR-CURSADA.
           MOVE "N" TO SW-HALLADA.
           PERFORM BUSCAR-CURSADA
                   VARYING IDX-CUR FROM 1 BY 1
                   UNTIL IDX-CUR > CANT-CURSADAS OR HALLADA.
           IF HALLADA
               SUBTRACT 1 FROM IDX-CUR
           ELSE
               IF CANT-CURSADAS < 60
                   ADD 1 TO CANT-CURSADAS
                   MOVE CANT-CURSADAS TO IDX-CUR
                   MOVE COD-EN-CONTROL TO CUR-COD(IDX-CUR)
                   MOVE "N" TO CUR-APROBADA(IDX-CUR)
                   MOVE "N" TO CUR-TRANSFERIDA(IDX-CUR)
                   MOVE "N" TO CUR-EXENTA(IDX-CUR)
                   MOVE "N" TO CUR-EN-CURSO(IDX-CUR)
               ELSE
                   MOVE 0 TO IDX-CUR
               END-IF
           END-IF.

       BUSCAR-CURSADA.
           IF CUR-COD(IDX-CUR) = COD-EN-CONTROL
               MOVE "S" TO SW-HALLADA
           END-IF.

      ******************************************************************
      * Créditos y área de cada materia desde el catálogo.  Lo
      * aprobado suma a aprobados (y a transferidos si vino de otra
      * escuela); lo que se cursa sin estar ya aprobado, a en curso.
      ******************************************************************
       ASIGNAR-CURSADA.
           MOVE 1 TO CUR-CREDITOS(IDX-CUR).
           MOVE SPACES TO CAT-AREA.
           MOVE CUR-COD(IDX-CUR) TO CAT-COD-MATERIA.
           READ CURSO-CATALOGO
               INVALID KEY
                   MOVE SPACES TO CAT-AREA
               NOT INVALID KEY
                   IF CAT-CREDITOS > 0
                       MOVE CAT-CREDITOS TO CUR-CREDITOS(IDX-CUR)
                   END-IF
           END-READ.
           MOVE "N" TO SW-HALLADA.
           PERFORM BUSCAR-AREA
                   VARYING IDX-AREA FROM 1 BY 1
                   UNTIL IDX-AREA > CANT-AREAS OR HALLADA.
           IF HALLADA
               SUBTRACT 1 FROM IDX-AREA
           ELSE
               MOVE IDX-AREA-ELECTIVA TO IDX-AREA
           END-IF.
           MOVE IDX-AREA TO CUR-IDX-AREA(IDX-CUR).
           IF IDX-AREA = 0
               IF CUR-APROBADA(IDX-CUR) = "S"
                   ADD CUR-CREDITOS(IDX-CUR) TO CREDITOS-SIN-AREA
               END-IF
           ELSE
               IF CUR-APROBADA(IDX-CUR) = "S"
                   ADD CUR-CREDITOS(IDX-CUR)
                       TO TAR-APROBADOS(IDX-AREA)
                   IF CUR-TRANSFERIDA(IDX-CUR) = "S"
                       ADD CUR-CREDITOS(IDX-CUR)
                           TO TAR-TRANSFERIDOS(IDX-AREA)
                   END-IF
               ELSE
                   IF CUR-EN-CURSO(IDX-CUR) = "S"
                       ADD CUR-CREDITOS(IDX-CUR)
                           TO TAR-EN-CURSO(IDX-AREA)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-AREA.
           IF CAT-AREA NOT = SPACES
              AND TAR-AREA(IDX-AREA) = CAT-AREA
               MOVE "S" TO SW-HALLADA
           END-IF.

       CERRAR-AREA.
           COMPUTE SALDO-AREA = TAR-REQUERIDOS(IDX-AREA)
                   - TAR-APROBADOS(IDX-AREA)
                   - TAR-EN-CURSO(IDX-AREA).
           IF SALDO-AREA > 0
               MOVE SALDO-AREA TO TAR-FALTAN(IDX-AREA)
               ADD SALDO-AREA TO FALTAN-CREDITOS
           END-IF.
           PERFORM CONTAR-OBLIGATORIA
                   VARYING IDX-OBLIG FROM 1 BY 1
                   UNTIL IDX-OBLIG > TAR-CANT-OBLIG(IDX-AREA).

       CONTAR-OBLIGATORIA.
           MOVE TAR-OBLIGATORIA(IDX-AREA, IDX-OBLIG) TO COD-EN-CONTROL.
           PERFORM BUSCAR-OBLIGATORIA.
           EVALUATE TRUE
               WHEN NOT HALLADA
                   ADD 1 TO OBLIG-PENDIENTES
               WHEN CUR-APROBADA(IDX-CUR) = "S"
               WHEN CUR-EXENTA(IDX-CUR) = "S"
                   CONTINUE
               WHEN CUR-EN-CURSO(IDX-CUR) = "S"
                   ADD 1 TO OBLIG-EN-CURSO
               WHEN OTHER
                   ADD 1 TO OBLIG-PENDIENTES
           END-EVALUATE.

       BUSCAR-OBLIGATORIA.
           MOVE "N" TO SW-HALLADA.
           PERFORM BUSCAR-CURSADA
                   VARYING IDX-CUR FROM 1 BY 1
                   UNTIL IDX-CUR > CANT-CURSADAS OR HALLADA.
           IF HALLADA
               SUBTRACT 1 FROM IDX-CUR
           END-IF.

      ******************************************************************
      * Auditoría completa de un estudiante sobre AUDEGRE.
      ******************************************************************
       IMPRIMIR-AUDITORIA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "ESTUDIANTE: " DELIMITED BY SIZE
               ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               "  GRADO " DELIMITED BY SIZE
               GRADO-NIVEL DELIMITED BY SIZE
               "  CREDENCIAL " DELIMITED BY SIZE
               CREDENCIAL-PEDIDA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ÁREA NOMBRE" TO LINEA-SALIDA.
           MOVE "EXIGE APROB TRANSF CURSA FALTA" TO LINEA-SALIDA(43:).
           PERFORM ESCRIBIR-LINEA.
           PERFORM IMPRIMIR-AREA
                   VARYING IDX-AREA FROM 1 BY 1
                   UNTIL IDX-AREA > CANT-AREAS.
           IF CREDITOS-SIN-AREA > 0
               MOVE CREDITOS-SIN-AREA TO APROB-ED
               MOVE SPACES TO LINEA-SALIDA
               STRING "CRÉDITOS APROBADOS FUERA DE LAS ÁREAS DE LA"
                       DELIMITED BY SIZE
                   " CREDENCIAL: " DELIMITED BY SIZE
                   APROB-ED DELIMITED BY SIZE
                   INTO LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA
           END-IF.
           PERFORM IMPRIMIR-OBLIG-AREA
                   VARYING IDX-AREA FROM 1 BY 1
                   UNTIL IDX-AREA > CANT-AREAS.
           PERFORM IMPRIMIR-EN-CURSO.
           MOVE FALTAN-CREDITOS TO FALTA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "RESTA: " DELIMITED BY SIZE
               FALTA-ED DELIMITED BY SIZE
               " CRÉDITOS DESPUÉS DEL TÉRMINO EN CURSO, "
                   DELIMITED BY SIZE
               OBLIG-PENDIENTES DELIMITED BY SIZE
               " OBLIGATORIAS SIN CURSAR" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-AREA.
           MOVE TAR-REQUERIDOS(IDX-AREA) TO EXIGE-ED.
           MOVE TAR-APROBADOS(IDX-AREA) TO APROB-ED.
           MOVE TAR-TRANSFERIDOS(IDX-AREA) TO TRANSF-ED.
           MOVE TAR-EN-CURSO(IDX-AREA) TO CURSA-ED.
           MOVE TAR-FALTAN(IDX-AREA) TO FALTA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING TAR-AREA(IDX-AREA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TAR-NOM-AREA(IDX-AREA) DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               EXIGE-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APROB-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               TRANSF-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CURSA-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FALTA-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * Una línea por área con sus obligatorias que no están
      * aprobadas ni exentas; la que se cursa en el término va
      * marcada con *.
      ******************************************************************
       IMPRIMIR-OBLIG-AREA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "OBLIGATORIAS PENDIENTES " DELIMITED BY SIZE
               TAR-AREA(IDX-AREA) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE 31 TO PUNTERO-LINEA.
           PERFORM ARMAR-OBLIG-PENDIENTE
                   THRU ARMAR-OBLIG-PENDIENTE-FIN
                   VARYING IDX-OBLIG FROM 1 BY 1
                   UNTIL IDX-OBLIG > TAR-CANT-OBLIG(IDX-AREA).
           IF PUNTERO-LINEA > 31
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ARMAR-OBLIG-PENDIENTE.
           MOVE TAR-OBLIGATORIA(IDX-AREA, IDX-OBLIG) TO COD-EN-CONTROL.
           PERFORM BUSCAR-OBLIGATORIA.
           IF HALLADA
               IF CUR-APROBADA(IDX-CUR) = "S"
                  OR CUR-EXENTA(IDX-CUR) = "S"
                   GO TO ARMAR-OBLIG-PENDIENTE-FIN
               END-IF
           END-IF.
           STRING COD-EN-CONTROL DELIMITED BY SIZE
               INTO LINEA-SALIDA
               WITH POINTER PUNTERO-LINEA
           END-STRING.
           IF HALLADA
               IF CUR-EN-CURSO(IDX-CUR) = "S"
                   STRING "*" DELIMITED BY SIZE
                       INTO LINEA-SALIDA
                       WITH POINTER PUNTERO-LINEA
                   END-STRING
               END-IF
           END-IF.
           ADD 1 TO PUNTERO-LINEA.
       ARMAR-OBLIG-PENDIENTE-FIN.
           EXIT.

       IMPRIMIR-EN-CURSO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "EN CURSO " DELIMITED BY SIZE
               TERMINO-ACTUAL DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           MOVE 31 TO PUNTERO-LINEA.
           PERFORM ARMAR-EN-CURSO
                   VARYING IDX-CUR FROM 1 BY 1
                   UNTIL IDX-CUR > CANT-CURSADAS.
           IF PUNTERO-LINEA = 31
               MOVE "NINGUNA" TO LINEA-SALIDA(31:)
           END-IF.
           PERFORM ESCRIBIR-LINEA.

       ARMAR-EN-CURSO.
           IF CUR-EN-CURSO(IDX-CUR) = "S"
               STRING CUR-COD(IDX-CUR) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO LINEA-SALIDA
                   WITH POINTER PUNTERO-LINEA
               END-STRING
           END-IF.

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
           COPY IDCHK-PROC.
