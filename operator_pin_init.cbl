      ******************************************************************
      * Conversión al PIN del operador, se corre una sola vez: recorre
      * OPERMAST y a cada operador activo que todavía no tiene PIN
      * (OPE-PIN-CIFRADO en cero, registros dados de alta antes de que
      * existiera el PIN) le emite un PIN provisorio de seis dígitos
      * al azar, lo graba cifrado (ver PINCHK-PROC.CPY) y lo marca de
      * cambio obligatorio, de modo que el operador lo reemplaza por
      * uno propio en su primer sign-on.  Es el arranque del primer
      * administrador: sin PIN el sign-on de COBOL47 rechaza el ID, y
      * sin un administrador firmado nadie puede emitirlo con el
      * (D)esbloqueo de OPERATOR-MAINT.  Los PIN provisorios salen en
      * claro, una sola vez, por el listado PINCONV, que se entrega al
      * responsable de seguridad para repartirlos en sobre cerrado y
      * se destruye después.  Cada emisión va a AUDITLOG como "PIN
      * INICIAL".  Un ID que ya tiene PIN no se toca, así que volver a
      * correrlo solo alcanza a los que sigan sin PIN.  Un REWRITE de
      * OPERMAST que no graba frena la corrida (ver FILECHK-PROC) antes
      * de listar o auditar ese PIN.  Corre sin sign-on (ver
      * jcl/PINCONV.jcl) o firmado como administrador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-PIN-INIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.

           SELECT LISTADO ASSIGN TO "PINCONV"
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

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY OPERMAST.

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

       WORKING-STORAGE SECTION.
       01  FS-OPERADORES PIC XX.
           88  FS-OPE-OK           VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  HORA-SEMILLA PIC 9(8).
       01  AZAR PIC V9(9).
       01  PIN-PROVISORIO PIC 9(6).
       01  CANT-ACTIVOS PIC 9(5) VALUE 0.
       01  CANT-EMITIDOS PIC 9(5) VALUE 0.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY PINCHK.
           COPY AUDIT.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           IF ROL-OPERADOR NOT = SPACE AND ROL-OPERADOR NOT = "A"
               DISPLAY "OPERATOR-PIN-INIT REQUIERE ROL DE"
                       " ADMINISTRADOR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-SEMILLA FROM TIME.
           COMPUTE AZAR = FUNCTION RANDOM(HORA-SEMILLA).
           OPEN I-O OPERADORES.
           IF NOT FS-OPE-OK
               DISPLAY "NO SE PUDO ABRIR OPERMAST - ESTADO: ",
                       FS-OPERADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE "PIN PROVISORIOS - CONVERSIÓN" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "CONFIDENCIAL - REPARTIR EN SOBRE CERRADO Y DESTRUIR"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ID       NOMBRE               ROL PIN PROVISORIO"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-OPERADOR.
           PERFORM REVISAR-OPERADOR THRU REVISAR-OPERADOR-FIN
                   UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE OPERADORES.
           CLOSE LISTADO.
           DISPLAY "ACTIVOS: ", CANT-ACTIVOS,
                   "  PIN EMITIDOS: ", CANT-EMITIDOS,
                   " - DETALLE EN PINCONV".
           STOP RUN.

       LEER-OPERADOR.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-OPERADOR.
           IF NOT OPE-ACTIVO
               GO TO REVISAR-OPERADOR-SIGUE
           END-IF.
           ADD 1 TO CANT-ACTIVOS.
           IF OPE-PIN-CIFRADO NOT = 0
               GO TO REVISAR-OPERADOR-SIGUE
           END-IF.
           PERFORM EMITIR-PIN-PROVISORIO.
           ADD 1 TO CANT-EMITIDOS.
           PERFORM IMPRIMIR-OPERADOR.
           MOVE "OPERATOR-PIN-INIT" TO AUDIT-PROGRAMA.
           MOVE SPACES TO AUDIT-CAMPO.
           STRING "PIN INICIAL " DELIMITED BY SIZE
               OPE-ID DELIMITED BY SPACE
               INTO AUDIT-CAMPO
           END-STRING.
           MOVE "SIN PIN" TO AUDIT-VALOR-ANTES.
           MOVE "PIN PROVISORIO" TO AUDIT-VALOR-DESPUES.
           PERFORM GRABAR-AUDITORIA.
       REVISAR-OPERADOR-SIGUE.
           PERFORM LEER-OPERADOR.
       REVISAR-OPERADOR-FIN.
           EXIT.

      ******************************************************************
      * Seis dígitos al azar (ceros a la izquierda incluidos, el
      * sign-on los acepta igual que los teclea el operador), cifrados
      * con el ID como en el alta de OPERATOR-MAINT.
      ******************************************************************
       EMITIR-PIN-PROVISORIO.
           COMPUTE AZAR = FUNCTION RANDOM.
           COMPUTE PIN-PROVISORIO = AZAR * 1000000.
           MOVE SPACES TO PINCHK-PIN.
           MOVE PIN-PROVISORIO TO PINCHK-PIN(1:6).
           MOVE OPE-ID TO PINCHK-ID.
           PERFORM CIFRAR-PIN.
           MOVE PINCHK-CIFRADO TO OPE-PIN-CIFRADO.
           MOVE FECHA-HOY TO OPE-FECHA-PIN.
           MOVE "S" TO OPE-CAMBIAR-PIN.
           MOVE 0 TO OPE-INTENTOS-FALLIDOS.
           MOVE "N" TO OPE-BLOQUEADO.
           REWRITE REG-OPERADOR.
           MOVE "OPERMAST" TO FCHK-ARCHIVO.
           MOVE OPE-ID TO FCHK-CLAVE.
           MOVE FS-OPERADORES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       IMPRIMIR-OPERADOR.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE OPE-ID TO LINEA-SALIDA(1:8).
           MOVE OPE-NOMBRE TO LINEA-SALIDA(10:20).
           MOVE OPE-ROL TO LINEA-SALIDA(31:1).
           MOVE PIN-PROVISORIO TO LINEA-SALIDA(35:6).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "OPERADORES ACTIVOS" TO LINEA-SALIDA.
           MOVE CANT-ACTIVOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(25:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "PIN PROVISORIOS EMITIDOS" TO LINEA-SALIDA.
           MOVE CANT-EMITIDOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(25:).
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
           COPY PINCHK-PROC.
           COPY AUDIT-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
