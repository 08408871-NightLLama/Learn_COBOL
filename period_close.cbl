      * las tablas de trabajo (62 registros de DISTLOG4, 200 líneas de
      * RECONLOG fuera del período); si no entra, la corrida se frena
      * con todo intacto en vez de reescribir perdiendo registros.
      * Tampoco se cierra un período sin sus submayores probados: el
      * resultado de SUBLEDGER-RECON en CONCSUB debe traer para el
      * período las líneas de cuentas por cobrar y de inventario en
      * CUADRA.  Si falta alguna o está fuera de tolerancia, el cierre
      * se rechaza con RETURN-CODE 8 salvo que el supervisor lo
      * autorice igual con la tarjeta "S" seguida de su ID de
      * operador (columnas 3-10): el ID debe estar en OPERMAST activo,
      * sin bloqueo y con rol de supervisor o administrador.  Sin ID
      * en la tarjeta vale sólo una sesión firmada con ese rol; una
      * corrida batch sin firma y sin ID válido no fuerza el cierre.
      * El cierre forzado queda en el registro de excepciones con el
      * ID del supervisor que lo autorizó.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVO-RECON.

           SELECT CONCIL-SUBMAYOR ASSIGN TO "CONCSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCIL-SUBMAYOR.

           SELECT OPERADORES ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-CONTROL.
       FD  ARCHIVO-RECON.
       01  REG-ARCHIVO-RECON PIC X(60).

       FD  CONCIL-SUBMAYOR.
           COPY CONCSUB.

       FD  OPERADORES.
           COPY OPERMAST.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-REGISTRO-CONTROL PIC XX.
           88  FS-REG2-OK VALUE "00".
       01  FS-ARCHIVO-REG2 PIC XX.
       01  FS-ARCHIVO-DIST PIC XX.
       01  FS-ARCHIVO-RECON PIC XX.
       01  FS-CONCIL-SUBMAYOR PIC XX.
           88  FS-CSM-OK VALUE "00".
       01  FS-OPERADORES PIC XX.
           88  FS-OPE-OK VALUE "00".
       01  TARJETA-AUTORIZACION.
           05  AUT-OPCION         PIC X.
           05  FILLER             PIC X.
           05  AUT-SUPERVISOR     PIC X(8).
           05  FILLER             PIC X(70).
       01  SW-SUPERVISOR-VALIDO PIC A.
           88  SUPERVISOR-VALIDO VALUE "S".
       01  MOTIVO-RECHAZO-SUP PIC X(40).
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  PERIODO-CIERRE PIC 9(6).
       01  MONTO-TRABAJO PIC S9(10)V99.
       01  OPCION-CONFIRMA PIC A.
       01  CANT-A-CONSERVAR PIC 9(5).
       01  SW-COBRAR-CUADRA PIC A.
           88  COBRAR-CUADRA VALUE "S".
       01  SW-INVENTARIO-CUADRA PIC A.
           88  INVENTARIO-CUADRA VALUE "S".
       01  DIFERENCIA-ED PIC $$,$$$,$$$,$$9.99-.
           COPY ROLCHK.
           COPY EXCLOG.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "CIERRE CANCELADO"
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-CONCILIACION
                   THRU VERIFICAR-CONCILIACION-FIN.
           PERFORM VERIFICAR-CAPACIDADES.
           MOVE PERIODO-CIERRE TO HIS-PERIODO.
           MOVE 0 TO HIS-TOTAL-SUMAS HIS-CANT-SUMAS.
           DISPLAY "PERÍODO ", PERIODO-CIERRE, " CERRADO".
           STOP RUN.

      ******************************************************************
      * Submayores del período: la última corrida de SUBLEDGER-RECON
      * para este período debe dejar las dos líneas en CUADRA.  Una
      * línea de otro período no cuenta.
      ******************************************************************
       VERIFICAR-CONCILIACION.
           MOVE "N" TO SW-COBRAR-CUADRA.
           MOVE "N" TO SW-INVENTARIO-CUADRA.
           OPEN INPUT CONCIL-SUBMAYOR.
           IF FS-CSM-OK
               MOVE "N" TO SW-FIN-ARCHIVO
               PERFORM LEER-CONCILIACION
               PERFORM REVISAR-CONCILIACION UNTIL FIN-ARCHIVO
               CLOSE CONCIL-SUBMAYOR
           ELSE
               DISPLAY "NO HAY RESULTADO DE CONCILIACIÓN CONCSUB -"
                       " CORRA SUBLEDGER-RECON"
           END-IF.
           IF COBRAR-CUADRA AND INVENTARIO-CUADRA
               GO TO VERIFICAR-CONCILIACION-FIN
           END-IF.
           IF NOT COBRAR-CUADRA
               DISPLAY "CUENTAS POR COBRAR SIN CONCILIAR EN EL PERÍODO"
           END-IF.
           IF NOT INVENTARIO-CUADRA
               DISPLAY "INVENTARIO SIN CONCILIAR EN EL PERÍODO"
           END-IF.
           DISPLAY "¿AUTORIZA EL SUPERVISOR EL CIERRE IGUAL?"
                   " (S ID-SUPERVISOR / N): ".
           MOVE SPACES TO TARJETA-AUTORIZACION.
           ACCEPT TARJETA-AUTORIZACION.
           IF FUNCTION UPPER-CASE(AUT-OPCION) NOT = "S"
               DISPLAY "CIERRE RECHAZADO - SUBMAYORES SIN CONCILIAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PERIOD-CLOSE" TO ROLCHK-PROGRAMA.
           PERFORM VERIFICAR-ROL-SUPERVISOR.
           PERFORM VALIDAR-SUPERVISOR THRU VALIDAR-SUPERVISOR-FIN.
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "CIERRE RECHAZADO - ",
                       FUNCTION TRIM(MOTIVO-RECHAZO-SUP)
               MOVE "PERIOD-CLOSE" TO EXCLOG-PROGRAMA
               MOVE "AUTORIZA-CIERRE" TO EXCLOG-CAMPO
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING PERIODO-CIERRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUT-SUPERVISOR DELIMITED BY SPACE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "PERIOD-CLOSE" TO EXCLOG-PROGRAMA.
           MOVE "CIERRE-FORZADO" TO EXCLOG-CAMPO.
           MOVE SPACES TO EXCLOG-VALOR-MALO.
           STRING PERIODO-CIERRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUT-SUPERVISOR DELIMITED BY SPACE
               INTO EXCLOG-VALOR-MALO
           END-STRING.
           PERFORM REGISTRAR-EXCEPCION.
           DISPLAY "CIERRE AUTORIZADO POR EL SUPERVISOR ",
                   AUT-SUPERVISOR, " SIN CONCILIAR".
       VERIFICAR-CONCILIACION-FIN.
           EXIT.

      ******************************************************************
      * El supervisor que fuerza el cierre: el ID de la tarjeta o, si
      * viene en blanco, el de la sesión firmada.  Con rol S o A en
      * una sesión firmada ROLCHK ya lo verificó; si no, el ID se lee
      * en OPERMAST y debe estar activo, sin bloqueo, con PIN emitido
      * y con rol de supervisor o administrador.  Una corrida sin
      * firma no tiene otro modo de probar quién autoriza.
      ******************************************************************
       VALIDAR-SUPERVISOR.
           MOVE "N" TO SW-SUPERVISOR-VALIDO.
           MOVE FUNCTION UPPER-CASE(AUT-SUPERVISOR) TO AUT-SUPERVISOR.
           IF AUT-SUPERVISOR = SPACES
               IF ROL-OPERADOR = "S" OR ROL-OPERADOR = "A"
                   MOVE FIRMA-OPERADOR TO AUT-SUPERVISOR
                   MOVE "S" TO SW-SUPERVISOR-VALIDO
               ELSE
                   MOVE "FALTA EL ID DEL SUPERVISOR EN LA TARJETA"
                       TO MOTIVO-RECHAZO-SUP
               END-IF
               GO TO VALIDAR-SUPERVISOR-FIN
           END-IF.
           IF AUT-SUPERVISOR = FIRMA-OPERADOR
              AND (ROL-OPERADOR = "S" OR ROL-OPERADOR = "A")
               MOVE "S" TO SW-SUPERVISOR-VALIDO
               GO TO VALIDAR-SUPERVISOR-FIN
           END-IF.
           OPEN INPUT OPERADORES.
           IF NOT FS-OPE-OK
               MOVE "SIN MAESTRO OPERMAST PARA VALIDAR AL SUPERVISOR"
                   TO MOTIVO-RECHAZO-SUP
               GO TO VALIDAR-SUPERVISOR-FIN
           END-IF.
           MOVE AUT-SUPERVISOR TO OPE-ID.
           READ OPERADORES
               INVALID KEY
                   MOVE "EL SUPERVISOR NO EXISTE EN OPERMAST"
                       TO MOTIVO-RECHAZO-SUP
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT OPE-ACTIVO
                       WHEN OPE-ESTA-BLOQUEADO
                       WHEN OPE-PIN-CIFRADO = 0
                           MOVE "SUPERVISOR INACTIVO, BLOQUEADO O SIN"
                             & " PIN" TO MOTIVO-RECHAZO-SUP
                       WHEN ROL-SUPERVISOR
                       WHEN ROL-ADMINISTRADOR
                           MOVE "S" TO SW-SUPERVISOR-VALIDO
                       WHEN OTHER
                           MOVE "EL ID NO TIENE ROL DE SUPERVISOR"
                               TO MOTIVO-RECHAZO-SUP
                   END-EVALUATE
           END-READ.
           CLOSE OPERADORES.
       VALIDAR-SUPERVISOR-FIN.
           EXIT.

       LEER-CONCILIACION.
           READ CONCIL-SUBMAYOR
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-CONCILIACION.
           IF CSM-PERIODO = PERIODO-CIERRE
               MOVE CSM-DIFERENCIA TO DIFERENCIA-ED
               DISPLAY "CONCILIACIÓN ", CSM-SUBMAYOR, " ",
                       CSM-CUENTA, " DIFERENCIA ", DIFERENCIA-ED,
                       " ", CSM-ESTADO
               IF CSM-CUADRA
                   IF CSM-ES-COBRAR
                       MOVE "S" TO SW-COBRAR-CUADRA
                   END-IF
                   IF CSM-ES-INVENTARIO
                       MOVE "S" TO SW-INVENTARIO-CUADRA
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-CONCILIACION.

      ******************************************************************
      * Conteo previo de lo que debe conservarse: si excede las tablas
      * de trabajo, nada se modifica y la corrida termina con aviso.
           END-IF.
           WRITE REG-HISTORIA.
           CLOSE HISTORIA-MENSUAL.

           COPY ROLCHK-PROC.
           COPY EXCLOG-PROC.
