      ******************************************************************
      * Aprobación de reembolsos a clientes con saldo a favor: el
      * supervisor elige la cuenta, el programa muestra el saldo
      * acreedor del archivo de trabajo AGINGWRK que deja AGING-REPORT
      * (las cuatro franjas sumadas, negativas), descuenta los
      * reembolsos ya aprobados que siguen pendientes de cheque en
      * DESEMBOL y acepta un monto que no pase de lo disponible.  El
      * reembolso se numera desde el registro de control REEMBCTL
      * (el molde de RECIBOCT) y entra a la cola de desembolsos
      * aprobados DESEMBOL con origen "R", el nombre y la dirección
      * del maestro CUSTMAST y las cuentas GL tecleadas al abrir -
      * débito a cuentas por cobrar, crédito a caja.  El cheque, el
      * asiento GL y el movimiento al detalle TRXDETL los hace
      * CHECK-PRINT al imprimir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-APPROVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT TRABAJO-AGING ASSIGN TO "AGINGWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT DESEMBOLSOS ASSIGN TO "DESEMBOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSB-CLAVE
               FILE STATUS IS FS-DESEMBOLSOS.

           SELECT REEMBOLSO-CONTROL ASSIGN TO "REEMBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REEMBOLSO-CONTROL.

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
       FD  CLIENTES.
           COPY CUSTMAST.

       FD  TRABAJO-AGING.
       01  REG-TRABAJO-AGING.
           05  AGW-CUENTA          PIC X(16).
           05  AGW-CORRIENTE       PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AGW-30              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AGW-60              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  AGW-90              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

       FD  DESEMBOLSOS.
           COPY DESEMBOL.

       FD  REEMBOLSO-CONTROL.
       01  REG-REEMBOLSO-CONTROL.
           05  CTL-PROX-REEMBOLSO PIC 9(6).

       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-CLIENTES PIC XX.
           88  FS-CLI-OK VALUE "00".
       01  FS-TRABAJO PIC XX.
           88  FS-TRA-OK VALUE "00".
       01  FS-DESEMBOLSOS PIC XX.
           88  FS-DSB-OK VALUE "00".
           88  FS-DSB-NO-EXISTE VALUE "35".
       01  FS-REEMBOLSO-CONTROL PIC XX.
           88  FS-REECTL-OK VALUE "00".
       01  OPCION PIC A.
       01  OPCION-CONFIRMA PIC A.
       01  SW-CUENTA-OK PIC A.
           88  CUENTA-OK VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-SALDO-HALLADO PIC A.
           88  SALDO-HALLADO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  CUENTA-CAJA PIC X(10).
       01  CUENTA-COBRAR PIC X(10).
       01  CAMPUS-REEMBOLSO PIC XX.
       01  NUMERO-REEMBOLSO PIC 9(6).
       01  SALDO-ENVEJECIDO PIC S9(11)V99.
       01  SALDO-A-FAVOR PIC S9(11)V99.
       01  PENDIENTE-REEMBOLSO PIC 9(9)V99.
       01  DISPONIBLE-REEMBOLSO PIC S9(11)V99.
       01  MONTO-REEMBOLSO PIC 9(7)V99.
       01  MONTO-ED PIC $,$$$,$$9.99.
       01  SALDO-ED PIC $$$,$$$,$$9.99-.
       01  TOTAL-APROBADO PIC 9(9)V99 VALUE 0.
       01  TOTAL-APROBADO-ED PIC $$$,$$$,$$9.99.
       01  CANT-APROBADOS PIC 9(4) VALUE 0.
           COPY NUMCHK.
           COPY CAMPCHK.
           COPY ROLCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "REFUND-APPROVAL" TO ROLCHK-PROGRAMA.
           PERFORM VERIFICAR-ROL-SUPERVISOR.
           DISPLAY "APROBACIÓN DE REEMBOLSOS A CLIENTES".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES.
           IF NOT FS-CLI-OK
               DISPLAY "NO HAY MAESTRO DE CLIENTES CUSTMAST"
               STOP RUN
           END-IF.
           MOVE SPACES TO CUENTA-COBRAR.
           PERFORM PEDIR-CUENTA-COBRAR
                   UNTIL CUENTA-COBRAR NOT = SPACES.
           MOVE SPACES TO CUENTA-CAJA.
           PERFORM PEDIR-CUENTA-CAJA
                   UNTIL CUENTA-CAJA NOT = SPACES.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO CAMPUS-REEMBOLSO.
           OPEN I-O DESEMBOLSOS.
           IF FS-DSB-NO-EXISTE
               OPEN OUTPUT DESEMBOLSOS
               CLOSE DESEMBOLSOS
               OPEN I-O DESEMBOLSOS
           END-IF.
           MOVE "S" TO OPCION.
           PERFORM TOMAR-UN-REEMBOLSO THRU TOMAR-SIGUE
                   UNTIL OPCION = "N".
           CLOSE CLIENTES.
           CLOSE DESEMBOLSOS.
           MOVE TOTAL-APROBADO TO TOTAL-APROBADO-ED.
           DISPLAY "REEMBOLSOS APROBADOS: ", CANT-APROBADOS,
                   "  TOTAL: ", TOTAL-APROBADO-ED.
           STOP RUN.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR (EJ. 1200): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       PEDIR-CUENTA-CAJA.
           DISPLAY "CUENTA GL DE CAJA (EJ. 1010): ".
           ACCEPT CUENTA-CAJA.
           MOVE FUNCTION UPPER-CASE(CUENTA-CAJA) TO CUENTA-CAJA.

       TOMAR-UN-REEMBOLSO.
           MOVE "N" TO SW-CUENTA-OK.
           PERFORM PEDIR-CUENTA-CLIENTE UNTIL CUENTA-OK.
           PERFORM BUSCAR-SALDO-ENVEJECIDO
                   THRU BUSCAR-SALDO-ENVEJECIDO-FIN.
           IF NOT SALDO-HALLADO
               GO TO TOMAR-SIGUE
           END-IF.
           IF SALDO-ENVEJECIDO NOT < 0
               MOVE SALDO-ENVEJECIDO TO SALDO-ED
               DISPLAY "LA CUENTA NO TIENE SALDO A FAVOR (SALDO ",
                       SALDO-ED, ")"
               GO TO TOMAR-SIGUE
           END-IF.
           COMPUTE SALDO-A-FAVOR = 0 - SALDO-ENVEJECIDO.
           PERFORM SUMAR-REEMBOLSOS-PENDIENTES.
           COMPUTE DISPONIBLE-REEMBOLSO =
               SALDO-A-FAVOR - PENDIENTE-REEMBOLSO.
           MOVE SALDO-A-FAVOR TO SALDO-ED.
           DISPLAY "SALDO A FAVOR DEL CLIENTE:      ", SALDO-ED.
           MOVE PENDIENTE-REEMBOLSO TO SALDO-ED.
           DISPLAY "REEMBOLSOS PENDIENTES DE CHEQUE:", SALDO-ED.
           MOVE DISPONIBLE-REEMBOLSO TO SALDO-ED.
           DISPLAY "DISPONIBLE PARA REEMBOLSAR:     ", SALDO-ED.
           IF DISPONIBLE-REEMBOLSO NOT > 0
               DISPLAY "NO QUEDA SALDO DISPONIBLE PARA REEMBOLSAR"
               GO TO TOMAR-SIGUE
           END-IF.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-MONTO UNTIL NUMCHK-VALIDO.
           MOVE MONTO-REEMBOLSO TO MONTO-ED.
           DISPLAY "¿APRUEBA EL REEMBOLSO DE ", MONTO-ED, " A ",
                   CLI-NOMBRE, "? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "REEMBOLSO NO APROBADO"
               GO TO TOMAR-SIGUE
           END-IF.
           PERFORM ASIGNAR-NUMERO-REEMBOLSO.
           PERFORM ENCOLAR-DESEMBOLSO.
           ADD 1 TO CANT-APROBADOS.
           ADD MONTO-REEMBOLSO TO TOTAL-APROBADO.
       TOMAR-SIGUE.
           DISPLAY "¿OTRO REEMBOLSO? (S/N): ".
           ACCEPT OPCION.
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION.

       PEDIR-CUENTA-CLIENTE.
           DISPLAY "NÚMERO DE CUENTA DEL CLIENTE: ".
           ACCEPT CLI-CUENTA.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "CUENTA NO ESTÁ EN EL MAESTRO, REINGRESE"
               NOT INVALID KEY
                   MOVE "S" TO SW-CUENTA-OK
                   DISPLAY "CLIENTE: ", CLI-NOMBRE
           END-READ.

      ******************************************************************
      * Saldo de la cuenta tal como lo dejó la última corrida de
      * AGING-REPORT: las cuatro franjas sumadas; un saldo a favor
      * del cliente sale negativo.
      ******************************************************************
       BUSCAR-SALDO-ENVEJECIDO.
           MOVE "N" TO SW-SALDO-HALLADO.
           MOVE 0 TO SALDO-ENVEJECIDO.
           OPEN INPUT TRABAJO-AGING.
           IF NOT FS-TRA-OK
               DISPLAY "NO HAY ARCHIVO AGINGWRK - CORRA AGING-REPORT"
                       " PRIMERO"
               GO TO BUSCAR-SALDO-ENVEJECIDO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-TRABAJO.
           PERFORM COMPARAR-UNA-CUENTA
                   UNTIL FIN-ARCHIVO OR SALDO-HALLADO.
           CLOSE TRABAJO-AGING.
           IF NOT SALDO-HALLADO
               DISPLAY "LA CUENTA NO ESTÁ EN AGINGWRK - SIN SALDO"
                       " A FAVOR"
           END-IF.
       BUSCAR-SALDO-ENVEJECIDO-FIN.
           EXIT.

       LEER-TRABAJO.
           READ TRABAJO-AGING
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       COMPARAR-UNA-CUENTA.
           IF AGW-CUENTA = CLI-CUENTA
               COMPUTE SALDO-ENVEJECIDO = AGW-CORRIENTE + AGW-30
                       + AGW-60 + AGW-90
               MOVE "S" TO SW-SALDO-HALLADO
           ELSE
               PERFORM LEER-TRABAJO
           END-IF.

      ******************************************************************
      * Un reembolso aprobado que todavía no tiene cheque no figura
      * en TRXDETL ni en AGINGWRK: se descuenta del saldo a favor
      * para que la misma plata no se apruebe dos veces.
      ******************************************************************
       SUMAR-REEMBOLSOS-PENDIENTES.
           MOVE 0 TO PENDIENTE-REEMBOLSO.
           MOVE "R" TO DSB-ORIGEN.
           MOVE 0 TO DSB-NUMERO.
           MOVE "N" TO SW-FIN-ARCHIVO.
           START DESEMBOLSOS KEY IS NOT LESS THAN DSB-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-DESEMBOLSO
           END-IF.
           PERFORM SUMAR-UN-PENDIENTE UNTIL FIN-ARCHIVO.

       LEER-DESEMBOLSO.
           READ DESEMBOLSOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.
           IF NOT FIN-ARCHIVO AND DSB-ORIGEN NOT = "R"
               MOVE "S" TO SW-FIN-ARCHIVO
           END-IF.

       SUMAR-UN-PENDIENTE.
           IF DSB-PENDIENTE AND DSB-BENEFICIARIO = CLI-CUENTA
               ADD DSB-MONTO TO PENDIENTE-REEMBOLSO
           END-IF.
           PERFORM LEER-DESEMBOLSO.

       PEDIR-MONTO.
           DISPLAY "MONTO DEL REEMBOLSO: ".
           ACCEPT NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA) TO MONTO-REEMBOLSO
               IF MONTO-REEMBOLSO = 0
                   DISPLAY "EL MONTO NO PUEDE SER CERO"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
               IF MONTO-REEMBOLSO > DISPONIBLE-REEMBOLSO
                   DISPLAY "EL MONTO PASA EL SALDO DISPONIBLE"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
           END-IF.

      ******************************************************************
      * Número de reembolso secuencial desde el registro de control
      * REEMBCTL, el mismo molde que el RECIBOCT de RECEIPT-ENTRY.
      ******************************************************************
       ASIGNAR-NUMERO-REEMBOLSO.
           MOVE 1 TO CTL-PROX-REEMBOLSO.
           OPEN INPUT REEMBOLSO-CONTROL.
           IF FS-REECTL-OK
               READ REEMBOLSO-CONTROL
                   AT END
                       CONTINUE
               END-READ
               CLOSE REEMBOLSO-CONTROL
           END-IF.
           MOVE CTL-PROX-REEMBOLSO TO NUMERO-REEMBOLSO.
           ADD 1 TO CTL-PROX-REEMBOLSO.
           OPEN OUTPUT REEMBOLSO-CONTROL.
           WRITE REG-REEMBOLSO-CONTROL.
           MOVE "REEMBCTL" TO FCHK-ARCHIVO.
           MOVE CTL-PROX-REEMBOLSO TO FCHK-CLAVE.
           MOVE FS-REEMBOLSO-CONTROL TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           CLOSE REEMBOLSO-CONTROL.

       ENCOLAR-DESEMBOLSO.
           MOVE "R" TO DSB-ORIGEN.
           MOVE NUMERO-REEMBOLSO TO DSB-NUMERO.
           MOVE CLI-CUENTA TO DSB-BENEFICIARIO.
           MOVE CLI-NOMBRE TO DSB-NOMBRE.
           MOVE CLI-DIRECCION-1 TO DSB-DIRECCION-1.
           MOVE CLI-DIRECCION-2 TO DSB-DIRECCION-2.
           MOVE MONTO-REEMBOLSO TO DSB-MONTO.
           MOVE CUENTA-COBRAR TO DSB-CUENTA-DEBITO.
           MOVE CUENTA-CAJA TO DSB-CUENTA-CAJA.
           MOVE CAMPUS-REEMBOLSO TO DSB-CAMPUS.
           MOVE SPACES TO DSB-CONCEPTO.
           STRING "REEMBOLSO A FAVOR NRO " DELIMITED BY SIZE
               NUMERO-REEMBOLSO DELIMITED BY SIZE
               INTO DSB-CONCEPTO
           END-STRING.
           MOVE FECHA-HOY TO DSB-FECHA-APROBACION.
           MOVE FIRMA-OPERADOR TO DSB-OPERADOR.
           MOVE "P" TO DSB-ESTADO.
           MOVE 0 TO DSB-NUMERO-CHEQUE.
           WRITE REG-DESEMBOLSO.
           MOVE "DESEMBOL" TO FCHK-ARCHIVO.
           MOVE DSB-CLAVE TO FCHK-CLAVE.
           MOVE FS-DESEMBOLSOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "REEMBOLSO ", NUMERO-REEMBOLSO,
                   " APROBADO - PENDIENTE DE CHEQUE".

           COPY NUMCHK-PROC.
           COPY CAMPCHK-PROC.
           COPY ROLCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
