      ******************************************************************
      * Cargo de reposición por textos y equipos del pañol no
      * devueltos.  Todo ejemplar de ITEMLOAN (ver PRESTAMO.CPY) que
      * sigue PRESTADO y se entregó hasta la fecha de corte tecleada
      * se carga al estudiante en el libro STUDLEDG (ver CTAEST.CPY)
      * al ITM-COSTO-UNITARIO del artículo en ITEMMAST, con el tipo
      * "R" (CTE-REPOSICION) para que la facturación de término y las
      * becas no lo tomen por un cargo de arancel, y el préstamo pasa
      * a COBRADO con la fecha y el monto del cargo.  Un artículo sin
      * costo en ITEMMAST no se carga y va al registro de excepciones.
      * La corrida preliminar sólo lista lo que se cargaría; la
      * definitiva graba y postea cada cargo al feed GL por
      * GRABAR-ASIENTO-GL junto con su movimiento de STUDLEDG - débito
      * a cuentas por cobrar estudiantes y crédito a la cuenta de
      * ingreso por reposiciones, tecleadas al abrir la corrida - para
      * que una corrida cortada a mitad no deje préstamos COBRADO sin
      * su asiento.  Cada cargo se lista en el registro CARGOREP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-CHARGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS ASSIGN TO "ITEMLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-CLAVE
               ALTERNATE RECORD KEY IS PRS-ID-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-PRESTAMOS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT ITEM-MAESTRO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-ITEM-MAESTRO.

           SELECT CUENTAS-ESTUDIANTE ASSIGN TO "STUDLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTE-CLAVE
               FILE STATUS IS FS-CUENTAS-EST.

           SELECT REGISTRO-CARGOS ASSIGN TO "CARGOREP"
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
       FD  PRESTAMOS.
           COPY PRESTAMO.

       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  ITEM-MAESTRO.
           COPY ITEMMAST.

       FD  CUENTAS-ESTUDIANTE.
           COPY CTAEST.

       FD  REGISTRO-CARGOS.
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
       01  FS-PRESTAMOS PIC XX.
           88  FS-PRS-OK VALUE "00".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK VALUE "00".
       01  FS-ITEM-MAESTRO PIC XX.
           88  FS-ITM-OK VALUE "00".
       01  FS-CUENTAS-EST PIC XX.
           88  FS-CTE-OK VALUE "00".
           88  FS-CTE-NO-EXISTE VALUE "35".
       01  FS-REGISTRO PIC XX.
       01  OPCION-CORRIDA PIC A.
           88  CORRIDA-PRELIMINAR VALUE "P".
           88  CORRIDA-DEFINITIVA VALUE "D".
       01  SW-FIN-PRESTAMOS PIC A VALUE "N".
           88  FIN-PRESTAMOS VALUE "S".
       01  SW-FECHA-OK PIC A VALUE "N".
           88  FECHA-OK VALUE "S".
       01  SW-CARGO-GRABADO PIC A.
           88  CARGO-GRABADO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  HORA-CORRIDA PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-CORTE PIC 9(8).
       01  CUENTA-COBRAR PIC X(10).
       01  CUENTA-INGRESO PIC X(10).
       01  MONTO-CARGO PIC 9(5)V99.
       01  TOTAL-CORRIDA PIC 9(9)V99 VALUE 0.
       01  CANT-CARGADOS PIC 9(5) VALUE 0.
       01  CANT-SIN-COSTO PIC 9(5) VALUE 0.
       01  FECHA-ED PIC 9999/99/99.
       01  MONTO-ED PIC ZZ,ZZ9.99.
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
           DISPLAY "CARGO DE REPOSICIÓN - PRÉSTAMOS NO DEVUELTOS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-CORRIDA FROM TIME.
           MOVE SPACE TO OPCION-CORRIDA.
           PERFORM PEDIR-MODO
                   UNTIL CORRIDA-PRELIMINAR OR CORRIDA-DEFINITIVA.
           PERFORM PEDIR-FECHA-CORTE UNTIL FECHA-OK.
           IF CORRIDA-DEFINITIVA
               OPEN I-O PRESTAMOS
           ELSE
               OPEN INPUT PRESTAMOS
           END-IF.
           IF NOT FS-PRS-OK
               DISPLAY "NO HAY ARCHIVO DE PRÉSTAMOS ITEMLOAN"
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MAESTRO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               CLOSE PRESTAMOS
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDMAST, ESTADO ",
                       FS-STUDENT-MASTER
               CLOSE PRESTAMOS
               CLOSE ITEM-MAESTRO
               STOP RUN
           END-IF.
           IF CORRIDA-DEFINITIVA
               MOVE SPACES TO CUENTA-COBRAR
               PERFORM PEDIR-CUENTA-COBRAR
                       UNTIL CUENTA-COBRAR NOT = SPACES
               MOVE SPACES TO CUENTA-INGRESO
               PERFORM PEDIR-CUENTA-INGRESO
                       UNTIL CUENTA-INGRESO NOT = SPACES
               MOVE "N" TO SW-CAMPCHK-OK
               PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                       UNTIL CAMPCHK-OK
               MOVE CAMPCHK-CAMPUS TO GL-CAMPUS
               PERFORM ABRIR-CUENTAS-ESTUDIANTE
           END-IF.
           OPEN OUTPUT REGISTRO-CARGOS.
           MOVE SPACES TO RPTHDR-TITULO.
           IF CORRIDA-DEFINITIVA
               STRING "CARGOS DE REPOSICIÓN - CORTE "
                       DELIMITED BY SIZE
                   FECHA-CORTE DELIMITED BY SIZE
                   INTO RPTHDR-TITULO
               END-STRING
           ELSE
               STRING "REPOSICIÓN PRELIMINAR - CORTE "
                       DELIMITED BY SIZE
                   FECHA-CORTE DELIMITED BY SIZE
                   INTO RPTHDR-TITULO
               END-STRING
           END-IF.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM LEER-PRESTAMO.
           PERFORM CARGAR-PRESTAMO THRU CARGAR-PRESTAMO-FIN
                   UNTIL FIN-PRESTAMOS.
           IF CORRIDA-DEFINITIVA
               CLOSE CUENTAS-ESTUDIANTE
           END-IF.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE PRESTAMOS.
           CLOSE ITEM-MAESTRO.
           CLOSE STUDENT-MASTER.
           CLOSE REGISTRO-CARGOS.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           DISPLAY "EJEMPLARES CARGADOS: ", CANT-CARGADOS,
                   "  SIN COSTO: ", CANT-SIN-COSTO,
                   "  TOTAL: ", TOTAL-ED.
           STOP RUN.

       PEDIR-MODO.
           DISPLAY "CORRIDA (P)RELIMINAR O (D)EFINITIVA: ".
           ACCEPT OPCION-CORRIDA.
           MOVE FUNCTION UPPER-CASE(OPCION-CORRIDA) TO OPCION-CORRIDA.

      ******************************************************************
      * Fecha de corte, AAAAMMDD; ENTER toma hoy.  No puede ser
      * futura: lo que se entregó después todavía no venció.
      ******************************************************************
       PEDIR-FECHA-CORTE.
           DISPLAY "CARGAR LO ENTREGADO HASTA (AAAAMMDD, ENTER ="
                   " HOY): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-HOY TO FECHA-CORTE
               MOVE "S" TO SW-FECHA-OK
           ELSE
               IF FECHA-ENTRADA IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
                   MOVE FECHA-ENTRADA TO FECHA-CORTE
                   IF FECHA-CORTE > FECHA-HOY
                       DISPLAY "LA FECHA DE CORTE NO PUEDE SER"
                               " FUTURA, REINGRESE"
                   ELSE
                       MOVE "S" TO SW-FECHA-OK
                   END-IF
               ELSE
                   DISPLAY "FECHA INVÁLIDA, REINGRESE"
               END-IF
           END-IF.

       PEDIR-CUENTA-COBRAR.
           DISPLAY "CUENTA GL DE CUENTAS POR COBRAR ESTUDIANTES"
                   " (EJ. 1210): ".
           ACCEPT CUENTA-COBRAR.
           MOVE FUNCTION UPPER-CASE(CUENTA-COBRAR)
               TO CUENTA-COBRAR.

       PEDIR-CUENTA-INGRESO.
           DISPLAY "CUENTA GL DE INGRESO POR REPOSICIONES"
                   " (EJ. 4450): ".
           ACCEPT CUENTA-INGRESO.
           MOVE FUNCTION UPPER-CASE(CUENTA-INGRESO)
               TO CUENTA-INGRESO.

       ABRIR-CUENTAS-ESTUDIANTE.
           OPEN I-O CUENTAS-ESTUDIANTE.
           IF FS-CTE-NO-EXISTE
               OPEN OUTPUT CUENTAS-ESTUDIANTE
               CLOSE CUENTAS-ESTUDIANTE
               OPEN I-O CUENTAS-ESTUDIANTE
           END-IF.

       LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PRESTAMOS
           END-READ.

      ******************************************************************
      * Sólo lo que sigue PRESTADO: lo devuelto no se carga y lo ya
      * COBRADO por una corrida anterior no se vuelve a cargar.
      ******************************************************************
       CARGAR-PRESTAMO.
           IF NOT PRS-PRESTADO OR PRS-FECHA-ENTREGA > FECHA-CORTE
               GO TO CARGAR-PRESTAMO-SIGUIENTE
           END-IF.
           MOVE PRS-ITEM TO ITM-ITEM.
           READ ITEM-MAESTRO
               INVALID KEY
                   MOVE 0 TO ITM-COSTO-UNITARIO
           END-READ.
           IF ITM-COSTO-UNITARIO = 0
               ADD 1 TO CANT-SIN-COSTO
               MOVE "LOAN-CHARGE" TO EXCLOG-PROGRAMA
               MOVE "ITM-COSTO-UNITARIO" TO EXCLOG-CAMPO
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING PRS-ITEM DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   PRS-EJEMPLAR DELIMITED BY SIZE
                   " SIN COSTO" DELIMITED BY SIZE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
               GO TO CARGAR-PRESTAMO-SIGUIENTE
           END-IF.
           MOVE ITM-COSTO-UNITARIO TO MONTO-CARGO.
           MOVE PRS-ID-ESTUDIANTE TO ID-ESTUDIANTE.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "(NO ESTÁ EN STUDMAST)" TO NOM-ESTUDIANTE
                   MOVE SPACES TO TERMINO-ACTUAL
           END-READ.
           IF CORRIDA-DEFINITIVA
               PERFORM GRABAR-CARGO-CUENTA
               PERFORM POSTEAR-CARGO-GL
               MOVE "C" TO PRS-SITUACION
               MOVE FECHA-HOY TO PRS-FECHA-CARGO
               MOVE MONTO-CARGO TO PRS-MONTO-CARGO
               REWRITE REG-PRESTAMO
               MOVE "ITEMLOAN" TO FCHK-ARCHIVO
               MOVE PRS-CLAVE TO FCHK-CLAVE
               MOVE FS-PRESTAMOS TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
           END-IF.
           ADD 1 TO CANT-CARGADOS.
           ADD MONTO-CARGO TO TOTAL-CORRIDA.
           MOVE PRS-FECHA-ENTREGA TO FECHA-ED.
           MOVE MONTO-CARGO TO MONTO-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING PRS-ID-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOM-ESTUDIANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRS-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PRS-EJEMPLAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ITM-DESCRIPCION(1:16) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-ED DELIMITED BY SIZE
               MONTO-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
       CARGAR-PRESTAMO-SIGUIENTE.
           PERFORM LEER-PRESTAMO.
       CARGAR-PRESTAMO-FIN.
           EXIT.

      ******************************************************************
      * El cargo entra a STUDLEDG en positivo con el tipo "R".  Un
      * estudiante con varios ejemplares cargados en la corrida
      * chocaría en la clave: cada uno toma la línea siguiente.
      ******************************************************************
       GRABAR-CARGO-CUENTA.
           MOVE PRS-ID-ESTUDIANTE TO CTE-ID-ESTUDIANTE.
           MOVE FECHA-HOY TO CTE-FECHA.
           MOVE HORA-CORRIDA TO CTE-HORA.
           MOVE 0 TO CTE-LINEA.
           MOVE "R" TO CTE-TIPO.
           MOVE TERMINO-ACTUAL TO CTE-TERMINO.
           MOVE "REPO" TO CTE-CODIGO-ARANCEL.
           MOVE SPACES TO CTE-DESCRIPCION.
           STRING "REPOSICION " DELIMITED BY SIZE
               PRS-ITEM DELIMITED BY SPACE
               " EJEMPLAR " DELIMITED BY SIZE
               PRS-EJEMPLAR DELIMITED BY SIZE
               INTO CTE-DESCRIPCION
           END-STRING.
           MOVE MONTO-CARGO TO CTE-MONTO.
           MOVE 0 TO CTE-RECIBO.
           MOVE FIRMA-OPERADOR TO CTE-OPERADOR.
           MOVE "N" TO SW-CARGO-GRABADO.
           PERFORM INTENTAR-GRABAR-CARGO
                   UNTIL CARGO-GRABADO OR CTE-LINEA = 99.
           MOVE "STUDLEDG" TO FCHK-ARCHIVO.
           MOVE CTE-CLAVE TO FCHK-CLAVE.
           MOVE FS-CUENTAS-EST TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.

       INTENTAR-GRABAR-CARGO.
           ADD 1 TO CTE-LINEA.
           WRITE REG-CUENTA-ESTUDIANTE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-CARGO-GRABADO
           END-WRITE.

      ******************************************************************
      * Un par de asientos por cargo, grabado junto con el movimiento
      * de STUDLEDG y antes de pasar el préstamo a COBRADO: la
      * repetición de una corrida cortada saltea lo ya COBRADO, que
      * ya tiene su asiento en el mayor.
      ******************************************************************
       POSTEAR-CARGO-GL.
           MOVE "LOAN-CHARGE" TO GL-PROGRAMA.
           MOVE CUENTA-COBRAR TO GL-CUENTA.
           MOVE "D" TO GL-DEBITO-CREDITO.
           MOVE MONTO-CARGO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.
           MOVE "LOAN-CHARGE" TO GL-PROGRAMA.
           MOVE CUENTA-INGRESO TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE MONTO-CARGO TO GL-MONTO.
           PERFORM ARMAR-DESCRIPCION-GL.
           PERFORM GRABAR-ASIENTO-GL.

       ARMAR-DESCRIPCION-GL.
           MOVE SPACES TO GL-DESCRIPCION.
           STRING "REPO " DELIMITED BY SIZE
               PRS-ITEM DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               PRS-EJEMPLAR DELIMITED BY SIZE
               " EST " DELIMITED BY SIZE
               PRS-ID-ESTUDIANTE DELIMITED BY SIZE
               INTO GL-DESCRIPCION
           END-STRING.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE TOTAL-CORRIDA TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "TOTAL CARGADO: " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               "  EJEMPLARES: " DELIMITED BY SIZE
               CANT-CARGADOS DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "SIN COSTO EN ITEMMAST (NO CARGADOS): "
                   DELIMITED BY SIZE
               CANT-SIN-COSTO DELIMITED BY SIZE
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
