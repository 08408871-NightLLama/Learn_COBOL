      ******************************************************************
      * Entrega y devolución de textos y equipos de laboratorio del
      * pañol.  Cada ejemplar (artículo de ITEMMAST más número de
      * ejemplar) se anota en ITEMLOAN (ver PRESTAMO.CPY) contra el
      * ID-ESTUDIANTE, que se valida con el dígito verificador y
      * tiene que estar activo en STUDMAST, con la fecha de entrega,
      * el estado del ejemplar y la materia del estudiante para la
      * que se entrega (de ahí sale la sección del listado por
      * sección de LOAN-OUTSTANDING).  La devolución anota la fecha y
      * el estado en que vuelve; si LOAN-CHARGE ya le cargó la
      * reposición, el cargo queda y va al registro de excepciones
      * para que administración haga el ajuste.  La consulta muestra
      * todo lo que un estudiante tiene o tuvo en préstamo.
      *
      * ESTADOS DEL EJEMPLAR: N NUEVO, B BUENO, R REGULAR, M MALO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEM-LOAN.

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

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-PRESTAMOS PIC XX.
           88  FS-PRS-OK           VALUE "00".
           88  FS-PRS-NO-EXISTE    VALUE "35".
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-ITEM-MAESTRO PIC XX.
           88  FS-ITM-OK           VALUE "00".
       01  OPCION-MANT PIC A.
           88  MANT-ENTREGAR   VALUE "E".
           88  MANT-DEVOLVER   VALUE "D".
           88  MANT-CONSULTA   VALUE "C".
           88  MANT-FIN        VALUE "F".
       01  OPCION-ID PIC A.
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  SW-PRESTAMO-EXISTE PIC A.
           88  PRESTAMO-EXISTE VALUE "S".
       01  SW-DATO-OK PIC A.
           88  DATO-OK VALUE "S".
       01  SW-FIN-PRESTAMOS PIC A.
           88  FIN-PRESTAMOS VALUE "S".
       01  ESTADO-EJEMPLAR PIC X.
           88  ESTADO-EJEMPLAR-VALIDO VALUE "N" "B" "R" "M".
       01  MATERIA-ENTRADA PIC X(4).
       01  EJEMPLAR-ENTRADA PIC X(4).
       01  EJEMPLAR-PEDIDO PIC 9(4).
       01  ARTICULO-PEDIDO PIC X(8).
       01  ID-CONSULTA PIC 9(6).
       01  IDX-FILA PIC 9.
       01  FECHA-HOY PIC 9(8).
       01  CANT-LISTADOS PIC 9(4).
       01  FECHA-ED PIC 9999/99/99.
       01  MONTO-ED PIC $$,$$9.99.
       01  SITUACION-ED PIC X(9).
           COPY IDCHK.
           COPY NUMCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ENTREGA Y DEVOLUCIÓN DE TEXTOS Y EQUIPOS".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT ITEM-MAESTRO.
           IF NOT FS-ITM-OK
               DISPLAY "NO HAY MAESTRO DE ARTÍCULOS ITEMMAST"
               CLOSE STUDENT-MASTER
               STOP RUN
           END-IF.
           PERFORM ABRIR-PRESTAMOS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE PRESTAMOS.
           CLOSE STUDENT-MASTER.
           CLOSE ITEM-MAESTRO.
           STOP RUN.

       ABRIR-PRESTAMOS.
           OPEN I-O PRESTAMOS.
           IF FS-PRS-NO-EXISTE
               OPEN OUTPUT PRESTAMOS
               CLOSE PRESTAMOS
               OPEN I-O PRESTAMOS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "PAÑOL - (E)NTREGAR, (D)EVOLVER, (C)ONSULTA POR"
                   " ESTUDIANTE, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ENTREGAR
                   PERFORM ENTREGAR-EJEMPLAR THRU ENTREGAR-EJEMPLAR-FIN
               WHEN MANT-DEVOLVER
                   PERFORM DEVOLVER-EJEMPLAR THRU DEVOLVER-EJEMPLAR-FIN
               WHEN MANT-CONSULTA
                   PERFORM CONSULTAR-ESTUDIANTE
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Artículo de ITEMMAST y número de ejemplar; deja leído el
      * préstamo si el ejemplar ya figura en ITEMLOAN.
      ******************************************************************
       PEDIR-EJEMPLAR.
           MOVE "N" TO SW-PRESTAMO-EXISTE.
           DISPLAY "ARTÍCULO: ".
           ACCEPT ARTICULO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(ARTICULO-PEDIDO) TO ARTICULO-PEDIDO.
           MOVE ARTICULO-PEDIDO TO ITM-ITEM.
           READ ITEM-MAESTRO
               INVALID KEY
                   DISPLAY "ARTÍCULO NO ESTÁ EN ITEMMAST"
                   MOVE "N" TO SW-DATO-OK
                   GO TO PEDIR-EJEMPLAR-FIN
           END-READ.
           DISPLAY ITM-DESCRIPCION.
           DISPLAY "NÚMERO DE EJEMPLAR (1-9999): ".
           ACCEPT EJEMPLAR-ENTRADA.
           MOVE EJEMPLAR-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-INVALIDO
               DISPLAY "EJEMPLAR INVÁLIDO"
               MOVE "N" TO SW-DATO-OK
               GO TO PEDIR-EJEMPLAR-FIN
           END-IF.
           MOVE FUNCTION NUMVAL(EJEMPLAR-ENTRADA) TO EJEMPLAR-PEDIDO.
           IF EJEMPLAR-PEDIDO = 0
               DISPLAY "EJEMPLAR INVÁLIDO"
               MOVE "N" TO SW-DATO-OK
               GO TO PEDIR-EJEMPLAR-FIN
           END-IF.
           MOVE "S" TO SW-DATO-OK.
           MOVE ARTICULO-PEDIDO TO PRS-ITEM.
           MOVE EJEMPLAR-PEDIDO TO PRS-EJEMPLAR.
           READ PRESTAMOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO SW-PRESTAMO-EXISTE
           END-READ.
       PEDIR-EJEMPLAR-FIN.
           EXIT.

      ******************************************************************
      * Entrega: el ejemplar no puede estar ya en manos de otro; el
      * estudiante tiene que estar activo.
      ******************************************************************
       ENTREGAR-EJEMPLAR.
           PERFORM PEDIR-EJEMPLAR THRU PEDIR-EJEMPLAR-FIN.
           IF NOT DATO-OK
               GO TO ENTREGAR-EJEMPLAR-FIN
           END-IF.
           IF PRESTAMO-EXISTE AND PRS-PENDIENTE
               DISPLAY "EL EJEMPLAR YA ESTÁ ENTREGADO AL ESTUDIANTE ",
                       PRS-ID-ESTUDIANTE, " DESDE ", PRS-FECHA-ENTREGA
               GO TO ENTREGAR-EJEMPLAR-FIN
           END-IF.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           IF NOT EST-ACTIVO
               DISPLAY "EL ESTUDIANTE NO ESTÁ ACTIVO - NO SE ENTREGA"
               GO TO ENTREGAR-EJEMPLAR-FIN
           END-IF.
           MOVE "N" TO SW-DATO-OK.
           PERFORM PEDIR-MATERIA UNTIL DATO-OK.
           MOVE "N" TO SW-DATO-OK.
           PERFORM PEDIR-ESTADO-EJEMPLAR UNTIL DATO-OK.
           MOVE ARTICULO-PEDIDO TO PRS-ITEM.
           MOVE EJEMPLAR-PEDIDO TO PRS-EJEMPLAR.
           MOVE ID-ESTUDIANTE TO PRS-ID-ESTUDIANTE.
           MOVE FECHA-HOY TO PRS-FECHA-ENTREGA.
           MOVE ESTADO-EJEMPLAR TO PRS-ESTADO-ENTREGA.
           MOVE 0 TO PRS-FECHA-DEVOLUCION.
           MOVE SPACE TO PRS-ESTADO-DEVOLUCION.
           MOVE "P" TO PRS-SITUACION.
           MOVE 0 TO PRS-FECHA-CARGO.
           MOVE 0 TO PRS-MONTO-CARGO.
           MOVE FIRMA-OPERADOR TO PRS-OPERADOR.
           IF PRESTAMO-EXISTE
               REWRITE REG-PRESTAMO
           ELSE
               WRITE REG-PRESTAMO
           END-IF.
           MOVE "ITEMLOAN" TO FCHK-ARCHIVO.
           MOVE PRS-CLAVE TO FCHK-CLAVE.
           MOVE FS-PRESTAMOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "EJEMPLAR ENTREGADO".
       ENTREGAR-EJEMPLAR-FIN.
           EXIT.

       PEDIR-ID-ESTUDIANTE.
           DISPLAY "ID DEL ESTUDIANTE: ".
           ACCEPT ID-ESTUDIANTE.
           PERFORM VERIFICAR-ID-TECLEADO.
           IF IDCHK-INVALIDO
               GO TO PEDIR-ID-ESTUDIANTE-FIN
           END-IF.
           PERFORM BUSCAR-ESTUDIANTE.
           IF EST-EXISTE
               DISPLAY "ESTUDIANTE: ", NOM-ESTUDIANTE
           ELSE
               DISPLAY "ID NO ESTÁ EN EL MAESTRO, REINGRESE"
           END-IF.
       PEDIR-ID-ESTUDIANTE-FIN.
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
      * La materia tiene que ser una de las inscritas (no retirada)
      * del estudiante; la sección sale de su registro.  ENTER = el
      * ejemplar no va atado a una materia.
      ******************************************************************
       PEDIR-MATERIA.
           DISPLAY "MATERIA PARA LA QUE SE ENTREGA (ENTER = NINGUNA): ".
           ACCEPT MATERIA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(MATERIA-ENTRADA) TO MATERIA-ENTRADA.
           MOVE SPACES TO PRS-COD-MATERIA.
           MOVE 0 TO PRS-SECCION.
           IF MATERIA-ENTRADA = SPACES
               MOVE "S" TO SW-DATO-OK
           ELSE
               PERFORM BUSCAR-MATERIA-INSCRITA
                       VARYING IDX-FILA FROM 1 BY 1
                       UNTIL IDX-FILA > NUM-MATERIAS OR IDX-FILA > 6
               IF NOT DATO-OK
                   DISPLAY "EL ESTUDIANTE NO CURSA ESA MATERIA,"
                           " REINGRESE"
               END-IF
           END-IF.

       BUSCAR-MATERIA-INSCRITA.
           IF COD-MATERIA(IDX-FILA) = MATERIA-ENTRADA
                   AND NOT MATERIA-RETIRADA(IDX-FILA)
               MOVE COD-MATERIA(IDX-FILA) TO PRS-COD-MATERIA
               MOVE SECCION-MATERIA(IDX-FILA) TO PRS-SECCION
               MOVE "S" TO SW-DATO-OK
           END-IF.

       PEDIR-ESTADO-EJEMPLAR.
           DISPLAY "ESTADO DEL EJEMPLAR - N NUEVO, B BUENO,"
                   " R REGULAR, M MALO: ".
           ACCEPT ESTADO-EJEMPLAR.
           MOVE FUNCTION UPPER-CASE(ESTADO-EJEMPLAR) TO ESTADO-EJEMPLAR.
           IF ESTADO-EJEMPLAR-VALIDO
               MOVE "S" TO SW-DATO-OK
           ELSE
               DISPLAY "ESTADO INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Devolución.  El ejemplar ya cobrado por LOAN-CHARGE se recibe
      * igual, pero el cargo de reposición no se revierte acá: queda
      * en el registro de excepciones para el ajuste.
      ******************************************************************
       DEVOLVER-EJEMPLAR.
           PERFORM PEDIR-EJEMPLAR THRU PEDIR-EJEMPLAR-FIN.
           IF NOT DATO-OK
               GO TO DEVOLVER-EJEMPLAR-FIN
           END-IF.
           IF NOT PRESTAMO-EXISTE OR PRS-DEVUELTO
               DISPLAY "EL EJEMPLAR NO FIGURA ENTREGADO"
               GO TO DEVOLVER-EJEMPLAR-FIN
           END-IF.
           MOVE PRS-FECHA-ENTREGA TO FECHA-ED.
           DISPLAY "ENTREGADO A ", PRS-ID-ESTUDIANTE, " EL ", FECHA-ED,
                   " EN ESTADO ", PRS-ESTADO-ENTREGA.
           MOVE "N" TO SW-DATO-OK.
           PERFORM PEDIR-ESTADO-EJEMPLAR UNTIL DATO-OK.
           IF PRS-COBRADO
               MOVE PRS-MONTO-CARGO TO MONTO-ED
               DISPLAY "YA SE CARGÓ LA REPOSICIÓN (", MONTO-ED,
                       ") - EL AJUSTE DEL CARGO LO HACE ADMINISTRACIÓN"
               MOVE "ITEM-LOAN" TO EXCLOG-PROGRAMA
               MOVE "PRS-COBRADO-DEVUELTO" TO EXCLOG-CAMPO
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING PRS-ID-ESTUDIANTE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRS-ITEM DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   PRS-EJEMPLAR DELIMITED BY SIZE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
           END-IF.
           MOVE FECHA-HOY TO PRS-FECHA-DEVOLUCION.
           MOVE ESTADO-EJEMPLAR TO PRS-ESTADO-DEVOLUCION.
           MOVE "D" TO PRS-SITUACION.
           MOVE FIRMA-OPERADOR TO PRS-OPERADOR.
           REWRITE REG-PRESTAMO.
           MOVE "ITEMLOAN" TO FCHK-ARCHIVO.
           MOVE PRS-CLAVE TO FCHK-CLAVE.
           MOVE FS-PRESTAMOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "EJEMPLAR DEVUELTO".
       DEVOLVER-EJEMPLAR-FIN.
           EXIT.

      ******************************************************************
      * Consulta por la clave alterna: todo lo del estudiante.
      ******************************************************************
       CONSULTAR-ESTUDIANTE.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           MOVE ID-ESTUDIANTE TO ID-CONSULTA.
           MOVE 0 TO CANT-LISTADOS.
           MOVE "N" TO SW-FIN-PRESTAMOS.
           MOVE ID-CONSULTA TO PRS-ID-ESTUDIANTE.
           START PRESTAMOS KEY IS NOT LESS THAN PRS-ID-ESTUDIANTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-PRESTAMOS
           END-START.
           PERFORM LISTAR-UN-PRESTAMO UNTIL FIN-PRESTAMOS.
           IF CANT-LISTADOS = 0
               DISPLAY "SIN PRÉSTAMOS REGISTRADOS"
           END-IF.

       LISTAR-UN-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-PRESTAMOS
               NOT AT END
                   IF PRS-ID-ESTUDIANTE NOT = ID-CONSULTA
                       MOVE "S" TO SW-FIN-PRESTAMOS
                   ELSE
                       PERFORM MOSTRAR-PRESTAMO
                   END-IF
           END-READ.

       MOSTRAR-PRESTAMO.
           EVALUATE TRUE
               WHEN PRS-PRESTADO
                   MOVE "PRESTADO" TO SITUACION-ED
               WHEN PRS-COBRADO
                   MOVE "COBRADO" TO SITUACION-ED
               WHEN OTHER
                   MOVE "DEVUELTO" TO SITUACION-ED
           END-EVALUATE.
           MOVE PRS-FECHA-ENTREGA TO FECHA-ED.
           DISPLAY PRS-ITEM, " ", PRS-EJEMPLAR, " ", PRS-COD-MATERIA,
                   " ", PRS-SECCION, " ENTREGADO ", FECHA-ED, " ",
                   SITUACION-ED.
           ADD 1 TO CANT-LISTADOS.

           COPY IDCHK-PROC.
           COPY NUMCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
