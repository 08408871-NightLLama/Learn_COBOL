      ******************************************************************
      * Carga de ausencias docentes (TCHABSN, ver AUSENCIA.CPY): alta
      * de la ausencia de un docente activo de TCHMAST en un día, con
      * el motivo y si es de jornada completa o parcial (la parcial
      * con el rango de períodos en que falta); anulación de una
      * ausencia cargada por error, que borra también las coberturas
      * de suplencia que SUBSTITUTE-COVERAGE ya había asignado a sus
      * secciones ese día; y listado de las ausencias de un día.
      * Mismo molde que TEACHER-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHER-ABSENCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSENCIAS ASSIGN TO "TCHABSN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CLAVE
               FILE STATUS IS FS-AUSENCIAS.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT COBERTURAS ASSIGN TO "SUBCOVER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-CLAVE
               ALTERNATE RECORD KEY IS COB-SUP-ID WITH DUPLICATES
               FILE STATUS IS FS-COBERTURAS.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSENCIAS.
           COPY AUSENCIA.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  COBERTURAS.
           COPY COBERTUR.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-AUSENCIAS PIC XX.
           88  FS-AUS-OK           VALUE "00".
           88  FS-AUS-NO-EXISTE    VALUE "35".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK           VALUE "00".
       01  FS-COBERTURAS PIC XX.
           88  FS-COB-OK           VALUE "00".
           88  FS-COB-NO-EXISTE    VALUE "35".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BORRAR VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  SW-MOTIVO-OK PIC A.
           88  MOTIVO-OK VALUE "S".
       01  SW-JORNADA-OK PIC A.
           88  JORNADA-OK VALUE "S".
       01  SW-PERIODOS-OK PIC A.
           88  PERIODOS-OK VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  FECHA-PEDIDA PIC 9(8).
       01  LEGAJO-PEDIDO PIC X(6).
       01  ENTRADA-PERIODO-DESDE PIC XX.
       01  ENTRADA-PERIODO-HASTA PIC XX.
       01  COBERTURAS-BORRADAS PIC 9(3).
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE AUSENCIAS DOCENTES COBERTURAS.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O AUSENCIAS.
           IF FS-AUS-NO-EXISTE
               OPEN OUTPUT AUSENCIAS
               CLOSE AUSENCIAS
               OPEN I-O AUSENCIAS
           END-IF.
           OPEN I-O COBERTURAS.
           IF FS-COB-NO-EXISTE
               OPEN OUTPUT COBERTURAS
               CLOSE COBERTURAS
               OPEN I-O COBERTURAS
           END-IF.
           OPEN INPUT DOCENTES.
           IF NOT FS-DOC-OK
               DISPLAY "NO SE PUEDE ABRIR TCHMAST (ESTADO ",
                       FS-DOCENTES, ")"
               CLOSE AUSENCIAS COBERTURAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "AUSENCIAS - (A)LTA, (B)ORRAR, (L)ISTAR DÍA, "
                   "(F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-AUSENCIA THRU ALTA-AUSENCIA-FIN
               WHEN MANT-BORRAR
                   PERFORM BORRAR-AUSENCIA THRU BORRAR-AUSENCIA-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-AUSENCIAS
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

      ******************************************************************
      * Alta: el docente tiene que estar activo en TCHMAST y no tener
      * ya una ausencia ese día (para cambiarla se borra y se vuelve
      * a cargar).  La jornada completa se graba con períodos 00 a 99
      * para que SUBSTITUTE-COVERAGE no tenga que distinguir.
      ******************************************************************
       ALTA-AUSENCIA.
           DISPLAY "LEGAJO DEL DOCENTE AUSENTE: ".
           ACCEPT LEGAJO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(LEGAJO-PEDIDO) TO LEGAJO-PEDIDO.
           IF LEGAJO-PEDIDO = SPACES
               GO TO ALTA-AUSENCIA-FIN
           END-IF.
           MOVE LEGAJO-PEDIDO TO DOC-ID.
           READ DOCENTES
               INVALID KEY
                   DISPLAY "LEGAJO NO ESTÁ EN EL MAESTRO"
                   GO TO ALTA-AUSENCIA-FIN
           END-READ.
           IF NOT DOC-ACTIVO
               DISPLAY "DOCENTE INACTIVO - NO SE CARGA AUSENCIA"
               GO TO ALTA-AUSENCIA-FIN
           END-IF.
           DISPLAY DOC-NOMBRE.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-AUSENCIA UNTIL FECHA-OK.
           MOVE FECHA-PEDIDA TO AUS-FECHA.
           MOVE LEGAJO-PEDIDO TO AUS-DOC-ID.
           READ AUSENCIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "YA HAY UNA AUSENCIA CARGADA ESE DÍA (",
                           AUS-MOTIVO, "/", AUS-JORNADA,
                           ") - BORRARLA PRIMERO"
                   GO TO ALTA-AUSENCIA-FIN
           END-READ.
           INITIALIZE REG-AUSENCIA.
           MOVE FECHA-PEDIDA TO AUS-FECHA.
           MOVE LEGAJO-PEDIDO TO AUS-DOC-ID.
           MOVE "N" TO SW-MOTIVO-OK.
           PERFORM PEDIR-MOTIVO UNTIL MOTIVO-OK.
           MOVE "N" TO SW-JORNADA-OK.
           PERFORM PEDIR-JORNADA UNTIL JORNADA-OK.
           IF AUS-PARCIAL
               MOVE "N" TO SW-PERIODOS-OK
               PERFORM PEDIR-PERIODOS UNTIL PERIODOS-OK
           ELSE
               MOVE 0 TO AUS-PERIODO-DESDE
               MOVE 99 TO AUS-PERIODO-HASTA
           END-IF.
           DISPLAY "NOTA (OPCIONAL): ".
           ACCEPT AUS-NOTA.
           MOVE FUNCTION UPPER-CASE(AUS-NOTA) TO AUS-NOTA.
           MOVE FIRMA-OPERADOR TO AUS-OPERADOR.
           WRITE REG-AUSENCIA.
           MOVE "TCHABSN" TO FCHK-ARCHIVO.
           MOVE AUS-CLAVE TO FCHK-CLAVE.
           MOVE FS-AUSENCIAS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "AUSENCIA CARGADA".
       ALTA-AUSENCIA-FIN.
           EXIT.

       PEDIR-FECHA-AUSENCIA.
           DISPLAY "FECHA DE LA AUSENCIA (AAAAMMDD, ENTER = HOY): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-HOY TO FECHA-PEDIDA
               MOVE "S" TO SW-FECHA-OK
           ELSE
               IF FECHA-ENTRADA IS NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                          FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
                   MOVE FECHA-ENTRADA TO FECHA-PEDIDA
                   MOVE "S" TO SW-FECHA-OK
               ELSE
                   DISPLAY "FECHA INVÁLIDA, REINGRESE"
               END-IF
           END-IF.

       PEDIR-MOTIVO.
           DISPLAY "MOTIVO - (E)NFERMEDAD, (P)ERSONAL, "
                   "(C)APACITACIÓN, (L)ICENCIA, (O)TRO: ".
           ACCEPT AUS-MOTIVO.
           MOVE FUNCTION UPPER-CASE(AUS-MOTIVO) TO AUS-MOTIVO.
           IF AUS-MOTIVO-VALIDO
               MOVE "S" TO SW-MOTIVO-OK
           ELSE
               DISPLAY "MOTIVO INVÁLIDO, REINGRESE"
           END-IF.

       PEDIR-JORNADA.
           DISPLAY "JORNADA - (C)OMPLETA O (P)ARCIAL: ".
           ACCEPT AUS-JORNADA.
           MOVE FUNCTION UPPER-CASE(AUS-JORNADA) TO AUS-JORNADA.
           IF AUS-COMPLETA OR AUS-PARCIAL
               MOVE "S" TO SW-JORNADA-OK
           ELSE
               DISPLAY "JORNADA INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-PERIODOS.
           DISPLAY "DESDE EL PERÍODO (01-12): ".
           ACCEPT ENTRADA-PERIODO-DESDE.
           DISPLAY "HASTA EL PERÍODO (01-12): ".
           ACCEPT ENTRADA-PERIODO-HASTA.
           IF ENTRADA-PERIODO-DESDE IS NOT NUMERIC
              OR ENTRADA-PERIODO-DESDE < "01"
              OR ENTRADA-PERIODO-DESDE > "12"
              OR ENTRADA-PERIODO-HASTA IS NOT NUMERIC
              OR ENTRADA-PERIODO-HASTA < "01"
              OR ENTRADA-PERIODO-HASTA > "12"
              OR ENTRADA-PERIODO-DESDE > ENTRADA-PERIODO-HASTA
               DISPLAY "RANGO DE PERÍODOS INVÁLIDO, REINGRESE"
           ELSE
               MOVE ENTRADA-PERIODO-DESDE TO AUS-PERIODO-DESDE
               MOVE ENTRADA-PERIODO-HASTA TO AUS-PERIODO-HASTA
               MOVE "S" TO SW-PERIODOS-OK
           END-IF.

      ******************************************************************
      * Anulación: se borra la ausencia y, con ella, las coberturas
      * de ese día cuyo docente ausente es el legajo anulado, para que
      * el suplente quede libre y no se le pague un día que no hubo.
      ******************************************************************
       BORRAR-AUSENCIA.
           DISPLAY "LEGAJO DEL DOCENTE: ".
           ACCEPT LEGAJO-PEDIDO.
           MOVE FUNCTION UPPER-CASE(LEGAJO-PEDIDO) TO LEGAJO-PEDIDO.
           IF LEGAJO-PEDIDO = SPACES
               GO TO BORRAR-AUSENCIA-FIN
           END-IF.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-AUSENCIA UNTIL FECHA-OK.
           MOVE FECHA-PEDIDA TO AUS-FECHA.
           MOVE LEGAJO-PEDIDO TO AUS-DOC-ID.
           READ AUSENCIAS
               INVALID KEY
                   DISPLAY "NO HAY AUSENCIA CARGADA ESE DÍA"
                   GO TO BORRAR-AUSENCIA-FIN
           END-READ.
           DELETE AUSENCIAS RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR LA AUSENCIA (ESTADO ",
                           FS-AUSENCIAS, ")"
                   GO TO BORRAR-AUSENCIA-FIN
           END-DELETE.
           MOVE 0 TO COBERTURAS-BORRADAS.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE FECHA-PEDIDA TO COB-FECHA.
           MOVE LOW-VALUES TO COB-COD-MATERIA.
           MOVE 0 TO COB-NUMERO.
           START COBERTURAS KEY IS NOT LESS THAN COB-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM BORRAR-UNA-COBERTURA UNTIL FIN-ARCHIVO.
           DISPLAY "AUSENCIA BORRADA - COBERTURAS ANULADAS: ",
                   COBERTURAS-BORRADAS.
       BORRAR-AUSENCIA-FIN.
           EXIT.

       BORRAR-UNA-COBERTURA.
           READ COBERTURAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF COB-FECHA NOT = FECHA-PEDIDA
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       IF COB-DOC-ID = LEGAJO-PEDIDO
                           DELETE COBERTURAS RECORD
                               INVALID KEY
                                   DISPLAY "NO SE PUDO BORRAR LA "
                                           "COBERTURA DE ",
                                           COB-COD-MATERIA, "-",
                                           COB-NUMERO
                               NOT INVALID KEY
                                   ADD 1 TO COBERTURAS-BORRADAS
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       LISTAR-AUSENCIAS.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-AUSENCIA UNTIL FECHA-OK.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE FECHA-PEDIDA TO AUS-FECHA.
           MOVE LOW-VALUES TO AUS-DOC-ID.
           START AUSENCIAS KEY IS NOT LESS THAN AUS-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UNA-AUSENCIA UNTIL FIN-ARCHIVO.

       LISTAR-UNA-AUSENCIA.
           READ AUSENCIAS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF AUS-FECHA NOT = FECHA-PEDIDA
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       MOVE AUS-DOC-ID TO DOC-ID
                       READ DOCENTES
                           INVALID KEY
                               MOVE "(NO ESTÁ EN TCHMAST)"
                                   TO DOC-NOMBRE
                       END-READ
                       IF AUS-COMPLETA
                           DISPLAY AUS-DOC-ID, "  ", DOC-NOMBRE, "  ",
                                   AUS-MOTIVO, "  COMPLETA  ", AUS-NOTA
                       ELSE
                           DISPLAY AUS-DOC-ID, "  ", DOC-NOMBRE, "  ",
                                   AUS-MOTIVO, "  PERÍODOS ",
                                   AUS-PERIODO-DESDE, "-",
                                   AUS-PERIODO-HASTA, "  ", AUS-NOTA
                       END-IF
                   END-IF
           END-READ.

           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
