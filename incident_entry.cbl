      ******************************************************************
      * Entrada y mantenimiento de incidentes de disciplina (INCIDENT,
      * ver INCIDENT.CPY): el cuaderno de la oficina pasa a archivo.
      * Alta de un incidente - el estudiante se valida contra
      * STUDMAST con el dígito verificador igual que ATTENDANCE-ENTRY,
      * el docente que reporta contra TCHMAST - con tipo, lugar,
      * medida tomada y días de suspensión; baja de un incidente
      * cargado por error; y listado de los incidentes de un
      * estudiante.  Una suspensión asienta cada uno de sus días
      * hábiles (sin sábados, domingos ni feriados de CALFERIA, ver
      * HABILCHK-PROC) en ASISTENC como ausencia justificada "J", y la
      * baja del incidente los retira.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ID-ESTUDIANTE
               ALTERNATE RECORD KEY IS NOM-ESTUDIANTE
                   WITH DUPLICATES
               FILE STATUS IS FS-STUDENT-MASTER.

           SELECT INCIDENTES ASSIGN TO "INCIDENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-CLAVE
               FILE STATUS IS FS-INCIDENTES.

           SELECT DOCENTES ASSIGN TO "TCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOC-ID
               FILE STATUS IS FS-DOCENTES.

           SELECT ASISTENCIA ASSIGN TO "ASISTENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-ASISTENCIA.

           SELECT CALENDARIO-HABIL ASSIGN TO "CALFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO-HABIL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  INCIDENTES.
           COPY INCIDENT.

       FD  DOCENTES.
           COPY DOCENTE.

       FD  ASISTENCIA.
           COPY ASISTEN.

       FD  CALENDARIO-HABIL.
       01  REG-FERIADO-HABIL.
           05  HAB-FER-FECHA          PIC 9(8).
           05  HAB-FER-DESCRIPCION    PIC X(30).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK               VALUE "00".
       01  FS-INCIDENTES PIC XX.
           88  FS-INC-OK           VALUE "00".
           88  FS-INC-NO-EXISTE    VALUE "35".
       01  FS-DOCENTES PIC XX.
           88  FS-DOC-OK           VALUE "00".
       01  SW-DOCENTES-DISPONIBLE PIC A VALUE "N".
           88  DOCENTES-DISPONIBLE VALUE "S".
       01  FS-ASISTENCIA PIC XX.
           88  FS-ASI-OK           VALUE "00".
           88  FS-ASI-NO-EXISTE    VALUE "35".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA   VALUE "A".
           88  MANT-BAJA   VALUE "B".
           88  MANT-LISTAR VALUE "L".
           88  MANT-FIN    VALUE "F".
       01  OPCION PIC A.
       01  OPCION-ID PIC A.
       01  SW-EST-EXISTE PIC A.
           88  EST-EXISTE VALUE "S".
       01  SW-DOCENTE-OK PIC A.
           88  DOCENTE-OK VALUE "S".
       01  SW-SECUENCIA-LIBRE PIC A.
           88  SECUENCIA-LIBRE VALUE "S".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  FECHA-ENTRADA PIC X(8).
       01  SECUENCIA-ENTRADA PIC X.
       01  DIAS-ENTRADA PIC X(3).
       01  FECHA-SUSPENSION PIC 9(8).
       01  IDX-DIA PIC 99.
       01  CANT-DIAS-ASENTADOS PIC 99.
       01  CANT-LISTADOS PIC 9(4).
           COPY IDCHK.
           COPY NUMCHK.
           COPY HABILCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "INCIDENTES DE DISCIPLINA".
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-MASTER.
           IF NOT FS-OK
               DISPLAY "NO SE PUDO ABRIR STUDENT-MASTER - ESTADO: ",
                       FS-STUDENT-MASTER
               STOP RUN
           END-IF.
           OPEN INPUT DOCENTES.
           IF FS-DOC-OK
               MOVE "S" TO SW-DOCENTES-DISPONIBLE
           ELSE
               DISPLAY "ADVERTENCIA: SIN MAESTRO DE DOCENTES TCHMAST"
                       " - EL DOCENTE PASA SIN CONTROL"
           END-IF.
           PERFORM ABRIR-INCIDENTES.
           PERFORM ABRIR-ASISTENCIA.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE STUDENT-MASTER.
           CLOSE INCIDENTES.
           CLOSE ASISTENCIA.
           IF DOCENTES-DISPONIBLE
               CLOSE DOCENTES
           END-IF.
           STOP RUN.

       ABRIR-INCIDENTES.
           OPEN I-O INCIDENTES.
           IF FS-INC-NO-EXISTE
               OPEN OUTPUT INCIDENTES
               CLOSE INCIDENTES
               OPEN I-O INCIDENTES
           END-IF.

       ABRIR-ASISTENCIA.
           OPEN I-O ASISTENCIA.
           IF FS-ASI-NO-EXISTE
               OPEN OUTPUT ASISTENCIA
               CLOSE ASISTENCIA
               OPEN I-O ASISTENCIA
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "INCIDENTES - (A)LTA, (B)AJA, (L)ISTAR POR"
                   " ESTUDIANTE, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-INCIDENTE THRU ALTA-INCIDENTE-FIN
               WHEN MANT-BAJA
                   PERFORM BAJA-INCIDENTE THRU BAJA-INCIDENTE-FIN
               WHEN MANT-LISTAR
                   PERFORM LISTAR-INCIDENTES
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

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

       PEDIR-FECHA-INCIDENTE.
           MOVE FECHA-HOY TO INC-FECHA.
           DISPLAY "FECHA DEL INCIDENTE (AAAAMMDD, ENTER = HOY): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA NOT = SPACES
               IF FECHA-ENTRADA IS NUMERIC
                   MOVE FECHA-ENTRADA TO INC-FECHA
               ELSE
                   DISPLAY "FECHA INVÁLIDA - SE TOMA HOY"
               END-IF
           END-IF.

      ******************************************************************
      * Alta.  La secuencia del día se toma sola: la primera libre
      * para el estudiante y la fecha.
      ******************************************************************
       ALTA-INCIDENTE.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           IF NOT EST-ACTIVO
               DISPLAY "EL ESTUDIANTE NO ESTÁ ACTIVO - NO SE CARGA"
               GO TO ALTA-INCIDENTE-FIN
           END-IF.
           MOVE ID-ESTUDIANTE TO INC-ID-ESTUDIANTE.
           PERFORM PEDIR-FECHA-INCIDENTE.
           MOVE 0 TO INC-SECUENCIA.
           MOVE "N" TO SW-SECUENCIA-LIBRE.
           PERFORM BUSCAR-SECUENCIA-LIBRE
                   UNTIL SECUENCIA-LIBRE OR INC-SECUENCIA = 9.
           IF NOT SECUENCIA-LIBRE
               DISPLAY "YA HAY 9 INCIDENTES CARGADOS ESE DÍA PARA"
                       " EL ESTUDIANTE"
               GO TO ALTA-INCIDENTE-FIN
           END-IF.
           MOVE SPACES TO INC-TIPO.
           PERFORM PEDIR-TIPO UNTIL INC-TIPO-VALIDO.
           DISPLAY "LUGAR (EJ. PATIO, AULA 12, BUS): ".
           ACCEPT INC-LUGAR.
           MOVE FUNCTION UPPER-CASE(INC-LUGAR) TO INC-LUGAR.
           MOVE "N" TO SW-DOCENTE-OK.
           PERFORM PEDIR-DOCENTE UNTIL DOCENTE-OK.
           MOVE SPACE TO INC-ACCION.
           PERFORM PEDIR-ACCION UNTIL INC-ACCION-VALIDA.
           MOVE 0 TO INC-DIAS-SUSPENSION.
           MOVE 0 TO INC-INICIO-SUSPENSION.
           IF INC-SUSPENSION
               MOVE "N" TO SW-NUMCHK-OK
               PERFORM PEDIR-DIAS-SUSPENSION UNTIL NUMCHK-VALIDO
               PERFORM PEDIR-INICIO-SUSPENSION
                       THRU PEDIR-INICIO-SUSPENSION-FIN
           END-IF.
           DISPLAY "DESCRIPCIÓN BREVE: ".
           ACCEPT INC-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(INC-DESCRIPCION)
               TO INC-DESCRIPCION.
           MOVE TERMINO-ACTUAL TO INC-TERMINO.
           MOVE FIRMA-OPERADOR TO INC-OPERADOR.
           MOVE FECHA-HOY TO INC-FECHA-REGISTRO.
           WRITE REG-INCIDENTE.
           MOVE "INCIDENT" TO FCHK-ARCHIVO.
           MOVE INC-CLAVE TO FCHK-CLAVE.
           MOVE FS-INCIDENTES TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "INCIDENTE GRABADO - SECUENCIA ", INC-SECUENCIA.
           IF INC-SUSPENSION
               PERFORM ASENTAR-SUSPENSION
           END-IF.
       ALTA-INCIDENTE-FIN.
           EXIT.

       BUSCAR-SECUENCIA-LIBRE.
           ADD 1 TO INC-SECUENCIA.
           READ INCIDENTES
               INVALID KEY
                   MOVE "S" TO SW-SECUENCIA-LIBRE
           END-READ.

       PEDIR-TIPO.
           DISPLAY "TIPO - PE PELEA, AC ACOSO, VA VANDALISMO,"
                   " IN INSUBORDINACIÓN, SU SUSTANCIAS,".
           DISPLAY "       AR ARMAS, RO ROBO, DA DESHONESTIDAD"
                   " ACADÉMICA, OT OTRO: ".
           ACCEPT INC-TIPO.
           MOVE FUNCTION UPPER-CASE(INC-TIPO) TO INC-TIPO.
           IF NOT INC-TIPO-VALIDO
               DISPLAY "TIPO INVÁLIDO, REINGRESE"
           END-IF.

       PEDIR-DOCENTE.
           DISPLAY "ID DEL DOCENTE QUE REPORTA: ".
           ACCEPT INC-DOCENTE.
           MOVE FUNCTION UPPER-CASE(INC-DOCENTE) TO INC-DOCENTE.
           IF INC-DOCENTE = SPACES
               DISPLAY "DOCENTE EN BLANCO, REINGRESE"
           ELSE
               IF DOCENTES-DISPONIBLE
                   MOVE INC-DOCENTE TO DOC-ID
                   READ DOCENTES
                       INVALID KEY
                           DISPLAY "DOCENTE NO ESTÁ EN TCHMAST,"
                                   " REINGRESE"
                       NOT INVALID KEY
                           MOVE "S" TO SW-DOCENTE-OK
                           DISPLAY "DOCENTE: ", DOC-NOMBRE
                           IF NOT DOC-ACTIVO
                               DISPLAY "AVISO: EL DOCENTE ESTÁ"
                                       " INACTIVO"
                           END-IF
                   END-READ
               ELSE
                   MOVE "S" TO SW-DOCENTE-OK
               END-IF
           END-IF.

       PEDIR-ACCION.
           DISPLAY "MEDIDA - (A)MONESTACIÓN, (C)ITACIÓN AL"
                   " APODERADO, (D)ETENCIÓN, (S)USPENSIÓN,"
                   " (E)XPULSIÓN: ".
           ACCEPT INC-ACCION.
           MOVE FUNCTION UPPER-CASE(INC-ACCION) TO INC-ACCION.
           IF NOT INC-ACCION-VALIDA
               DISPLAY "MEDIDA INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-DIAS-SUSPENSION.
           DISPLAY "DÍAS HÁBILES DE SUSPENSIÓN (1-20): ".
           ACCEPT DIAS-ENTRADA.
           MOVE DIAS-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(DIAS-ENTRADA)
                   TO INC-DIAS-SUSPENSION
               IF INC-DIAS-SUSPENSION < 1
                       OR INC-DIAS-SUSPENSION > 20
                   DISPLAY "FUERA DE RANGO, REINGRESE"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
           END-IF.

      ******************************************************************
      * El primer día de suspensión propuesto es el hábil siguiente
      * al incidente.  Una fecha tecleada que no existe se rechaza y
      * queda la propuesta; una que cae en fin de semana o feriado se
      * corre al primer día hábil desde ella, para que la suspensión
      * no gaste días que no son de clase.
      ******************************************************************
       PEDIR-INICIO-SUSPENSION.
           MOVE INC-FECHA TO HAB-FECHA-BASE.
           MOVE 1 TO HAB-CANT-DIAS.
           PERFORM SUMAR-DIAS-HABILES.
           MOVE HAB-FECHA-RESULTADO TO INC-INICIO-SUSPENSION.
           DISPLAY "PRIMER DÍA DE SUSPENSIÓN (AAAAMMDD, ENTER = ",
                   INC-INICIO-SUSPENSION, "): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               GO TO PEDIR-INICIO-SUSPENSION-FIN
           END-IF.
           IF FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY "FECHA INVÁLIDA - SE TOMA ",
                       INC-INICIO-SUSPENSION
               GO TO PEDIR-INICIO-SUSPENSION-FIN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(FECHA-ENTRADA)) NOT = 0
               DISPLAY "FECHA INVÁLIDA - SE TOMA ",
                       INC-INICIO-SUSPENSION
               GO TO PEDIR-INICIO-SUSPENSION-FIN
           END-IF.
           MOVE FECHA-ENTRADA TO INC-INICIO-SUSPENSION.
           COMPUTE HAB-FECHA-BASE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(INC-INICIO-SUSPENSION)
                   - 1).
           MOVE 1 TO HAB-CANT-DIAS.
           PERFORM SUMAR-DIAS-HABILES.
           IF HAB-FECHA-RESULTADO NOT = INC-INICIO-SUSPENSION
               DISPLAY INC-INICIO-SUSPENSION, " NO ES DÍA HÁBIL -"
                       " SE TOMA ", HAB-FECHA-RESULTADO
               MOVE HAB-FECHA-RESULTADO TO INC-INICIO-SUSPENSION
           END-IF.
       PEDIR-INICIO-SUSPENSION-FIN.
           EXIT.

      ******************************************************************
      * Cada día hábil de la suspensión queda en ASISTENC como
      * ausencia justificada "J"; una toma ya cargada ese día se
      * reemplaza.
      ******************************************************************
       ASENTAR-SUSPENSION.
           MOVE INC-INICIO-SUSPENSION TO FECHA-SUSPENSION.
           MOVE 0 TO CANT-DIAS-ASENTADOS.
           PERFORM ASENTAR-UN-DIA
                   VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > INC-DIAS-SUSPENSION.
           DISPLAY "DÍAS DE SUSPENSIÓN ASENTADOS EN ASISTENCIA: ",
                   CANT-DIAS-ASENTADOS.

       ASENTAR-UN-DIA.
           MOVE INC-ID-ESTUDIANTE TO ASI-ID-ESTUDIANTE.
           MOVE FECHA-SUSPENSION TO ASI-FECHA.
           MOVE "J" TO ASI-ESTADO.
           WRITE REG-ASISTENCIA
               INVALID KEY
                   REWRITE REG-ASISTENCIA
           END-WRITE.
           MOVE "ASISTENC" TO FCHK-ARCHIVO.
           MOVE ASI-CLAVE TO FCHK-CLAVE.
           MOVE FS-ASISTENCIA TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-DIAS-ASENTADOS.
           PERFORM AVANZAR-DIA-SUSPENSION.

       AVANZAR-DIA-SUSPENSION.
           MOVE FECHA-SUSPENSION TO HAB-FECHA-BASE.
           MOVE 1 TO HAB-CANT-DIAS.
           PERFORM SUMAR-DIAS-HABILES.
           MOVE HAB-FECHA-RESULTADO TO FECHA-SUSPENSION.

      ******************************************************************
      * Baja de un incidente cargado por error: con confirmación, y
      * los días "J" de su suspensión se retiran de ASISTENC (una
      * toma que ya no es "J" se deja como está).
      ******************************************************************
       BAJA-INCIDENTE.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           MOVE ID-ESTUDIANTE TO INC-ID-ESTUDIANTE.
           PERFORM PEDIR-FECHA-INCIDENTE.
           MOVE 1 TO INC-SECUENCIA.
           DISPLAY "SECUENCIA DEL DÍA (ENTER = 1): ".
           ACCEPT SECUENCIA-ENTRADA.
           IF SECUENCIA-ENTRADA IS NUMERIC
               MOVE SECUENCIA-ENTRADA TO INC-SECUENCIA
           END-IF.
           READ INCIDENTES
               INVALID KEY
                   DISPLAY "EL INCIDENTE NO ESTÁ EN EL ARCHIVO"
                   GO TO BAJA-INCIDENTE-FIN
           END-READ.
           PERFORM MOSTRAR-INCIDENTE.
           DISPLAY "¿CONFIRMA LA BAJA? (S/N): ".
           ACCEPT OPCION.
           IF FUNCTION UPPER-CASE(OPCION) NOT = "S"
               DISPLAY "BAJA CANCELADA"
               GO TO BAJA-INCIDENTE-FIN
           END-IF.
           IF INC-SUSPENSION AND INC-DIAS-SUSPENSION > 0
               PERFORM RETIRAR-SUSPENSION
           END-IF.
           DELETE INCIDENTES
               INVALID KEY
                   DISPLAY "ERROR AL BORRAR EL INCIDENTE, ESTADO ",
                           FS-INCIDENTES
               NOT INVALID KEY
                   DISPLAY "INCIDENTE BORRADO"
           END-DELETE.
       BAJA-INCIDENTE-FIN.
           EXIT.

       RETIRAR-SUSPENSION.
           MOVE INC-INICIO-SUSPENSION TO FECHA-SUSPENSION.
           MOVE 0 TO CANT-DIAS-ASENTADOS.
           PERFORM RETIRAR-UN-DIA
                   VARYING IDX-DIA FROM 1 BY 1
                   UNTIL IDX-DIA > INC-DIAS-SUSPENSION.
           DISPLAY "DÍAS DE SUSPENSIÓN RETIRADOS DE ASISTENCIA: ",
                   CANT-DIAS-ASENTADOS.

       RETIRAR-UN-DIA.
           MOVE INC-ID-ESTUDIANTE TO ASI-ID-ESTUDIANTE.
           MOVE FECHA-SUSPENSION TO ASI-FECHA.
           READ ASISTENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ASI-JUSTIFICADO
                       DELETE ASISTENCIA
                       ADD 1 TO CANT-DIAS-ASENTADOS
                   END-IF
           END-READ.
           PERFORM AVANZAR-DIA-SUSPENSION.

       LISTAR-INCIDENTES.
           MOVE "N" TO SW-EST-EXISTE.
           PERFORM PEDIR-ID-ESTUDIANTE THRU PEDIR-ID-ESTUDIANTE-FIN
                   UNTIL EST-EXISTE.
           MOVE "N" TO SW-FIN-ARCHIVO.
           MOVE 0 TO CANT-LISTADOS.
           MOVE ID-ESTUDIANTE TO INC-ID-ESTUDIANTE.
           MOVE 0 TO INC-FECHA.
           MOVE 0 TO INC-SECUENCIA.
           START INCIDENTES KEY IS NOT LESS THAN INC-CLAVE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           PERFORM LISTAR-UN-INCIDENTE UNTIL FIN-ARCHIVO.
           DISPLAY "INCIDENTES DEL ESTUDIANTE: ", CANT-LISTADOS.

       LISTAR-UN-INCIDENTE.
           READ INCIDENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   IF INC-ID-ESTUDIANTE NOT = ID-ESTUDIANTE
                       MOVE "S" TO SW-FIN-ARCHIVO
                   ELSE
                       ADD 1 TO CANT-LISTADOS
                       PERFORM MOSTRAR-INCIDENTE
                   END-IF
           END-READ.

       MOSTRAR-INCIDENTE.
           DISPLAY INC-FECHA, "-", INC-SECUENCIA, " ", INC-TIPO, " ",
                   INC-LUGAR, " DOC ", INC-DOCENTE, " MEDIDA ",
                   INC-ACCION, " DÍAS ", INC-DIAS-SUSPENSION,
                   " TÉRM ", INC-TERMINO.
           DISPLAY "           ", INC-DESCRIPCION, " (",
                   INC-OPERADOR, ")".

           COPY IDCHK-PROC.
           COPY NUMCHK-PROC.
           COPY HABILCHK-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
