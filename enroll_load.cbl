      *   03 CANT. MATERIAS NO 1-6   06 CÓDIGO NO CATALOGADO
      *   08 PREREQUISITO NO APROBADO EN TERMHIST
      *   09 CUPO COMPLETO (EL ESTUDIANTE QUEDA EN LISTA DE ESPERA)
      *   10 CUPO NO VERIFICABLE (CONTEO ENRLCNT EN USO)
      *   W7 ADVERTENCIA NOMBRE SIMILAR (EL REGISTRO SE CARGA IGUAL)
      *
      * MODIFICATION HISTORY
      *             el esperado-contra-leído en el listado, en vez de
      *             cargar media camada y parecer una corrida limpia
      *             con un archivo chico.
      * 2026-10-15  SAVE-INFO-ESTUDIANTE crece a X(242) con
      *             PRIVACIDAD-EST; el alta por lote la deja en blanco
      *             (sin restricción).
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  SAVE-INFO-ESTUDIANTE crece a X(251) y
      *             REG-DIARIO-MAESTRO a X(296) con COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST; el alta por lote los deja en
      *             blanco (dirección sin revisar).
      * 2026-10-15  El control de cupo ya no barre STUDMAST por cada
      *             materia de cada línea: suma los inscriptos de la
      *             materia en el conteo mantenido ENRLCNT (ver
      *             INSCCNT.CPY y CNTCHK-PROC.CPY), y cada alta cargada
      *             suma sus materias al conteo. Una línea cuyo conteo
      *             sigue tomado por una terminal se rechaza con el
      *             motivo nuevo 10.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-LOAD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT CONTEO-INSCRIPTOS ASSIGN TO "ENRLCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNI-CLAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS IS FS-CONTEO-INSCRIPTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-FEED.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  CONTEO-INSCRIPTOS.
           COPY INSCCNT.

       WORKING-STORAGE SECTION.
       01  FS-ENROLL-FEED PIC XX.
       01  FS-ENROLL-RECHAZOS PIC XX.
           88  FS-WL-NO-EXISTE     VALUE "35".
       01  CANT-INSCRIPTOS PIC 9(4).
       01  CUPO-MATERIA PIC 9(3).
       01  ID-EN-CURSO PIC 9(6).
       01  CODIGO-EN-CONTROL PIC X(4).
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
       01  POS-NOMBRE PIC 99.
       01  NOM-NUEVO PIC X(20).
       01  ID-NUEVO PIC 9(6).
       01  SAVE-INFO-ESTUDIANTE PIC X(251).
       01  SW-HAY-CABECERA PIC A VALUE "N".
           88  HAY-CABECERA VALUE "S".
       01  SW-HAY-CIERRE PIC A VALUE "N".
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY CNTCHK.

       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "ADVERTENCIA: SIN HISTORIAL TERMHIST - LOS"
                       " PREREQUISITOS NO SERAN VERIFICADOS"
           END-IF.
           MOVE "ENROLL-LOAD" TO CNTCHK-PROGRAMA.
           PERFORM ABRIR-CONTEO-INSCRIPTOS
                   THRU ABRIR-CONTEO-INSCRIPTOS-FIN.

       CERRAR-ARCHIVOS.
           CLOSE ENROLL-FEED.
           IF TERMHIST-DISPONIBLE
               CLOSE TERM-HIST
           END-IF.
           PERFORM CERRAR-CONTEO-INSCRIPTOS.

       LEER-LINEA-FEED.
           READ ENROLL-FEED
           END-IF.

      ******************************************************************
      * Control de cupo del lote contra los inscriptos del conteo
      * ENRLCNT (ver CNTCHK-PROC.CPY), que cada alta del lote va
      * actualizando.  La línea rechazada por cupo deja además al
      * estudiante anotado en la lista de espera de la materia; si el
      * conteo sigue tomado por una terminal la línea se rechaza con
      * motivo 10, para volver a pasarla.  Sin conteo disponible el
      * cupo pasa sin control, con el aviso de la apertura.
      ******************************************************************
       VERIFICAR-CUPO-LOTE.
           IF CAT-CUPO = 0 OR NOT CNTCHK-DISPONIBLE
               GO TO VERIFICAR-CUPO-LOTE-FIN
           END-IF.
           MOVE CAT-CUPO TO CUPO-MATERIA.
           MOVE FUNCTION UPPER-CASE(ENR-COD(IDX-CARGA))
               TO CODIGO-EN-CONTROL.
           MOVE ID-ESTUDIANTE TO ID-EN-CURSO.
           MOVE CODIGO-EN-CONTROL TO CNTCHK-COD-MATERIA.
           PERFORM SUMAR-CONTEO-MATERIA.
           IF CNTCHK-EN-USO
               MOVE "10" TO MOTIVO-RECHAZO
               MOVE "N" TO SW-REGISTRO-OK
               GO TO VERIFICAR-CUPO-LOTE-FIN
           END-IF.
           MOVE CNTCHK-TOTAL-MATERIA TO CANT-INSCRIPTOS.
           IF CANT-INSCRIPTOS >= CUPO-MATERIA
               MOVE "09" TO MOTIVO-RECHAZO
               MOVE "N" TO SW-REGISTRO-OK
       VERIFICAR-CUPO-LOTE-FIN.
           EXIT.

       ANOTAR-EN-ESPERA.
           OPEN I-O LISTA-ESPERA.
           IF FS-WL-NO-EXISTE
           MOVE 0 TO HOGAR-EST.
           MOVE "C" TO MARCA-CAMBIO-EST.
           MOVE SPACES TO CAMPUS-EST.
           MOVE SPACE TO PRIVACIDAD-EST.
           MOVE SPACES TO COD-POSTAL-EST.
           MOVE SPACE TO MARCA-DIRECCION-EST.
           MOVE 0 TO FECHA-NACIMIENTO.
           MOVE SPACE TO SEXO-EST.
           ACCEPT FECHA-INSCRIPCION FROM DATE YYYYMMDD.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           MOVE "ENROLL-LOAD" TO DIARIO-PROGRAMA.
           MOVE "A" TO DIARIO-OPERACION.
           PERFORM GRABAR-DIARIO-MAESTRO.
           PERFORM VACIAR-MATERIAS-ANTES.
           PERFORM TOMAR-MATERIAS-DESPUES.
           PERFORM ACTUALIZAR-CONTEO-ESTUDIANTE.
           ADD 1 TO CANT-CARGADOS.

      ******************************************************************

           COPY RANGOCHK-PROC.
           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
           COPY CNTCHK-PROC.
