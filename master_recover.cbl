      ******************************************************************
      * Recuperación hacia adelante del STUDENT-MASTER: recarga el
      * maestro indexado desde el respaldo BACKUP53 elegido (igual
      * que MASTER-RELOAD) y después reaplica, en orden, las imágenes
      * posteriores del diario STUDJRNL (ver STUDJRNL.CPY) hasta la
      * fecha y hora elegidas - así las altas, cambios de notas y
      * retiros tecleados desde la imagen nocturna no se pierden con
      * la recarga.  DAYRUN abre una generación nueva del diario
      * apenas MSTUNLD toma la imagen, así que a un respaldo le
      * corresponde la generación del diario que lo sigue (o las
      * siguientes, concatenadas en orden, si se recupera desde un
      * respaldo más viejo).  Cada registro reaplicado sale en el
      * listado RECOVRPT con el encabezado RPTHDR.  Pide confirmación
      * porque REEMPLAZA el maestro vigente por completo.
      *
      * APLICACIÓN DE CADA IMAGEN DEL DIARIO:
      *   A ALTA           WRITE  (SI LA CLAVE YA ESTÁ, REWRITE)
      *   M MODIFICACIÓN   REWRITE (SI LA CLAVE NO ESTÁ, WRITE)
      *   B BAJA           DELETE (SI LA CLAVE NO ESTÁ, NADA)
      *
      * MODIFICATION HISTORY
      * 2026-10-15  La imagen del diario (REG-DIARIO-MAESTRO) crece a
      *             X(296) y la carga de BACKUP53 devuelve también
      *             COD-POSTAL-EST y MARCA-DIRECCION-EST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RECOVER.

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

           SELECT RESPALDO ASSIGN TO "BACKUP53"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-RESPALDO.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT LISTADO ASSIGN TO "RECOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUDENT.

       FD  RESPALDO.
           COPY ARCHSTUD.

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK          VALUE "00".
       01  FS-RESPALDO PIC XX.
           88  FS-RESP-OK     VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  IDX-COPIA PIC 9.
       01  CANT-CARGADOS PIC 9(6) VALUE 0.
       01  CANT-REAPLICADOS PIC 9(6) VALUE 0.
       01  CANT-POSTERIORES PIC 9(6) VALUE 0.
       01  CANTIDAD-ED PIC ZZZ,ZZ9.
       01  OPCION-CONFIRMA PIC A.
       01  TARJETA-FECHA PIC X(8).
       01  TARJETA-HORA PIC X(8).
       01  HASTA-FECHA PIC 9(8).
       01  HASTA-HORA PIC 9(8).
       01  FECHA-HOY PIC 9(8).
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RECUPERACION DEL STUDENT-MASTER DESDE BACKUP53".
           DISPLAY "MAS EL DIARIO STUDJRNL HASTA LA HORA ELEGIDA".
           DISPLAY "ESTO REEMPLAZA EL MAESTRO VIGENTE COMPLETO.".
           DISPLAY "¿CONFIRMA? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "RECUPERACION CANCELADA"
               STOP RUN
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM PEDIR-HASTA.
           OPEN INPUT RESPALDO.
           IF NOT FS-RESP-OK
               DISPLAY "NO SE PUDO ABRIR BACKUP53 - ESTADO: ",
                       FS-RESPALDO
               STOP RUN
           END-IF.
           OPEN INPUT DIARIO-MAESTRO.
           IF FS-DIARIO-MAESTRO NOT = "00"
               DISPLAY "NO SE PUDO ABRIR STUDJRNL - ESTADO: ",
                       FS-DIARIO-MAESTRO
               DISPLAY "SIN DIARIO NO HAY RECUPERACION HACIA ADELANTE"
                       " - USE MASTER-RELOAD"
               CLOSE RESPALDO
               STOP RUN
           END-IF.
           OPEN OUTPUT STUDENT-MASTER.
           PERFORM LEER-RESPALDO.
           PERFORM CARGAR-UN-REGISTRO UNTIL FIN-ARCHIVO.
           CLOSE RESPALDO.
           CLOSE STUDENT-MASTER.
           MOVE CANT-CARGADOS TO CANTIDAD-ED.
           DISPLAY "RESPALDO RECARGADO - REGISTROS: ", CANTIDAD-ED.
           OPEN I-O STUDENT-MASTER.
           OPEN OUTPUT LISTADO.
           MOVE "RECUPERACION DEL MAESTRO DE ESTUDIANTES"
               TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "DIARIO REAPLICADO HASTA " DELIMITED BY SIZE
               HASTA-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HASTA-HORA DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "FECHA    HORA     PROGRAMA             OPERADOR OP ID"
               TO LINEA-SALIDA.
           MOVE "NOMBRE" TO LINEA-SALIDA(61:6).
           PERFORM ESCRIBIR-LINEA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-DIARIO.
           PERFORM REAPLICAR-IMAGEN THRU REAPLICAR-IMAGEN-FIN
                   UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE DIARIO-MAESTRO.
           CLOSE STUDENT-MASTER.
           CLOSE LISTADO.
           MOVE CANT-REAPLICADOS TO CANTIDAD-ED.
           DISPLAY "RECUPERACION COMPLETA - IMAGENES REAPLICADAS: ",
                   CANTIDAD-ED, " - DETALLE EN RECOVRPT".
           IF CANT-POSTERIORES > 0
               MOVE CANT-POSTERIORES TO CANTIDAD-ED
               DISPLAY "IMAGENES POSTERIORES AL CORTE (NO APLICADAS): ",
                       CANTIDAD-ED
           END-IF.
           STOP RUN.

      ******************************************************************
      * Corte de la recuperación: fecha AAAAMMDD y hora HHMMSSCC (la
      * misma forma que graba el diario).  En blanco, la fecha es hoy
      * y la hora el final del día - se reaplica todo el diario.
      ******************************************************************
       PEDIR-HASTA.
           DISPLAY "REAPLICAR HASTA LA FECHA (AAAAMMDD, EN BLANCO = "
                   "HOY): ".
           ACCEPT TARJETA-FECHA.
           IF TARJETA-FECHA = SPACES
              OR TARJETA-FECHA IS NOT NUMERIC
               MOVE FECHA-HOY TO HASTA-FECHA
           ELSE
               MOVE TARJETA-FECHA TO HASTA-FECHA
           END-IF.
           DISPLAY "REAPLICAR HASTA LA HORA (HHMMSSCC, EN BLANCO = "
                   "FIN DEL DIA): ".
           ACCEPT TARJETA-HORA.
           IF TARJETA-HORA = SPACES
              OR TARJETA-HORA IS NOT NUMERIC
               MOVE 99999999 TO HASTA-HORA
           ELSE
               MOVE TARJETA-HORA TO HASTA-HORA
           END-IF.

       LEER-RESPALDO.
           READ RESPALDO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CARGAR-UN-REGISTRO.
           MOVE ARCH-ID-ESTUDIANTE TO ID-ESTUDIANTE.
           MOVE ARCH-NOM-ESTUDIANTE TO NOM-ESTUDIANTE.
           MOVE ARCH-NUM-MATERIAS TO NUM-MATERIAS.
           PERFORM CARGAR-UNA-MATERIA
                   VARYING IDX-COPIA FROM 1 BY 1
                   UNTIL IDX-COPIA > 6.
           MOVE ARCH-PROMEDIO TO PROMEDIO.
           MOVE ARCH-TERMINO TO TERMINO-ACTUAL.
           MOVE ARCH-ESTADO TO ESTADO-ESTUDIANTE.
           MOVE ARCH-MOTIVO-RETIRO TO MOTIVO-RETIRO.
           MOVE ARCH-FECHA-RETIRO TO FECHA-RETIRO.
           MOVE ARCH-FECHA-EGRESO TO FECHA-EGRESO.
           MOVE ARCH-COD-CREDENCIAL TO COD-CREDENCIAL.
           MOVE ARCH-GRADO-NIVEL TO GRADO-NIVEL.
           MOVE ARCH-MOTIVO-RETENCION TO MOTIVO-RETENCION.
           MOVE ARCH-FECHA-NACIMIENTO TO FECHA-NACIMIENTO.
           MOVE ARCH-SEXO TO SEXO-EST.
           MOVE ARCH-FECHA-INSCRIPCION TO FECHA-INSCRIPCION.
           MOVE ARCH-DIRECCION-1 TO DIRECCION-1.
           MOVE ARCH-DIRECCION-2 TO DIRECCION-2.
           MOVE ARCH-HOGAR TO HOGAR-EST.
           MOVE ARCH-NOM-APODERADO TO NOM-APODERADO.
           MOVE ARCH-TELEFONO TO TELEFONO-EST.
           MOVE ARCH-MARCA-CAMBIO TO MARCA-CAMBIO-EST.
           MOVE ARCH-CAMPUS TO CAMPUS-EST.
           MOVE ARCH-PRIVACIDAD TO PRIVACIDAD-EST.
           MOVE ARCH-COD-POSTAL TO COD-POSTAL-EST.
           MOVE ARCH-MARCA-DIRECCION TO MARCA-DIRECCION-EST.
           WRITE INFO-ESTUDIANTE.
           MOVE "STUDMAST" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-CARGADOS.
           PERFORM LEER-RESPALDO.

       CARGAR-UNA-MATERIA.
           MOVE ARCH-COD-MATERIA(IDX-COPIA)
               TO COD-MATERIA(IDX-COPIA).
           MOVE ARCH-NOTA-MATERIA(IDX-COPIA)
               TO NOTA-MATERIA(IDX-COPIA).
           MOVE ARCH-ESTADO-MATERIA(IDX-COPIA)
               TO ESTADO-MATERIA(IDX-COPIA).
           MOVE ARCH-SECCION-MATERIA(IDX-COPIA)
               TO SECCION-MATERIA(IDX-COPIA).

       LEER-DIARIO.
           READ DIARIO-MAESTRO INTO LINEA-DIARIO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

      ******************************************************************
      * Una imagen del diario: las posteriores al corte se cuentan y
      * no se aplican; las demás se aplican según su operación.
      ******************************************************************
       REAPLICAR-IMAGEN.
           IF JRN-FECHA > HASTA-FECHA
              OR (JRN-FECHA = HASTA-FECHA AND JRN-HORA > HASTA-HORA)
               ADD 1 TO CANT-POSTERIORES
               GO TO REAPLICAR-IMAGEN-SIGUE
           END-IF.
           MOVE JRN-IMAGEN TO INFO-ESTUDIANTE.
           EVALUATE TRUE
               WHEN JRN-ALTA
                   WRITE INFO-ESTUDIANTE
                       INVALID KEY
                           REWRITE INFO-ESTUDIANTE
                   END-WRITE
               WHEN JRN-MODIFICACION
                   REWRITE INFO-ESTUDIANTE
                       INVALID KEY
                           WRITE INFO-ESTUDIANTE
                   END-REWRITE
               WHEN JRN-BAJA
                   DELETE STUDENT-MASTER
                       INVALID KEY
                           MOVE "00" TO FS-STUDENT-MASTER
                   END-DELETE
               WHEN OTHER
                   MOVE "MASTER-RECOVER" TO EXCLOG-PROGRAMA
                   MOVE "JRN-OPERACION" TO EXCLOG-CAMPO
                   MOVE JRN-OPERACION TO EXCLOG-VALOR-MALO
                   PERFORM REGISTRAR-EXCEPCION
                   DISPLAY "OPERACION DESCONOCIDA EN EL DIARIO: ",
                           JRN-OPERACION, " ID ", ID-ESTUDIANTE
                   GO TO REAPLICAR-IMAGEN-SIGUE
           END-EVALUATE.
           MOVE "STUDMAST" TO FCHK-ARCHIVO.
           MOVE ID-ESTUDIANTE TO FCHK-CLAVE.
           MOVE FS-STUDENT-MASTER TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           ADD 1 TO CANT-REAPLICADOS.
           PERFORM IMPRIMIR-IMAGEN.
       REAPLICAR-IMAGEN-SIGUE.
           PERFORM LEER-DIARIO.
       REAPLICAR-IMAGEN-FIN.
           EXIT.

       IMPRIMIR-IMAGEN.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE JRN-FECHA TO LINEA-SALIDA(1:8).
           MOVE JRN-HORA TO LINEA-SALIDA(10:8).
           MOVE JRN-PROGRAMA TO LINEA-SALIDA(19:20).
           MOVE JRN-OPERADOR TO LINEA-SALIDA(40:8).
           MOVE JRN-OPERACION TO LINEA-SALIDA(49:1).
           MOVE ID-ESTUDIANTE TO LINEA-SALIDA(52:6).
           MOVE NOM-ESTUDIANTE TO LINEA-SALIDA(61:20).
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "REGISTROS DEL RESPALDO" TO LINEA-SALIDA.
           MOVE CANT-CARGADOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(32:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "IMAGENES REAPLICADAS" TO LINEA-SALIDA.
           MOVE CANT-REAPLICADOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(32:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "POSTERIORES AL CORTE" TO LINEA-SALIDA.
           MOVE CANT-POSTERIORES TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(32:).
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
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
