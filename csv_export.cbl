      *             exportar.  El registro de control CSVCTL lleva
      *             ahora el modo de la corrida, para que CSV-ACK
      *             concilie contra el conteo esperado correcto.
      * 2026-10-15  Se respeta PRIVACIDAD-EST: el estudiante con
      *             restricción R (nada sale salvo al distrito) no se
      *             exporta ni se cuenta en el TRAILER, y su marca de
      *             cambio queda puesta. La planilla no lleva datos de
      *             directorio fuera del nombre, así que la
      *             restricción D no enmascara nada acá. La corrida
      *             informa los suprimidos y enmascarados para el
      *             oficial de privacidad.
      * 2026-10-15  Cada escritura sobre STUDMAST deja además su imagen
      *             posterior en el diario STUDJRNL (ver STUDJRNL.CPY),
      *             para la recuperación hacia adelante de
      *             MASTER-RECOVER.
      * 2026-10-15  REG-DIARIO-MAESTRO crece a X(296) con COD-POSTAL-EST
      *             y MARCA-DIRECCION-EST del registro maestro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-EXPORT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

           SELECT DIARIO-MAESTRO ASSIGN TO "STUDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-MAESTRO.

           SELECT CONTROL-EXPORT ASSIGN TO "CSVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-EXPORT.
       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       FD  DIARIO-MAESTRO.
       01  REG-DIARIO-MAESTRO PIC X(296).

       FD  CONTROL-EXPORT.
       01  REG-CONTROL-EXPORT.
           05  CSV-CTL-FECHA      PIC 9(8).
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY STUDJRNL.
           COPY PRIVMASK.

       PROCEDURE DIVISION.
       INICIO.
           CLOSE STUDENT-MASTER.
           CLOSE ARCHIVO-CSV.
           PERFORM GRABAR-CONTROL-EXPORT.
           DISPLAY "FILAS EXPORTADAS: ", CANT-FILAS.
           DISPLAY "RESTRICCIÓN DE DIVULGACIÓN - SUPRIMIDOS: ",
                   CANT-PRIV-SUPRIMIDOS,
                   "  ENMASCARADOS: ", CANT-PRIV-ENMASCARADOS.
           STOP RUN.

       ESCRIBIR-FILA-CSV.
               PERFORM LEER-ESTUDIANTE
               GO TO ESCRIBIR-FILA-CSV-FIN
           END-IF.
           IF PRIV-SOLO-DISTRITO
               ADD 1 TO CANT-PRIV-SUPRIMIDOS
               PERFORM LEER-ESTUDIANTE
               GO TO ESCRIBIR-FILA-CSV-FIN
           END-IF.
           MOVE SPACES TO LINEA-SALIDA.
           STRING FUNCTION TRIM(NOM-ESTUDIANTE) DELIMITED BY SIZE
               INTO LINEA-SALIDA
               MOVE ID-ESTUDIANTE TO FCHK-CLAVE
               MOVE FS-STUDENT-MASTER TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
               MOVE "CSV-EXPORT" TO DIARIO-PROGRAMA
               MOVE "M" TO DIARIO-OPERACION
               PERFORM GRABAR-DIARIO-MAESTRO
           END-IF.

       AGREGAR-UNA-MATERIA.
           PERFORM VERIFICAR-ESCRITURA-CSV.

           COPY EXCLOG-PROC.
           COPY STUDJRNL-PROC.
           COPY FILECHK-PROC.
