      *   01 FECHA DE NACIMIENTO EN CERO
      *   02 CÓDIGO DE SEXO EN BLANCO
      *   03 FECHA DE INSCRIPCIÓN EN CERO
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se respeta PRIVACIDAD-EST: la restricción R (solo
      *             al distrito) se transmite completa por ser ésta la
      *             devolución del distrito, y se cuenta aparte; la
      *             restricción D (sin directorio, tampoco al distrito)
      *             sale con la fecha de nacimiento enmascarada al año
      *             (PRIVMASK-PROC). La corrida informa suprimidos,
      *             enmascarados y enviados bajo la excepción del
      *             distrito.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRICT-EXTRACT.
           88  FIN-ARCHIVO VALUE "S".
       01  CANT-EXTRAIDOS PIC 9(6) VALUE 0.
       01  CANT-RECHAZADOS PIC 9(6) VALUE 0.
       01  CANT-PRIV-DISTRITO PIC 9(6) VALUE 0.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.
           COPY PRIVMASK.

       PROCEDURE DIVISION.
       INICIO.
           CLOSE RECHAZOS.
           DISPLAY "EXTRAÍDOS: ", CANT-EXTRAIDOS,
                   "  RECHAZADOS: ", CANT-RECHAZADOS.
           DISPLAY "RESTRICCIÓN DE DIVULGACIÓN - SUPRIMIDOS: ",
                   CANT-PRIV-SUPRIMIDOS,
                   "  ENMASCARADOS: ", CANT-PRIV-ENMASCARADOS.
           DISPLAY "SOLO AL DISTRITO, ENVIADOS COMPLETOS: ",
                   CANT-PRIV-DISTRITO.
           STOP RUN.

       LEER-ESTUDIANTE.
           MOVE ID-ESTUDIANTE TO EXT-ID.
           MOVE NOM-ESTUDIANTE TO EXT-NOMBRE.
           MOVE FECHA-NACIMIENTO TO EXT-FECHA-NAC.
           IF PRIV-SIN-DIRECTORIO
               MOVE FECHA-NACIMIENTO TO PRIVMASK-FECHA-NAC
               MOVE TELEFONO-EST TO PRIVMASK-TELEFONO
               MOVE DIRECCION-1 TO PRIVMASK-DIRECCION-1
               MOVE DIRECCION-2 TO PRIVMASK-DIRECCION-2
               PERFORM ENMASCARAR-DATOS-PRIVADOS
               MOVE PRIVMASK-FECHA-NAC TO EXT-FECHA-NAC
           END-IF.
           IF PRIV-SOLO-DISTRITO
               ADD 1 TO CANT-PRIV-DISTRITO
           END-IF.
           MOVE SEXO-EST TO EXT-SEXO.
           MOVE FECHA-INSCRIPCION TO EXT-FECHA-INS.
           MOVE GRADO-NIVEL TO EXT-NIVEL.

           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
           COPY PRIVMASK-PROC.
