      * la necesita, y así puede leer tanto el maestro viejo (sin la
      * clave) como el reorganizado - es justamente el paso de
      * descarga de la migración única que pide la clave nueva.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  Se vuelca también PRIVACIDAD-EST al respaldo plano.
      * 2026-10-15  Cada corrida asienta en el control RUNCTL los
      *             registros leídos de STUDMAST y los grabados en
      *             BACKUP53 (un WRITE con estado distinto de 00 ya no
      *             se cuenta como copiado), para el cuadre entre pasos
      *             de RUN-BALANCE.
      * 2026-10-15  Se vuelcan también COD-POSTAL-EST y
      *             MARCA-DIRECCION-EST al respaldo plano.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-UNLOAD.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO-RESP.

           SELECT CONTROL-CORRIDA ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CORRIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           05  BCK-HORA           PIC 9(8).
           05  BCK-CANTIDAD       PIC 9(6).

       FD  CONTROL-CORRIDA.
       01  REG-CONTROL-CORRIDA PIC X(42).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK          VALUE "00".
       01  IDX-COPIA PIC 9.
       01  CANT-COPIADOS PIC 9(6) VALUE 0.
       01  CANT-COPIADOS-ED PIC ZZZ,ZZ9.
       01  CANT-LEIDOS PIC 9(6) VALUE 0.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       INICIO.
           CLOSE STUDENT-MASTER.
           CLOSE RESPALDO.
           PERFORM ASENTAR-EN-CATALOGO.
           PERFORM ASENTAR-CONTEOS.
           MOVE CANT-COPIADOS TO CANT-COPIADOS-ED.
           DISPLAY "RESPALDO COMPLETO - REGISTROS: ", CANT-COPIADOS-ED.
           GOBACK.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CANT-LEIDOS
           END-READ.

       COPIAR-UN-REGISTRO.
           MOVE TELEFONO-EST TO ARCH-TELEFONO.
           MOVE MARCA-CAMBIO-EST TO ARCH-MARCA-CAMBIO.
           MOVE CAMPUS-EST TO ARCH-CAMPUS.
           MOVE PRIVACIDAD-EST TO ARCH-PRIVACIDAD.
           MOVE COD-POSTAL-EST TO ARCH-COD-POSTAL.
           MOVE MARCA-DIRECCION-EST TO ARCH-MARCA-DIRECCION.
           WRITE REG-ARCHIVO-ESTUDIANTE.
           IF FS-RESPALDO = "00"
               ADD 1 TO CANT-COPIADOS
           ELSE
               DISPLAY "NO SE GRABÓ EN BACKUP53 EL ID ", ID-ESTUDIANTE,
                       " - ESTADO: ", FS-RESPALDO
           END-IF.
           PERFORM LEER-ESTUDIANTE.

       COPIAR-UNA-MATERIA.
           END-IF.
           WRITE REG-CATALOGO-RESPALDO.
           CLOSE CATALOGO-RESPALDOS.

      ******************************************************************
      * Conteos de la corrida para el cuadre de RUN-BALANCE: lo leído
      * del maestro y lo efectivamente grabado en el respaldo.
      ******************************************************************
       ASENTAR-CONTEOS.
           MOVE "MSTUNLD" TO RUNCTL-PASO.
           MOVE "STUDMAST" TO RUNCTL-ARCHIVO.
           MOVE "L" TO RUNCTL-TIPO.
           MOVE CANT-LEIDOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           MOVE "BACKUP53" TO RUNCTL-ARCHIVO.
           MOVE "E" TO RUNCTL-TIPO.
           MOVE CANT-COPIADOS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.

           COPY RUNCTL-PROC.
