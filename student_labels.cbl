      *             de boletines también deja de duplicarse.  Los
      *             estudiantes sin hogar asignado (cero) salen una
      *             etiqueta cada uno, como siempre.
      * 2026-10-15  Se respeta PRIVACIDAD-EST: el estudiante con
      *             restricción D o R no lleva etiqueta (una etiqueta
      *             postal es toda información de directorio y no hay
      *             nada que enmascarar en ella), y la corrida informa
      *             los suprimidos para el oficial de privacidad.
      * 2026-10-15  Opción de presort: con S las etiquetas pasan por un
      *             SORT por COD-POSTAL-EST (ver ADDRESS-STANDARD) y
      *             salen en orden de bandeja, con una hoja de corte por
      *             código postal y su cantidad de piezas en STUTRAY
      *             (ver BANDEJA-PROC.CPY) para el franqueo con tarifa
      *             de presort.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-LABELS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETIQUETAS.

           SELECT SORT-WORK ASSIGN TO "SRTWKLBL".

           SELECT HOJAS-BANDEJA ASSIGN TO "STUTRAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJAS-BANDEJA.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       FD  ETIQUETAS.
       01  LINEA-ETIQUETA PIC X(40).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-COD-POSTAL        PIC X(8).
           05  SORT-ID-ESTUDIANTE     PIC 9(6).

       FD  HOJAS-BANDEJA.
       01  LINEA-BANDEJA PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-STUDENT-MASTER PIC XX.
           88  FS-OK          VALUE "00".
       01  SW-HOGAR-YA-EMITIDO PIC A.
           88  HOGAR-YA-EMITIDO VALUE "S".
       01  CANT-AHORRADAS PIC 9(4) VALUE 0.
       01  OPCION-PRESORT PIC A.
           88  MODO-PRESORT VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
           COPY PRIVMASK.
           COPY BANDEJA.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "(U)NA ETIQUETA POR HOGAR O (T)ODAS (ENTER = T): ".
           ACCEPT OPCION-MODO.
           MOVE FUNCTION UPPER-CASE(OPCION-MODO) TO OPCION-MODO.
           DISPLAY "PRESORT POR CÓDIGO POSTAL CON HOJAS DE BANDEJA"
                   " (S/N, ENTER = N): ".
           ACCEPT OPCION-PRESORT.
           MOVE FUNCTION UPPER-CASE(OPCION-PRESORT) TO OPCION-PRESORT.
           IF ID-HASTA < ID-DESDE
               DISPLAY "RANGO INVÁLIDO"
               STOP RUN
               STOP RUN
           END-IF.
           OPEN OUTPUT ETIQUETAS.
           IF MODO-PRESORT
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-COD-POSTAL SORT-ID-ESTUDIANTE
                   INPUT PROCEDURE IS SELECCIONAR-ESTUDIANTES
                   OUTPUT PROCEDURE IS ESCRIBIR-ETIQUETAS-PRESORT
           ELSE
               PERFORM SELECCIONAR-ESTUDIANTES
           END-IF.
           CLOSE STUDENT-MASTER.
           CLOSE ETIQUETAS.
           DISPLAY "ETIQUETAS ESCRITAS: ", CANT-ETIQUETAS.
           IF MODO-POR-HOGAR
               DISPLAY "ENVÍOS AHORRADOS POR HOGAR: ", CANT-AHORRADAS
           END-IF.
           DISPLAY "RESTRICCIÓN DE DIVULGACIÓN - SUPRIMIDOS: ",
                   CANT-PRIV-SUPRIMIDOS,
                   "  ENMASCARADOS: ", CANT-PRIV-ENMASCARADOS.
           IF MODO-PRESORT
               DISPLAY "BANDEJAS (HOJAS EN STUTRAY): ",
                       BDJ-CANT-BANDEJAS
           END-IF.
           STOP RUN.

       SELECCIONAR-ESTUDIANTES.
           MOVE ID-DESDE TO ID-ESTUDIANTE.
           START STUDENT-MASTER KEY IS NOT LESS THAN ID-ESTUDIANTE
               INVALID KEY
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-START.
           IF NOT FIN-ARCHIVO
               PERFORM LEER-ESTUDIANTE
           END-IF.
           PERFORM EVALUAR-ESTUDIANTE UNTIL FIN-ARCHIVO.

       LEER-ESTUDIANTE.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                   CONTINUE
               WHEN DIRECCION-1 = SPACES
                   ADD 1 TO CANT-SIN-CONTACTO
               WHEN PRIV-SIN-DIRECTORIO OR PRIV-SOLO-DISTRITO
                   ADD 1 TO CANT-PRIV-SUPRIMIDOS
               WHEN MODO-POR-HOGAR AND HOGAR-EST > 0
                   PERFORM EVALUAR-HOGAR
               WHEN OTHER
                   PERFORM EMITIR-ETIQUETA
           END-EVALUATE.
           PERFORM LEER-ESTUDIANTE.

                   ADD 1 TO CANT-HOGARES
                   MOVE HOGAR-EST TO HOGAR-EMITIDO(CANT-HOGARES)
               END-IF
               PERFORM EMITIR-ETIQUETA
           END-IF.

       COMPARAR-UN-HOGAR.
               MOVE "S" TO SW-HOGAR-YA-EMITIDO
           END-IF.

      ******************************************************************
      * Con presort la etiqueta no se escribe todavía: el estudiante
      * pasa al SORT por código postal y se relee del maestro en la
      * salida del SORT, ya en orden de bandeja.
      ******************************************************************
       EMITIR-ETIQUETA.
           IF MODO-PRESORT
               MOVE COD-POSTAL-EST TO SORT-COD-POSTAL
               MOVE ID-ESTUDIANTE TO SORT-ID-ESTUDIANTE
               RELEASE SORT-REC
           ELSE
               PERFORM ESCRIBIR-ETIQUETA
           END-IF.

       ESCRIBIR-ETIQUETAS-PRESORT.
           MOVE "STUDENT-LABELS" TO BDJ-PROGRAMA.
           PERFORM INICIAR-BANDEJAS.
           MOVE "N" TO SW-FIN-SORT.
           PERFORM DEVOLVER-ETIQUETA UNTIL FIN-SORT.
           PERFORM TERMINAR-BANDEJAS.

       DEVOLVER-ETIQUETA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   MOVE SORT-ID-ESTUDIANTE TO ID-ESTUDIANTE
                   READ STUDENT-MASTER
                       INVALID KEY
                           DISPLAY "ID ", SORT-ID-ESTUDIANTE,
                                   " YA NO ESTÁ EN EL MAESTRO"
                       NOT INVALID KEY
                           MOVE SORT-COD-POSTAL TO BDJ-COD-PIEZA
                           PERFORM CONTAR-PIEZA-BANDEJA
                           PERFORM ESCRIBIR-ETIQUETA
                   END-READ
           END-RETURN.

      ******************************************************************
      * Mismo bloque enmarcado que el armador de etiquetas de COBOL13.
      ******************************************************************
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.

           COPY BANDEJA-PROC.
