      * pedido, con el mismo formato de bloque multilínea y el mismo
      * número de secuencia original, al archivo LABELS2 - sin volver
      * a correr el TRXLABEL entero ni desperdiciar el stock de las
      * etiquetas que salieron bien.  Con la opción de presort las
      * etiquetas del rango pasan por un SORT por código postal del
      * cliente (CLI-COD-POSTAL, ver ADDRESS-STANDARD) y salen en orden
      * de bandeja, con una hoja de corte por código y su cantidad de
      * piezas en LBLTRAY (ver BANDEJA-PROC.CPY).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABEL-REPRINT.
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-CLIENTES.

           SELECT SORT-WORK ASSIGN TO "SRTWKRPR".

           SELECT HOJAS-BANDEJA ASSIGN TO "LBLTRAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOJAS-BANDEJA.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO-ETIQUETAS.
       FD  CLIENTES.
           COPY CUSTMAST.

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-COD-POSTAL        PIC X(8).
           05  SORT-DIARIO-ETIQ.
               10  SORT-SECUENCIA     PIC 9(6).
               10  FILLER             PIC X(36).

       FD  HOJAS-BANDEJA.
       01  LINEA-BANDEJA PIC X(60).

       WORKING-STORAGE SECTION.
       01  FS-DIARIO-ETIQ PIC XX.
           88  FS-JRN-OK VALUE "00".
       01  SEC-DESDE PIC 9(6).
       01  SEC-HASTA PIC 9(6).
       01  CANT-REIMPRESAS PIC 9(6) VALUE 0.
       01  OPCION-PRESORT PIC A.
           88  MODO-PRESORT VALUE "S".
       01  SW-FIN-SORT PIC A VALUE "N".
           88  FIN-SORT VALUE "S".
           COPY BANDEJA.

       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "RANGO INVÁLIDO (HASTA MENOR QUE DESDE)"
               STOP RUN
           END-IF.
           DISPLAY "PRESORT POR CÓDIGO POSTAL CON HOJAS DE BANDEJA"
                   " (S/N, ENTER = N): ".
           ACCEPT OPCION-PRESORT.
           MOVE FUNCTION UPPER-CASE(OPCION-PRESORT) TO OPCION-PRESORT.
           OPEN INPUT DIARIO-ETIQUETAS.
           IF NOT FS-JRN-OK
               DISPLAY "NO HAY DIARIO DE ETIQUETAS LABELJRN"
           IF FS-CLI-OK
               MOVE "S" TO SW-CLIENTES-DISPONIBLE
           END-IF.
           IF MODO-PRESORT
               SORT SORT-WORK
                   ON ASCENDING KEY SORT-COD-POSTAL SORT-SECUENCIA
                   INPUT PROCEDURE IS SELECCIONAR-ETIQUETAS
                   OUTPUT PROCEDURE IS REIMPRIMIR-ETIQUETAS-PRESORT
           ELSE
               PERFORM SELECCIONAR-ETIQUETAS
           END-IF.
           CLOSE DIARIO-ETIQUETAS.
           CLOSE ETIQUETAS.
           IF CLIENTES-DISPONIBLE
               CLOSE CLIENTES
           END-IF.
           DISPLAY "ETIQUETAS REIMPRESAS: ", CANT-REIMPRESAS.
           IF MODO-PRESORT
               DISPLAY "BANDEJAS (HOJAS EN LBLTRAY): ",
                       BDJ-CANT-BANDEJAS
           END-IF.
           STOP RUN.

       SELECCIONAR-ETIQUETAS.
           PERFORM LEER-DIARIO.
           PERFORM EVALUAR-UNA-ETIQUETA UNTIL FIN-DIARIO.

       LEER-DIARIO.
           READ DIARIO-ETIQUETAS
               AT END
       EVALUAR-UNA-ETIQUETA.
           IF JRN-SECUENCIA >= SEC-DESDE
              AND JRN-SECUENCIA <= SEC-HASTA
               IF MODO-PRESORT
                   PERFORM SOLTAR-ETIQUETA
               ELSE
                   PERFORM REIMPRIMIR-ETIQUETA
               END-IF
           END-IF.
           PERFORM LEER-DIARIO.

      ******************************************************************
      * Presort: la línea del diario pasa al SORT con el código postal
      * del cliente (blanco si no está en el maestro o si su dirección
      * no fue revisada) y se reimprime en la salida del SORT; dentro
      * de cada código las etiquetas quedan en orden de secuencia.
      ******************************************************************
       SOLTAR-ETIQUETA.
           PERFORM BUSCAR-CLIENTE.
           MOVE SPACES TO SORT-COD-POSTAL.
           IF CLIENTE-HALLADO
               MOVE CLI-COD-POSTAL TO SORT-COD-POSTAL
           END-IF.
           MOVE REG-DIARIO-ETIQ TO SORT-DIARIO-ETIQ.
           RELEASE SORT-REC.

       REIMPRIMIR-ETIQUETAS-PRESORT.
           MOVE "LABEL-REPRINT" TO BDJ-PROGRAMA.
           PERFORM INICIAR-BANDEJAS.
           MOVE "N" TO SW-FIN-SORT.
           PERFORM DEVOLVER-ETIQUETA UNTIL FIN-SORT.
           PERFORM TERMINAR-BANDEJAS.

       DEVOLVER-ETIQUETA.
           RETURN SORT-WORK
               AT END
                   MOVE "S" TO SW-FIN-SORT
               NOT AT END
                   MOVE SORT-DIARIO-ETIQ TO REG-DIARIO-ETIQ
                   MOVE SORT-COD-POSTAL TO BDJ-COD-PIEZA
                   PERFORM CONTAR-PIEZA-BANDEJA
                   PERFORM REIMPRIMIR-ETIQUETA
           END-RETURN.

       REIMPRIMIR-ETIQUETA.
           ADD 1 TO CANT-REIMPRESAS.
           PERFORM BUSCAR-CLIENTE.
                       MOVE "S" TO SW-CLIENTE-HALLADO
               END-READ
           END-IF.

           COPY BANDEJA-PROC.
