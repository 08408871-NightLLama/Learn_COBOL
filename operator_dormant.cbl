      ******************************************************************
      * Listado de IDs de operador sin uso: recorre OPERMAST y lista
      * cada operador activo cuyo último sign-on (OPE-ULTIMO-INGRESO,
      * que COBOL47 graba en cada ingreso) tiene más de los días
      * indicados - 90 si la tarjeta de parámetro viene en blanco -
      * o que nunca firmó desde que se lleva la fecha.  Es la lista
      * de trabajo para inactivarlos con la (B)aja de OPERATOR-MAINT.
      * Los IDs bloqueados por PIN fallidos salen marcados.  El
      * listado sale por OPERDORM con el encabezado RPTHDR.
      * RETURN-CODE 4 si hay IDs sin uso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-DORMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-OPERADORES.

           SELECT LISTADO ASSIGN TO "OPERDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY OPERMAST.

       FD  LISTADO.
       01  LINEA-LISTADO PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-OPERADORES PIC XX.
           88  FS-OPE-OK           VALUE "00".
       01  FS-LISTADO PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  TARJETA-DIAS PIC X(3).
       01  DIAS-LIMITE PIC 999 VALUE 90.
       01  DIAS-SIN-USO PIC 9(6).
       01  FECHA-HOY PIC 9(8).
       01  CANT-ACTIVOS PIC 9(5) VALUE 0.
       01  CANT-SIN-USO PIC 9(5) VALUE 0.
       01  CANTIDAD-ED PIC ZZ,ZZ9.
       01  DIAS-ED PIC ZZZ,ZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY RPTHDR.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT TARJETA-DIAS.
           IF TARJETA-DIAS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(TARJETA-DIAS) = 0
               COMPUTE DIAS-LIMITE = FUNCTION NUMVAL(TARJETA-DIAS)
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT OPERADORES.
           IF NOT FS-OPE-OK
               DISPLAY "NO SE PUDO ABRIR OPERMAST - ESTADO: ",
                       FS-OPERADORES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE "IDS DE OPERADOR SIN USO" TO RPTHDR-TITULO.
           MOVE FECHA-HOY TO RPTHDR-FECHA.
           PERFORM GENERAR-ENCABEZADO-RPT.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE DIAS-LIMITE TO DIAS-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "OPERADORES ACTIVOS SIN SIGN-ON EN MÁS DE"
                   DELIMITED BY SIZE
               DIAS-ED DELIMITED BY SIZE
               " DÍAS" DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "ID       NOMBRE               ROL ÚLTIMO    DÍAS"
               TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LEER-OPERADOR.
           PERFORM REVISAR-OPERADOR THRU REVISAR-OPERADOR-FIN
                   UNTIL FIN-ARCHIVO.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE OPERADORES.
           CLOSE LISTADO.
           DISPLAY "ACTIVOS: ", CANT-ACTIVOS,
                   "  SIN USO: ", CANT-SIN-USO,
                   " - DETALLE EN OPERDORM".
           IF CANT-SIN-USO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LEER-OPERADOR.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       REVISAR-OPERADOR.
           IF NOT OPE-ACTIVO
               GO TO REVISAR-OPERADOR-SIGUE
           END-IF.
           ADD 1 TO CANT-ACTIVOS.
           IF OPE-ULTIMO-INGRESO = 0
               MOVE 999999 TO DIAS-SIN-USO
           ELSE
               COMPUTE DIAS-SIN-USO =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE(OPE-ULTIMO-INGRESO)
           END-IF.
           IF DIAS-SIN-USO NOT > DIAS-LIMITE
               GO TO REVISAR-OPERADOR-SIGUE
           END-IF.
           ADD 1 TO CANT-SIN-USO.
           PERFORM IMPRIMIR-OPERADOR.
       REVISAR-OPERADOR-SIGUE.
           PERFORM LEER-OPERADOR.
       REVISAR-OPERADOR-FIN.
           EXIT.

       IMPRIMIR-OPERADOR.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE OPE-ID TO LINEA-SALIDA(1:8).
           MOVE OPE-NOMBRE TO LINEA-SALIDA(10:20).
           MOVE OPE-ROL TO LINEA-SALIDA(31:1).
           IF OPE-ULTIMO-INGRESO = 0
               MOVE "NUNCA" TO LINEA-SALIDA(35:8)
           ELSE
               MOVE OPE-ULTIMO-INGRESO TO LINEA-SALIDA(35:8)
               MOVE DIAS-SIN-USO TO DIAS-ED
               MOVE DIAS-ED TO LINEA-SALIDA(44:7)
           END-IF.
           IF OPE-ESTA-BLOQUEADO
               MOVE "BLOQUEADO" TO LINEA-SALIDA(53:9)
           END-IF.
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "OPERADORES ACTIVOS" TO LINEA-SALIDA.
           MOVE CANT-ACTIVOS TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(25:).
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "SIN USO - A INACTIVAR" TO LINEA-SALIDA.
           MOVE CANT-SIN-USO TO CANTIDAD-ED.
           MOVE CANTIDAD-ED TO LINEA-SALIDA(25:).
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
