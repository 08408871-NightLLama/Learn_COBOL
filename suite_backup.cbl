      * verifica antes de confiar en una copia.  Un maestro que
      * todavía no existe se saltea con aviso - el resto se respalda
      * igual.  STUDENT-MASTER sigue con su paso propio MASTER-UNLOAD.
      *
      * MODIFICATION HISTORY
      * 2026-10-15  La copia de CRSCATLG pasa a 48 posiciones por el
      *             campo CAT-AREA agregado al catálogo.  Una copia
      *             anterior de 44 no cuadra la suma de control del
      *             manifiesto: respaldar el catálogo de nuevo.
      * 2026-10-15  La copia de CHARTCTA pasa a 62 posiciones por los
      *             campos CTA-TIPO y CTA-RUBRO agregados al plan de
      *             cuentas.  Una copia anterior de 41 no cuadra:
      *             respaldar el plan de nuevo.
      * 2026-10-15  La copia de ITEMMAST pasa a 77 posiciones por el
      *             campo ITM-EXISTENCIA-DANADA agregado al maestro de
      *             artículos.  Una copia anterior de 70 no cuadra:
      *             respaldar los artículos de nuevo.
      * 2026-10-15  La copia de CUSTMAST pasa a 137 posiciones por los
      *             datos de impuesto a las ventas agregados al
      *             cliente, y la de ITEMMAST a 78 por la marca
      *             ITM-GRAVADO.  Las copias anteriores no cuadran:
      *             respaldar los dos maestros de nuevo.
      * 2026-10-15  La copia de ITEMMAST pasa a 79 posiciones por la
      *             clase ABC ITM-CLASE-ABC.  Una copia anterior de 78
      *             no cuadra: respaldar los artículos de nuevo.
      * 2026-10-15  La copia de ITEMMAST pasa a 85 posiciones por el
      *             estante ITM-ESTANTE.  Una copia anterior de 79 no
      *             cuadra: respaldar los artículos de nuevo.
      * 2026-10-15  La copia de CUSTMAST pasa a 138 posiciones por la
      *             marca CLI-ENTREGA-FACTURA.  Una copia anterior de
      *             137 no cuadra: respaldar los clientes de nuevo.
      * 2026-10-15  La copia de CUSTMAST pasa a 139 posiciones por la
      *             marca CLI-EXENTO-RECARGO.  Una copia anterior de
      *             138 no cuadra: respaldar los clientes de nuevo.
      * 2026-10-15  La copia de OPERMAST pasa a 60 posiciones por el
      *             PIN cifrado, el bloqueo y el último ingreso.  Una
      *             copia anterior de 30 no cuadra: respaldar los
      *             operadores de nuevo.
      * 2026-10-15  Cada copia asienta además su cantidad de registros
      *             en el control RUNCTL; RUN-BALANCE cuadra el
      *             manifiesto del día contra la cantidad actual de
      *             cada maestro.
      * 2026-10-15  La copia de OPERMAST pasa a 66 posiciones por
      *             OPE-ID-ESTUDIANTE.  Una copia anterior de 60 no
      *             cuadra: respaldar los operadores de nuevo.
      * 2026-10-15  La copia de CUSTMAST pasa a 148 posiciones por
      *             CLI-COD-POSTAL y CLI-MARCA-DIRECCION.  Una copia
      *             anterior de 139 no cuadra: respaldar los clientes de
      *             nuevo.  El total de control de OPERMAST pasa a
      *             cubrir las 66 posiciones, OPE-ID-ESTUDIANTE
      *             incluido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITE-BACKUP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

           SELECT CONTROL-CORRIDA ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CORRIDA.

       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-CATALOGO.
           COPY ITEMMAST.

       FD  COPIA-CATALOGO.
       01  REG-COPIA-CATALOGO PIC X(48).

       FD  COPIA-CLIENTES.
       01  REG-COPIA-CLIENTES PIC X(148).

       FD  COPIA-OPERADORES.
       01  REG-COPIA-OPERADORES PIC X(66).

       FD  COPIA-CHART.
       01  REG-COPIA-CHART PIC X(62).

       FD  COPIA-TERM-HIST.
       01  REG-COPIA-TERM-HIST PIC X(90).
       01  REG-COPIA-ASISTENCIA PIC X(15).

       FD  COPIA-ITEMS.
       01  REG-COPIA-ITEMS PIC X(85).

       FD  MANIFIESTO.
           COPY BACKMANI.

       FD  CONTROL-CORRIDA.
       01  REG-CONTROL-CORRIDA PIC X(42).

       WORKING-STORAGE SECTION.
       01  FS-MAESTRO PIC XX.
           88  FS-MAE-OK VALUE "00".
       01  SUMA-CONTROL PIC 9(6).
       01  POS-CONTROL PIC 9(3).
       01  LARGO-CONTROL PIC 9(3).
       01  LINEA-CONTROL PIC X(148).
       01  CANT-RESPALDADOS PIC 9(2) VALUE 0.
           COPY RUNCTL.

       PROCEDURE DIVISION.
       INICIO.
               GO TO RESPALDAR-CATALOGO-FIN
           END-IF.
           PERFORM INICIAR-CONTROL.
           MOVE 48 TO LARGO-CONTROL.
           OPEN OUTPUT COPIA-CATALOGO.
           PERFORM LEER-CATALOGO.
           PERFORM COPIAR-CATALOGO UNTIL FIN-ARCHIVO.
               GO TO RESPALDAR-CLIENTES-FIN
           END-IF.
           PERFORM INICIAR-CONTROL.
           MOVE 148 TO LARGO-CONTROL.
           OPEN OUTPUT COPIA-CLIENTES.
           PERFORM LEER-CLIENTES.
           PERFORM COPIAR-CLIENTES UNTIL FIN-ARCHIVO.
               GO TO RESPALDAR-OPERADORES-FIN
           END-IF.
           PERFORM INICIAR-CONTROL.
           MOVE 66 TO LARGO-CONTROL.
           OPEN OUTPUT COPIA-OPERADORES.
           PERFORM LEER-OPERADORES.
           PERFORM COPIAR-OPERADORES UNTIL FIN-ARCHIVO.
               GO TO RESPALDAR-CHART-FIN
           END-IF.
           PERFORM INICIAR-CONTROL.
           MOVE 62 TO LARGO-CONTROL.
           OPEN OUTPUT COPIA-CHART.
           PERFORM LEER-CHART.
           PERFORM COPIAR-CHART UNTIL FIN-ARCHIVO.
               GO TO RESPALDAR-ITEMS-FIN
           END-IF.
           PERFORM INICIAR-CONTROL.
           MOVE 85 TO LARGO-CONTROL.
           OPEN OUTPUT COPIA-ITEMS.
           PERFORM LEER-ITEMS.
           PERFORM COPIAR-ITEMS UNTIL FIN-ARCHIVO.
           END-IF.
           WRITE REG-MANIFIESTO.
           CLOSE MANIFIESTO.
           MOVE "SUITEBK" TO RUNCTL-PASO.
           MOVE MAN-ARCHIVO TO RUNCTL-ARCHIVO.
           MOVE "E" TO RUNCTL-TIPO.
           MOVE CANT-REGISTROS TO RUNCTL-CANTIDAD.
           PERFORM ASENTAR-CONTEO-CORRIDA.
           ADD 1 TO CANT-RESPALDADOS.
           DISPLAY MAN-ARCHIVO, " RESPALDADO - REGISTROS: ",
                   MAN-CANTIDAD, "  CONTROL: ", MAN-CONTROL.

           COPY RUNCTL-PROC.
