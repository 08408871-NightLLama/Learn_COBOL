      * recargado NO es confiable y hay que ir a una copia anterior.
      * Pide confirmación porque REEMPLAZA el maestro vigente.
      * STUDENT-MASTER sigue con su contraparte propia MASTER-RELOAD.
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
       PROGRAM-ID. SUITE-RESTORE.
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
       01  SUMA-CONTROL PIC 9(6).
       01  POS-CONTROL PIC 9(3).
       01  LARGO-CONTROL PIC 9(3).
       01  LINEA-CONTROL PIC X(148).
           COPY EXCLOG.
           COPY OPERSESS.

               PERFORM AVISAR-SIN-COPIA
               GO TO RESTAURAR-CATALOGO-FIN
           END-IF.
           MOVE 48 TO LARGO-CONTROL.
           OPEN OUTPUT CURSO-CATALOGO.
           PERFORM LEER-COPIA-CATALOGO.
           PERFORM CARGAR-CATALOGO UNTIL FIN-ARCHIVO.
               PERFORM AVISAR-SIN-COPIA
               GO TO RESTAURAR-CLIENTES-FIN
           END-IF.
           MOVE 148 TO LARGO-CONTROL.
           OPEN OUTPUT CLIENTES.
           PERFORM LEER-COPIA-CLIENTES.
           PERFORM CARGAR-CLIENTES UNTIL FIN-ARCHIVO.
               PERFORM AVISAR-SIN-COPIA
               GO TO RESTAURAR-OPERADORES-FIN
           END-IF.
           MOVE 66 TO LARGO-CONTROL.
           OPEN OUTPUT OPERADORES.
           PERFORM LEER-COPIA-OPERADORES.
           PERFORM CARGAR-OPERADORES UNTIL FIN-ARCHIVO.
               PERFORM AVISAR-SIN-COPIA
               GO TO RESTAURAR-CHART-FIN
           END-IF.
           MOVE 62 TO LARGO-CONTROL.
           OPEN OUTPUT CHART-ACCOUNTS.
           PERFORM LEER-COPIA-CHART.
           PERFORM CARGAR-CHART UNTIL FIN-ARCHIVO.
               PERFORM AVISAR-SIN-COPIA
               GO TO RESTAURAR-ITEMS-FIN
           END-IF.
           MOVE 85 TO LARGO-CONTROL.
           OPEN OUTPUT ITEM-MAESTRO.
           PERFORM LEER-COPIA-ITEMS.
           PERFORM CARGAR-ITEMS UNTIL FIN-ARCHIVO.
