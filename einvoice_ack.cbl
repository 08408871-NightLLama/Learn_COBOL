      ******************************************************************
      * Confirmación de las facturas electrónicas: el cliente que
      * recibe la factura por EINVOICE devuelve el archivo EINVCONF -
      * una línea "C" por factura recibida, con la cuenta, el número
      * de pedido y la fecha en que la cargó en su portal.  Este paso
      * la cruza contra el registro EINVLOG (ver FACTELEC.CPY) que
      * ORDER-INVOICE deja por cada factura enviada: la factura
      * confirmada sale del registro, y la confirmación que no
      * encuentra factura pendiente va al registro de excepciones.
      * Las facturas que siguen sin confirmar pasados los días
      * hábiles de plazo (CALFERIA, ver HABILCHK.CPY) salen en el
      * reporte de seguimiento EINVRPT, para llamar al cliente antes
      * de que la factura envejezca sin que nadie la haya visto - el
      * mismo patrón de acuse que GL-ACK y CSV-ACK.  EINVCONF queda
      * vacío después de la corrida, así una confirmación no se
      * cruza dos veces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVOICE-ACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-ELECTRONICO ASSIGN TO "EINVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO-ELEC.

           SELECT CONFIRMACIONES ASSIGN TO "EINVCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIRMACIONES.

           SELECT REPORTE-CONFIRMACION ASSIGN TO "EINVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT CALENDARIO-HABIL ASSIGN TO "CALFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDARIO-HABIL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ELECTRONICO.
           COPY FACTELEC.

       FD  CONFIRMACIONES.
       01  REG-CONFIRMACION.
           05  ECF-TIPO           PIC X.
               88  ECF-CONFIRMACION   VALUE "C".
           05  ECF-CUENTA         PIC X(16).
           05  ECF-NUMERO         PIC 9(6).
           05  ECF-FECHA-RECEPCION PIC 9(8).

       FD  REPORTE-CONFIRMACION.
       01  LINEA-REPORTE PIC X(80).

       FD  CALENDARIO-HABIL.
       01  REG-FERIADO-HABIL.
           05  HAB-FER-FECHA          PIC 9(8).
           05  HAB-FER-DESCRIPCION    PIC X(30).

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-REGISTRO-ELEC PIC XX.
           88  FS-REG-OK VALUE "00".
       01  FS-CONFIRMACIONES PIC XX.
           88  FS-CONF-OK VALUE "00".
       01  FS-REPORTE PIC XX.
       01  SW-FIN-ARCHIVO PIC A VALUE "N".
           88  FIN-ARCHIVO VALUE "S".
       01  SW-HALLADA PIC A.
           88  FACTURA-HALLADA VALUE "S".
       01  FECHA-HOY PIC 9(8).
       01  DIAS-PLAZO PIC 9(3).
      ******************************************************************
      * Facturas enviadas sin confirmar, tal como están en EINVLOG;
      * las que se confirman en la corrida no se vuelven a grabar.
      ******************************************************************
       01  TABLA-FACTURAS.
           05  ENTRADA-FACTURA OCCURS 1000 TIMES.
               10  TAB-REGISTRO       PIC X(44).
               10  TAB-CONFIRMADA     PIC X.
       01  CANT-FACTURAS PIC 9(4) VALUE 0.
       01  IDX-FACTURA PIC 9(4).
       01  CANT-CONFIRMADAS PIC 9(4) VALUE 0.
       01  CANT-SIN-FACTURA PIC 9(4) VALUE 0.
       01  CANT-PENDIENTES PIC 9(4) VALUE 0.
       01  CANT-VENCIDAS PIC 9(4) VALUE 0.
       01  TOTAL-VENCIDO PIC 9(11)V99 VALUE 0.
       01  TOTAL-ED PIC $$$,$$$,$$9.99.
       01  FECHA-ED PIC 9999/99/99.
       01  DIAS-ED PIC ZZZZ9.
       01  CANT-ED PIC ZZZ9.
       01  LINEA-SALIDA PIC X(80).
           COPY NUMCHK.
           COPY HABILCHK.
           COPY RPTHDR.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           MOVE "CONFIRMACIÓN DE FACTURAS ELECTRÓNICAS"
               TO RPTHDR-TITULO.
           ACCEPT RPTHDR-FECHA FROM DATE YYYYMMDD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-DIAS-PLAZO UNTIL NUMCHK-VALIDO.
           PERFORM CARGAR-REGISTRO THRU CARGAR-REGISTRO-FIN.
           OPEN OUTPUT REPORTE-CONFIRMACION.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM CRUZAR-CONFIRMACIONES
                   THRU CRUZAR-CONFIRMACIONES-FIN.
           PERFORM LISTAR-SIN-CONFIRMAR.
           PERFORM IMPRIMIR-RESUMEN.
           CLOSE REPORTE-CONFIRMACION.
           PERFORM REESCRIBIR-REGISTRO.
           DISPLAY "CONFIRMADAS: ", CANT-CONFIRMADAS,
                   "  SIN FACTURA: ", CANT-SIN-FACTURA,
                   "  PENDIENTES: ", CANT-PENDIENTES,
                   "  VENCIDAS: ", CANT-VENCIDAS.
           STOP RUN.

       PEDIR-DIAS-PLAZO.
           DISPLAY "DÍAS HÁBILES DE PLAZO PARA LA CONFIRMACIÓN"
                   " (ENTER = 3): ".
           ACCEPT NUMCHK-ENTRADA.
           IF NUMCHK-ENTRADA = SPACES
               MOVE 3 TO DIAS-PLAZO
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   IF FUNCTION NUMVAL(NUMCHK-ENTRADA) < 1
                      OR FUNCTION NUMVAL(NUMCHK-ENTRADA) > 999
                       DISPLAY "PLAZO ENTRE 1 Y 999 DÍAS, REINGRESE"
                       MOVE "N" TO SW-NUMCHK-OK
                   ELSE
                       MOVE FUNCTION NUMVAL(NUMCHK-ENTRADA)
                           TO DIAS-PLAZO
                   END-IF
               END-IF
           END-IF.

       CARGAR-REGISTRO.
           OPEN INPUT REGISTRO-ELECTRONICO.
           IF NOT FS-REG-OK
               DISPLAY "SIN REGISTRO EINVLOG - NO HAY FACTURAS"
                       " ELECTRÓNICAS ENVIADAS"
               GO TO CARGAR-REGISTRO-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-REGISTRO.
           PERFORM GUARDAR-FACTURA UNTIL FIN-ARCHIVO.
           CLOSE REGISTRO-ELECTRONICO.
       CARGAR-REGISTRO-FIN.
           EXIT.

       LEER-REGISTRO.
           READ REGISTRO-ELECTRONICO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-FACTURA.
           IF CANT-FACTURAS < 1000
               ADD 1 TO CANT-FACTURAS
               MOVE REG-FACTURA-ELECTRONICA
                   TO TAB-REGISTRO(CANT-FACTURAS)
               MOVE "N" TO TAB-CONFIRMADA(CANT-FACTURAS)
           ELSE
               DISPLAY "EINVLOG DE MÁS DE 1000 FACTURAS - NO SE"
                       " PUEDE CRUZAR SIN PERDER FACTURAS"
               STOP RUN
           END-IF.
           PERFORM LEER-REGISTRO.

      ******************************************************************
      * Cada confirmación busca su factura pendiente por cuenta y
      * número de pedido.  La que no la encuentra (pedido ajeno, o
      * confirmada dos veces) va al registro de excepciones.
      ******************************************************************
       CRUZAR-CONFIRMACIONES.
           MOVE "CONFIRMACIONES RECIBIDAS" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           OPEN INPUT CONFIRMACIONES.
           IF NOT FS-CONF-OK
               MOVE "  NO LLEGÓ ARCHIVO EINVCONF" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               GO TO CRUZAR-CONFIRMACIONES-FIN
           END-IF.
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-CONFIRMACION.
           PERFORM CRUZAR-UNA-CONFIRMACION UNTIL FIN-ARCHIVO.
           CLOSE CONFIRMACIONES.
       CRUZAR-CONFIRMACIONES-FIN.
           EXIT.

       LEER-CONFIRMACION.
           READ CONFIRMACIONES
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       CRUZAR-UNA-CONFIRMACION.
           IF ECF-CONFIRMACION
               PERFORM BUSCAR-FACTURA
               IF FACTURA-HALLADA
                   PERFORM MARCAR-CONFIRMADA
               ELSE
                   PERFORM RECHAZAR-CONFIRMACION
               END-IF
           END-IF.
           PERFORM LEER-CONFIRMACION.

       BUSCAR-FACTURA.
           MOVE "N" TO SW-HALLADA.
           PERFORM COMPARAR-FACTURA
                   VARYING IDX-FACTURA FROM 1 BY 1
                   UNTIL IDX-FACTURA > CANT-FACTURAS
                      OR FACTURA-HALLADA.
           IF FACTURA-HALLADA
               SUBTRACT 1 FROM IDX-FACTURA
           ELSE
               MOVE 0 TO IDX-FACTURA
           END-IF.

       COMPARAR-FACTURA.
           MOVE TAB-REGISTRO(IDX-FACTURA) TO REG-FACTURA-ELECTRONICA.
           IF TAB-CONFIRMADA(IDX-FACTURA) = "N"
              AND FEL-CUENTA = ECF-CUENTA
              AND FEL-NUMERO = ECF-NUMERO
               MOVE "S" TO SW-HALLADA
           END-IF.

       MARCAR-CONFIRMADA.
           MOVE "S" TO TAB-CONFIRMADA(IDX-FACTURA).
           ADD 1 TO CANT-CONFIRMADAS.
           MOVE TAB-REGISTRO(IDX-FACTURA) TO REG-FACTURA-ELECTRONICA.
           MOVE FEL-TOTAL TO TOTAL-ED.
           MOVE ECF-FECHA-RECEPCION TO FECHA-ED.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE FEL-CUENTA TO LINEA-SALIDA(3:16).
           MOVE FEL-NUMERO TO LINEA-SALIDA(21:6).
           MOVE TOTAL-ED TO LINEA-SALIDA(29:15).
           MOVE "RECIBIDA EL" TO LINEA-SALIDA(46:11).
           MOVE FECHA-ED TO LINEA-SALIDA(58:10).
           PERFORM ESCRIBIR-LINEA.

       RECHAZAR-CONFIRMACION.
           ADD 1 TO CANT-SIN-FACTURA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE ECF-CUENTA TO LINEA-SALIDA(3:16).
           MOVE ECF-NUMERO TO LINEA-SALIDA(21:6).
           MOVE "SIN FACTURA PENDIENTE EN EINVLOG"
               TO LINEA-SALIDA(29:32).
           PERFORM ESCRIBIR-LINEA.
           MOVE "EINVOICE-ACK" TO EXCLOG-PROGRAMA.
           MOVE "CONFIRMACION" TO EXCLOG-CAMPO.
           MOVE SPACES TO EXCLOG-VALOR-MALO.
           STRING ECF-CUENTA(1:12) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ECF-NUMERO DELIMITED BY SIZE
               INTO EXCLOG-VALOR-MALO
           END-STRING.
           PERFORM REGISTRAR-EXCEPCION.

      ******************************************************************
      * Seguimiento: cada factura sin confirmar cuenta los días
      * hábiles desde el envío; pasado el plazo sale marcada VENCIDA
      * para llamar al cliente.
      ******************************************************************
       LISTAR-SIN-CONFIRMAR.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "FACTURAS SIN CONFIRMAR" TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE "  CUENTA            PEDIDO         TOTAL  ENVIADA"
               & "     DÍAS HÁB." TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM LISTAR-UNA-PENDIENTE
                   VARYING IDX-FACTURA FROM 1 BY 1
                   UNTIL IDX-FACTURA > CANT-FACTURAS.

       LISTAR-UNA-PENDIENTE.
           IF TAB-CONFIRMADA(IDX-FACTURA) = "N"
               ADD 1 TO CANT-PENDIENTES
               MOVE TAB-REGISTRO(IDX-FACTURA)
                   TO REG-FACTURA-ELECTRONICA
               MOVE FEL-FECHA-ENVIO TO HAB-FECHA-DESDE
               MOVE FECHA-HOY TO HAB-FECHA-HASTA
               PERFORM CONTAR-DIAS-HABILES
               MOVE FEL-TOTAL TO TOTAL-ED
               MOVE FEL-FECHA-ENVIO TO FECHA-ED
               MOVE HAB-DIAS-HABILES TO DIAS-ED
               MOVE SPACES TO LINEA-SALIDA
               MOVE FEL-CUENTA TO LINEA-SALIDA(3:16)
               MOVE FEL-NUMERO TO LINEA-SALIDA(21:6)
               MOVE TOTAL-ED TO LINEA-SALIDA(29:15)
               MOVE FECHA-ED TO LINEA-SALIDA(46:10)
               MOVE DIAS-ED TO LINEA-SALIDA(57:5)
               IF HAB-DIAS-HABILES > DIAS-PLAZO
                   ADD 1 TO CANT-VENCIDAS
                   ADD FEL-TOTAL TO TOTAL-VENCIDO
                   MOVE "VENCIDA" TO LINEA-SALIDA(64:7)
               END-IF
               PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO LINEA-SALIDA.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-CONFIRMADAS TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CONFIRMADAS EN ESTA CORRIDA:     " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-SIN-FACTURA TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CONFIRMACIONES SIN FACTURA:      " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-PENDIENTES TO CANT-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "FACTURAS SIN CONFIRMAR:          " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.
           MOVE CANT-VENCIDAS TO CANT-ED.
           MOVE TOTAL-VENCIDO TO TOTAL-ED.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "VENCIDAS PARA SEGUIMIENTO:       " DELIMITED BY SIZE
               CANT-ED DELIMITED BY SIZE
               "   POR " DELIMITED BY SIZE
               TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-SALIDA
           END-STRING.
           PERFORM ESCRIBIR-LINEA.

      ******************************************************************
      * EINVLOG queda solo con las pendientes, y EINVCONF vacío.
      ******************************************************************
       REESCRIBIR-REGISTRO.
           OPEN OUTPUT REGISTRO-ELECTRONICO.
           PERFORM GRABAR-UNA-FACTURA
                   VARYING IDX-FACTURA FROM 1 BY 1
                   UNTIL IDX-FACTURA > CANT-FACTURAS.
           CLOSE REGISTRO-ELECTRONICO.
           OPEN OUTPUT CONFIRMACIONES.
           CLOSE CONFIRMACIONES.

       GRABAR-UNA-FACTURA.
           IF TAB-CONFIRMADA(IDX-FACTURA) = "N"
               MOVE TAB-REGISTRO(IDX-FACTURA)
                   TO REG-FACTURA-ELECTRONICA
               WRITE REG-FACTURA-ELECTRONICA
               MOVE "EINVLOG" TO FCHK-ARCHIVO
               MOVE SPACES TO FCHK-CLAVE
               STRING FEL-CUENTA(1:12) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FEL-NUMERO DELIMITED BY SIZE
                   INTO FCHK-CLAVE
               END-STRING
               MOVE FS-REGISTRO-ELEC TO FCHK-ESTADO
               PERFORM VERIFICAR-ESCRITURA
           END-IF.

       ESCRIBIR-ENCABEZADO.
           PERFORM GENERAR-ENCABEZADO-RPT.
           WRITE LINEA-REPORTE FROM RPTHDR-LINEA-1
               AFTER ADVANCING PAGE.
           WRITE LINEA-REPORTE FROM RPTHDR-LINEA-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

       ESCRIBIR-LINEA.
           PERFORM VERIFICAR-SALTO-PAGINA-RPT.
           IF RPTHDR-SALTO-PAGINA
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
               AFTER ADVANCING 1 LINE.
           ADD 1 TO RPTHDR-LINEA-ACTUAL.

           COPY NUMCHK-PROC.
           COPY HABILCHK-PROC.
           COPY RPTHDR-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
