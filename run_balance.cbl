      ******************************************************************
      * Cuadre de conteos entre pasos de la ventana nocturna: cada
      * paso de DAYRUN se ve bien por separado, pero nada probaba que
      * los archivos concuerden entre sí - la noche que MSTUNLD grabó
      * en BACKUP53 menos registros de los que CLSSUM leyó de
      * STUDMAST nadie lo notó hasta que hizo falta el respaldo.
      * Los programas participantes asientan sus conteos de leídos,
      * escritos y rechazados en el control RUNCTL (ver RUNCTL.CPY),
      * por fecha y paso; este paso, al cierre de la ventana, toma
      * los conteos del día (el último de cada paso, si el paso se
      * recorrió) y aplica la tabla de reglas: el primer término de
      * cada regla debe igualar la suma de los demás.  Además cuadra
      * cada línea del día del manifiesto BACKMANI de SUITE-BACKUP
      * contra la cantidad actual de registros de su maestro.
      * El resultado queda en BALSTAT (ver BALSTAT.CPY), que
      * MORNING-DASHBOARD muestra en su sección de cuadre, y cada
      * descuadre deja su línea en el registro de excepciones.
      *
      * ESTADOS DE CADA REGLA:
      *   CUADRA     LOS DOS LADOS IGUALES
      *   DESCUADRE  LOS DOS LADOS DISTINTOS        -> RETURN-CODE 8
      *   SIN DATOS  FALTA EL CONTEO DE ALGÚN PASO  -> RETURN-CODE 4
      *              SI LA REGLA ES OBLIGATORIA (PASOS DE DAYRUN)
      *   NO APLICA  MAESTRO INEXISTENTE Y SIN RESPALDO EN EL DÍA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CORRIDA ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CORRIDA.

           SELECT MANIFIESTO ASSIGN TO "BACKMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

           SELECT RESULTADOS ASSIGN TO "BALSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.

           SELECT CURSO-CATALOGO ASSIGN TO "CRSCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-COD-MATERIA
               FILE STATUS IS FS-MAESTRO.

           SELECT CLIENTES ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CUENTA
               FILE STATUS IS FS-MAESTRO.

           SELECT OPERADORES ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPE-ID
               FILE STATUS IS FS-MAESTRO.

           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-MAESTRO.

           SELECT TERM-HIST ASSIGN TO "TERMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-CLAVE
               FILE STATUS IS FS-MAESTRO.

           SELECT ASISTENCIA ASSIGN TO "ASISTENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASI-CLAVE
               FILE STATUS IS FS-MAESTRO.

           SELECT ITEM-MAESTRO ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITM-ITEM
               FILE STATUS IS FS-MAESTRO.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CORRIDA.
       01  REG-CONTROL-CORRIDA PIC X(42).

       FD  MANIFIESTO.
           COPY BACKMANI.

       FD  RESULTADOS.
           COPY BALSTAT.

       FD  CURSO-CATALOGO.
           COPY CATALOG.

       FD  CLIENTES.
           COPY CUSTMAST.

       FD  OPERADORES.
           COPY OPERMAST.

       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.

       FD  TERM-HIST.
           COPY TERMHIST.

       FD  ASISTENCIA.
           COPY ASISTEN.

       FD  ITEM-MAESTRO.
           COPY ITEMMAST.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-MANIFIESTO PIC XX.
           88  FS-MAN-OK VALUE "00".
       01  FS-RESULTADOS PIC XX.
       01  FS-MAESTRO PIC XX.
           88  FS-MAE-OK VALUE "00".
       01  SW-FIN-ARCHIVO PIC A.
           88  FIN-ARCHIVO VALUE "S".
       01  FECHA-HOY PIC 9(8).

      * Reglas de cuadre: el primer término es el lado izquierdo y
      * los otros tres (los que no están en blanco) se suman del lado
      * derecho.  Cada término es paso + archivo + tipo de conteo
      * (L/E/R/O, ver RUNCTL.CPY).  Obligatoria = "S" para las
      * reglas cuyos pasos corren todas las noches en DAYRUN.
       01  TABLA-REGLAS-VALORES.
           05  FILLER PIC X(39) VALUE
               "01SBACKUP53 GRABADO = STUDMAST LEIDO   ".
           05  FILLER PIC X(17) VALUE "MSTUNLD BACKUP53E".
           05  FILLER PIC X(17) VALUE "STUDEXT STUDMASTL".
           05  FILLER PIC X(34) VALUE SPACES.
           05  FILLER PIC X(39) VALUE
               "02SBACKUP53 GRABADO = LEIDO EN MSTUNLD ".
           05  FILLER PIC X(17) VALUE "MSTUNLD BACKUP53E".
           05  FILLER PIC X(17) VALUE "MSTUNLD STUDMASTL".
           05  FILLER PIC X(34) VALUE SPACES.
           05  FILLER PIC X(39) VALUE
               "03NTRX21IN LEIDO = TRX21 + TRX21ERR    ".
           05  FILLER PIC X(17) VALUE "TRX21ED TRX21IN L".
           05  FILLER PIC X(17) VALUE "TRX21ED TRX21   E".
           05  FILLER PIC X(17) VALUE "TRX21ED TRX21ERRR".
           05  FILLER PIC X(17) VALUE SPACES.
           05  FILLER PIC X(39) VALUE
               "04NTRX21 LEIDO = GRABADO EN LA EDICION ".
           05  FILLER PIC X(17) VALUE "COBOL21 TRX21   L".
           05  FILLER PIC X(17) VALUE "TRX21ED TRX21   E".
           05  FILLER PIC X(34) VALUE SPACES.
           05  FILLER PIC X(39) VALUE
               "05NTRX21 LEIDO = POST21 + OTROS + RECH.".
           05  FILLER PIC X(17) VALUE "COBOL21 TRX21   L".
           05  FILLER PIC X(17) VALUE "COBOL21 POST21  E".
           05  FILLER PIC X(17) VALUE "COBOL21 TRX21   O".
           05  FILLER PIC X(17) VALUE "COBOL21 TRX21   R".
       01  TABLA-REGLAS REDEFINES TABLA-REGLAS-VALORES.
           05  REGLA-CUADRE OCCURS 5 TIMES.
               10  RG-NUMERO          PIC 99.
               10  RG-OBLIGATORIA     PIC X.
                   88  RG-ES-OBLIGATORIA VALUE "S".
               10  RG-DESCRIPCION     PIC X(36).
               10  RG-TERMINO OCCURS 4 TIMES.
                   15  RG-PASO        PIC X(8).
                   15  RG-ARCHIVO     PIC X(8).
                   15  RG-TIPO        PIC X.
       01  CANT-REGLAS PIC 99 VALUE 5.
       01  IDX-REGLA PIC 99.
       01  IDX-TERMINO PIC 9.

      * Conteos del día tomados de RUNCTL, el último por paso,
      * archivo y tipo.
       01  TABLA-CONTEOS.
           05  CONTEO-DEL-DIA OCCURS 100 TIMES.
               10  TC-PASO            PIC X(8).
               10  TC-ARCHIVO         PIC X(8).
               10  TC-TIPO            PIC X.
               10  TC-CANTIDAD        PIC 9(9).
       01  CANT-CONTEOS PIC 999 VALUE 0.
       01  IDX-CONTEO PIC 999.
       01  SW-CONTEO-HALLADO PIC A.
           88  CONTEO-HALLADO VALUE "S".
       01  SW-DATOS-COMPLETOS PIC A.
           88  DATOS-COMPLETOS VALUE "S".
       01  SUMA-IZQUIERDA PIC 9(9).
       01  SUMA-DERECHA PIC 9(9).

      * Maestros del manifiesto de SUITE-BACKUP, en el orden en que
      * los respalda.
       01  TABLA-NOMBRES-MAESTROS.
           05  FILLER PIC X(8) VALUE "CRSCATLG".
           05  FILLER PIC X(8) VALUE "CUSTMAST".
           05  FILLER PIC X(8) VALUE "OPERMAST".
           05  FILLER PIC X(8) VALUE "CHARTCTA".
           05  FILLER PIC X(8) VALUE "TERMHIST".
           05  FILLER PIC X(8) VALUE "ASISTENC".
           05  FILLER PIC X(8) VALUE "ITEMMAST".
       01  TABLA-NOMBRES-R REDEFINES TABLA-NOMBRES-MAESTROS.
           05  TNM-NOMBRE OCCURS 7 TIMES PIC X(8).
       01  TABLA-MAESTROS.
           05  MAESTRO-CUADRE OCCURS 7 TIMES.
               10  TM-MANIFIESTO      PIC 9(9).
               10  TM-EN-MANIFIESTO   PIC X.
                   88  TM-RESPALDADO-HOY VALUE "S".
               10  TM-ACTUAL          PIC 9(9).
               10  TM-EXISTE          PIC X.
                   88  TM-MAESTRO-EXISTE VALUE "S".
       01  IDX-MAESTRO PIC 9.
       01  SW-MAESTRO-HALLADO PIC A.
           88  MAESTRO-HALLADO VALUE "S".

       01  CANT-CUADRAN PIC 99 VALUE 0.
       01  CANT-DESCUADRES PIC 99 VALUE 0.
       01  CANT-SIN-DATOS PIC 99 VALUE 0.
       01  IZQUIERDA-ED PIC ZZZ,ZZZ,ZZ9.
       01  DERECHA-ED PIC ZZZ,ZZZ,ZZ9.
           COPY RUNCTL.
           COPY EXCLOG.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "CUADRE ENTRE PASOS DE LA VENTANA - ", FECHA-HOY.
           INITIALIZE TABLA-MAESTROS.
           PERFORM CARGAR-CONTEOS-DEL-DIA.
           OPEN OUTPUT RESULTADOS.
           PERFORM EVALUAR-REGLA
                   VARYING IDX-REGLA FROM 1 BY 1
                   UNTIL IDX-REGLA > CANT-REGLAS.
           PERFORM CARGAR-MANIFIESTO-DEL-DIA.
           PERFORM CONTAR-CATALOGO THRU CONTAR-CATALOGO-FIN.
           PERFORM CONTAR-CLIENTES THRU CONTAR-CLIENTES-FIN.
           PERFORM CONTAR-OPERADORES THRU CONTAR-OPERADORES-FIN.
           PERFORM CONTAR-CHART THRU CONTAR-CHART-FIN.
           PERFORM CONTAR-TERM-HIST THRU CONTAR-TERM-HIST-FIN.
           PERFORM CONTAR-ASISTENCIA THRU CONTAR-ASISTENCIA-FIN.
           PERFORM CONTAR-ITEMS THRU CONTAR-ITEMS-FIN.
           PERFORM CUADRAR-MAESTRO THRU CUADRAR-MAESTRO-FIN
                   VARYING IDX-MAESTRO FROM 1 BY 1
                   UNTIL IDX-MAESTRO > 7.
           CLOSE RESULTADOS.
           DISPLAY "CUADRAN: ", CANT-CUADRAN,
                   "  DESCUADRES: ", CANT-DESCUADRES,
                   "  SIN DATOS: ", CANT-SIN-DATOS,
                   " - DETALLE EN BALSTAT".
           IF CANT-DESCUADRES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CANT-SIN-DATOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * Conteos del día: una recorrida del mismo paso agrega otra
      * línea a RUNCTL, y la última pisa a la anterior en la tabla.
      ******************************************************************
       CARGAR-CONTEOS-DEL-DIA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           OPEN INPUT CONTROL-CORRIDA.
           IF FS-CONTROL-CORRIDA NOT = "00"
               DISPLAY "SIN CONTROL DE CORRIDA RUNCTL - ESTADO: ",
                       FS-CONTROL-CORRIDA
           ELSE
               PERFORM LEER-CONTEO
               PERFORM GUARDAR-CONTEO UNTIL FIN-ARCHIVO
               CLOSE CONTROL-CORRIDA
           END-IF.

       LEER-CONTEO.
           READ CONTROL-CORRIDA INTO LINEA-RUNCTL
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-CONTEO.
           IF RCC-FECHA = FECHA-HOY
               MOVE RCC-PASO TO RUNCTL-PASO
               MOVE RCC-ARCHIVO TO RUNCTL-ARCHIVO
               MOVE RCC-TIPO TO RUNCTL-TIPO
               PERFORM BUSCAR-CONTEO
               IF NOT CONTEO-HALLADO
                   IF CANT-CONTEOS < 100
                       ADD 1 TO CANT-CONTEOS
                       MOVE CANT-CONTEOS TO IDX-CONTEO
                       MOVE RCC-PASO TO TC-PASO(IDX-CONTEO)
                       MOVE RCC-ARCHIVO TO TC-ARCHIVO(IDX-CONTEO)
                       MOVE RCC-TIPO TO TC-TIPO(IDX-CONTEO)
                       MOVE "S" TO SW-CONTEO-HALLADO
                   ELSE
                       DISPLAY "TABLA DE CONTEOS LLENA - SE IGNORA ",
                               RCC-PASO, " ", RCC-ARCHIVO
                   END-IF
               END-IF
               IF CONTEO-HALLADO
                   MOVE RCC-CANTIDAD TO TC-CANTIDAD(IDX-CONTEO)
               END-IF
           END-IF.
           PERFORM LEER-CONTEO.

      * Busca RUNCTL-PASO/ARCHIVO/TIPO en la tabla del día; si lo
      * halla, IDX-CONTEO queda apuntando a la entrada.
       BUSCAR-CONTEO.
           MOVE "N" TO SW-CONTEO-HALLADO.
           PERFORM COMPARAR-UN-CONTEO
                   VARYING IDX-CONTEO FROM 1 BY 1
                   UNTIL IDX-CONTEO > CANT-CONTEOS
                      OR CONTEO-HALLADO.
           IF CONTEO-HALLADO
               SUBTRACT 1 FROM IDX-CONTEO
           END-IF.

       COMPARAR-UN-CONTEO.
           IF TC-PASO(IDX-CONTEO) = RUNCTL-PASO
              AND TC-ARCHIVO(IDX-CONTEO) = RUNCTL-ARCHIVO
              AND TC-TIPO(IDX-CONTEO) = RUNCTL-TIPO
               MOVE "S" TO SW-CONTEO-HALLADO
           END-IF.

      ******************************************************************
      * Una regla: el primer término contra la suma de los demás.  Un
      * término sin conteo hoy deja la regla SIN DATOS.
      ******************************************************************
       EVALUAR-REGLA.
           MOVE "S" TO SW-DATOS-COMPLETOS.
           MOVE 0 TO SUMA-IZQUIERDA.
           MOVE 0 TO SUMA-DERECHA.
           PERFORM SUMAR-TERMINO
                   VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > 4.
           MOVE FECHA-HOY TO BAL-FECHA.
           MOVE RG-NUMERO(IDX-REGLA) TO BAL-REGLA.
           MOVE RG-DESCRIPCION(IDX-REGLA) TO BAL-DESCRIPCION.
           MOVE SUMA-IZQUIERDA TO BAL-IZQUIERDA.
           MOVE SUMA-DERECHA TO BAL-DERECHA.
           IF NOT DATOS-COMPLETOS
               MOVE "SIN DATOS" TO BAL-ESTADO
               IF RG-ES-OBLIGATORIA(IDX-REGLA)
                   ADD 1 TO CANT-SIN-DATOS
               END-IF
           ELSE
               IF SUMA-IZQUIERDA = SUMA-DERECHA
                   MOVE "CUADRA" TO BAL-ESTADO
               ELSE
                   MOVE "DESCUADRE" TO BAL-ESTADO
               END-IF
           END-IF.
           PERFORM ASENTAR-RESULTADO.

       SUMAR-TERMINO.
           IF RG-PASO(IDX-REGLA, IDX-TERMINO) NOT = SPACES
               MOVE RG-PASO(IDX-REGLA, IDX-TERMINO) TO RUNCTL-PASO
               MOVE RG-ARCHIVO(IDX-REGLA, IDX-TERMINO)
                   TO RUNCTL-ARCHIVO
               MOVE RG-TIPO(IDX-REGLA, IDX-TERMINO) TO RUNCTL-TIPO
               PERFORM BUSCAR-CONTEO
               IF NOT CONTEO-HALLADO
                   MOVE "N" TO SW-DATOS-COMPLETOS
               ELSE
                   IF IDX-TERMINO = 1
                       ADD TC-CANTIDAD(IDX-CONTEO) TO SUMA-IZQUIERDA
                   ELSE
                       ADD TC-CANTIDAD(IDX-CONTEO) TO SUMA-DERECHA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Manifiesto de SUITE-BACKUP: la última línea del día de cada
      * maestro (una recorrida del paso agrega otra).
      ******************************************************************
       CARGAR-MANIFIESTO-DEL-DIA.
           MOVE "N" TO SW-FIN-ARCHIVO.
           OPEN INPUT MANIFIESTO.
           IF NOT FS-MAN-OK
               DISPLAY "SIN MANIFIESTO BACKMANI - ESTADO: ",
                       FS-MANIFIESTO
           ELSE
               PERFORM LEER-MANIFIESTO
               PERFORM GUARDAR-LINEA-MANIFIESTO UNTIL FIN-ARCHIVO
               CLOSE MANIFIESTO
           END-IF.

       LEER-MANIFIESTO.
           READ MANIFIESTO
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
           END-READ.

       GUARDAR-LINEA-MANIFIESTO.
           IF MAN-FECHA = FECHA-HOY
               MOVE "N" TO SW-MAESTRO-HALLADO
               PERFORM COMPARAR-UN-MAESTRO
                       VARYING IDX-MAESTRO FROM 1 BY 1
                       UNTIL IDX-MAESTRO > 7
                          OR MAESTRO-HALLADO
               IF MAESTRO-HALLADO
                   SUBTRACT 1 FROM IDX-MAESTRO
                   MOVE MAN-CANTIDAD TO TM-MANIFIESTO(IDX-MAESTRO)
                   MOVE "S" TO TM-EN-MANIFIESTO(IDX-MAESTRO)
               END-IF
           END-IF.
           PERFORM LEER-MANIFIESTO.

       COMPARAR-UN-MAESTRO.
           IF TNM-NOMBRE(IDX-MAESTRO) = MAN-ARCHIVO
               MOVE "S" TO SW-MAESTRO-HALLADO
           END-IF.

      ******************************************************************
      * Cantidad actual de cada maestro: un bloque por archivo, en el
      * mismo orden que TABLA-NOMBRES-MAESTROS.  Un maestro que no se
      * puede abrir queda sin TM-EXISTE.
      ******************************************************************
       CONTAR-CATALOGO.
           MOVE 1 TO IDX-MAESTRO.
           OPEN INPUT CURSO-CATALOGO.
           IF NOT FS-MAE-OK
               GO TO CONTAR-CATALOGO-FIN
           END-IF.
           MOVE "S" TO TM-EXISTE(IDX-MAESTRO).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-CATALOGO UNTIL FIN-ARCHIVO.
           CLOSE CURSO-CATALOGO.
       CONTAR-CATALOGO-FIN.
           EXIT.

       LEER-CATALOGO.
           READ CURSO-CATALOGO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO TM-ACTUAL(IDX-MAESTRO)
           END-READ.

       CONTAR-CLIENTES.
           MOVE 2 TO IDX-MAESTRO.
           OPEN INPUT CLIENTES.
           IF NOT FS-MAE-OK
               GO TO CONTAR-CLIENTES-FIN
           END-IF.
           MOVE "S" TO TM-EXISTE(IDX-MAESTRO).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-CLIENTES UNTIL FIN-ARCHIVO.
           CLOSE CLIENTES.
       CONTAR-CLIENTES-FIN.
           EXIT.

       LEER-CLIENTES.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO TM-ACTUAL(IDX-MAESTRO)
           END-READ.

       CONTAR-OPERADORES.
           MOVE 3 TO IDX-MAESTRO.
           OPEN INPUT OPERADORES.
           IF NOT FS-MAE-OK
               GO TO CONTAR-OPERADORES-FIN
           END-IF.
           MOVE "S" TO TM-EXISTE(IDX-MAESTRO).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-OPERADORES UNTIL FIN-ARCHIVO.
           CLOSE OPERADORES.
       CONTAR-OPERADORES-FIN.
           EXIT.

       LEER-OPERADORES.
           READ OPERADORES NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO TM-ACTUAL(IDX-MAESTRO)
           END-READ.

       CONTAR-CHART.
           MOVE 4 TO IDX-MAESTRO.
           OPEN INPUT CHART-ACCOUNTS.
           IF NOT FS-MAE-OK
               GO TO CONTAR-CHART-FIN
           END-IF.
           MOVE "S" TO TM-EXISTE(IDX-MAESTRO).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-CHART UNTIL FIN-ARCHIVO.
           CLOSE CHART-ACCOUNTS.
       CONTAR-CHART-FIN.
           EXIT.

       LEER-CHART.
           READ CHART-ACCOUNTS NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO TM-ACTUAL(IDX-MAESTRO)
           END-READ.

       CONTAR-TERM-HIST.
           MOVE 5 TO IDX-MAESTRO.
           OPEN INPUT TERM-HIST.
           IF NOT FS-MAE-OK
               GO TO CONTAR-TERM-HIST-FIN
           END-IF.
           MOVE "S" TO TM-EXISTE(IDX-MAESTRO).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-TERM-HIST UNTIL FIN-ARCHIVO.
           CLOSE TERM-HIST.
       CONTAR-TERM-HIST-FIN.
           EXIT.

       LEER-TERM-HIST.
           READ TERM-HIST NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO TM-ACTUAL(IDX-MAESTRO)
           END-READ.

       CONTAR-ASISTENCIA.
           MOVE 6 TO IDX-MAESTRO.
           OPEN INPUT ASISTENCIA.
           IF NOT FS-MAE-OK
               GO TO CONTAR-ASISTENCIA-FIN
           END-IF.
           MOVE "S" TO TM-EXISTE(IDX-MAESTRO).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ASISTENCIA UNTIL FIN-ARCHIVO.
           CLOSE ASISTENCIA.
       CONTAR-ASISTENCIA-FIN.
           EXIT.

       LEER-ASISTENCIA.
           READ ASISTENCIA NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO TM-ACTUAL(IDX-MAESTRO)
           END-READ.

       CONTAR-ITEMS.
           MOVE 7 TO IDX-MAESTRO.
           OPEN INPUT ITEM-MAESTRO.
           IF NOT FS-MAE-OK
               GO TO CONTAR-ITEMS-FIN
           END-IF.
           MOVE "S" TO TM-EXISTE(IDX-MAESTRO).
           MOVE "N" TO SW-FIN-ARCHIVO.
           PERFORM LEER-ITEMS UNTIL FIN-ARCHIVO.
           CLOSE ITEM-MAESTRO.
       CONTAR-ITEMS-FIN.
           EXIT.

       LEER-ITEMS.
           READ ITEM-MAESTRO NEXT RECORD
               AT END
                   MOVE "S" TO SW-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO TM-ACTUAL(IDX-MAESTRO)
           END-READ.

      ******************************************************************
      * Regla 06, una línea por maestro: la cantidad del manifiesto
      * del día contra la cantidad actual.  Sin línea del día en el
      * manifiesto es SIN DATOS (el paso corre todas las noches); un
      * maestro que no existe y tampoco se respaldó no aplica.
      ******************************************************************
       CUADRAR-MAESTRO.
           MOVE FECHA-HOY TO BAL-FECHA.
           MOVE 6 TO BAL-REGLA.
           MOVE SPACES TO BAL-DESCRIPCION.
           STRING "BACKMANI " DELIMITED BY SIZE
               TNM-NOMBRE(IDX-MAESTRO) DELIMITED BY SIZE
               " = MAESTRO ACTUAL" DELIMITED BY SIZE
               INTO BAL-DESCRIPCION
           END-STRING.
           MOVE TM-MANIFIESTO(IDX-MAESTRO) TO BAL-IZQUIERDA.
           MOVE TM-ACTUAL(IDX-MAESTRO) TO BAL-DERECHA.
           IF NOT TM-MAESTRO-EXISTE(IDX-MAESTRO)
              AND NOT TM-RESPALDADO-HOY(IDX-MAESTRO)
               MOVE "NO APLICA" TO BAL-ESTADO
               PERFORM ASENTAR-RESULTADO
               GO TO CUADRAR-MAESTRO-FIN
           END-IF.
           IF NOT TM-RESPALDADO-HOY(IDX-MAESTRO)
               MOVE "SIN DATOS" TO BAL-ESTADO
               ADD 1 TO CANT-SIN-DATOS
               PERFORM ASENTAR-RESULTADO
               GO TO CUADRAR-MAESTRO-FIN
           END-IF.
           IF TM-MAESTRO-EXISTE(IDX-MAESTRO)
              AND TM-MANIFIESTO(IDX-MAESTRO) = TM-ACTUAL(IDX-MAESTRO)
               MOVE "CUADRA" TO BAL-ESTADO
           ELSE
               MOVE "DESCUADRE" TO BAL-ESTADO
           END-IF.
           PERFORM ASENTAR-RESULTADO.
       CUADRAR-MAESTRO-FIN.
           EXIT.

      ******************************************************************
      * Cada resultado va a BALSTAT y al listado del paso; un
      * descuadre deja además su línea en el registro de excepciones.
      ******************************************************************
       ASENTAR-RESULTADO.
           WRITE REG-RESULTADO-CUADRE.
           MOVE BAL-IZQUIERDA TO IZQUIERDA-ED.
           MOVE BAL-DERECHA TO DERECHA-ED.
           DISPLAY "REGLA ", BAL-REGLA, " ", BAL-DESCRIPCION, " ",
                   IZQUIERDA-ED, " ", DERECHA-ED, "  ", BAL-ESTADO.
           IF BAL-CUADRA
               ADD 1 TO CANT-CUADRAN
           END-IF.
           IF BAL-DESCUADRE
               ADD 1 TO CANT-DESCUADRES
               MOVE "RUN-BALANCE" TO EXCLOG-PROGRAMA
               MOVE SPACES TO EXCLOG-CAMPO
               STRING "REGLA " DELIMITED BY SIZE
                   BAL-REGLA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BAL-DESCRIPCION DELIMITED BY SIZE
                   INTO EXCLOG-CAMPO
               END-STRING
               MOVE SPACES TO EXCLOG-VALOR-MALO
               STRING BAL-IZQUIERDA DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   BAL-DERECHA DELIMITED BY SIZE
                   INTO EXCLOG-VALOR-MALO
               END-STRING
               PERFORM REGISTRAR-EXCEPCION
           END-IF.

           COPY EXCLOG-PROC.
