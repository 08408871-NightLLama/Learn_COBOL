      *             excepciones - la noche que MSTUNLD tardó cuatro
      *             horas en vez de cuatro minutos, el operador de
      *             guardia se entera esa noche.
      * 2026-10-15  Con "MES" en las columnas 10-12 de la tarjeta del
      *             paso, el bracket trabaja por período contable en
      *             vez de por fecha: toma el período de la corrida de
      *             fin de mes del estado MONTHSTAT (ver MONTH-GATE) y
      *             lo guarda como AAAAMM00 en la fecha del paso.  El
      *             stream MONTHRUN apunta STEPCTL al control MONTHCTL.
      *             Un nombre de paso en las columnas 14-21 es el
      *             paso previo: la función I devuelve RETURN-CODE 8
      *             (y el JCL saltea el paso) mientras ese previo no
      *             figure COMPLETO con la misma clave - el orden de
      *             dependencia se sostiene también en una recorrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-BRACKET.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-PASOS.

           SELECT ESTADO-MES ASSIGN TO "MONTHSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-MES.

           SELECT HISTORIA-PASOS ASSIGN TO "STEPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA-PASOS.
           05  PASO-HORA-FIN      PIC 9(8).
           05  PASO-ESTADO        PIC X(10).

       FD  ESTADO-MES.
       01  REG-ESTADO-MES.
           05  MST-PERIODO        PIC 9(6).
           05  MST-ESTADO         PIC X(10).
           05  MST-FECHA-INICIO   PIC 9(8).
           05  MST-FECHA-FIN      PIC 9(8).
           05  MST-FECHA-DAYRUN   PIC 9(8).
           05  MST-MOTIVO         PIC X(30).

       FD  HISTORIA-PASOS.
       01  REG-HISTORIA-PASO.
           05  SH-NOMBRE          PIC X(8).
           88  FUNCION-INICIO VALUE "I".
           88  FUNCION-FIN    VALUE "F".
       01  NOMBRE-DEL-PASO PIC X(8).
       01  TARJETA-PASO PIC X(80).
       01  NOMBRE-PASO-PREVIO PIC X(8).
       01  IDX-PREVIO PIC 99 VALUE 0.
       01  FECHA-HOY PIC 9(8).
      * Clave de la corrida: la fecha de hoy, o el período AAAAMM00
      * en un paso de fin de mes.
       01  CLAVE-CORRIDA PIC 9(8).
       01  FS-ESTADO-MES PIC XX.
           88  FS-MES-OK VALUE "00".
       01  HORA-AHORA PIC 9(8).
       01  TABLA-PASOS.
           05  ENTRADA-PASO OCCURS 20 TIMES PIC X(42).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FUNCION-BRACKET.
           ACCEPT TARJETA-PASO.
           MOVE FUNCTION UPPER-CASE(FUNCION-BRACKET)
               TO FUNCION-BRACKET.
           MOVE FUNCTION UPPER-CASE(TARJETA-PASO)
               TO TARJETA-PASO.
           MOVE TARJETA-PASO(1:8) TO NOMBRE-DEL-PASO.
           MOVE TARJETA-PASO(14:8) TO NOMBRE-PASO-PREVIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT HORA-AHORA FROM TIME.
           MOVE FECHA-HOY TO CLAVE-CORRIDA.
           IF TARJETA-PASO(10:3) = "MES"
               PERFORM TOMAR-PERIODO-CORRIDA
           END-IF.
           PERFORM CARGAR-CONTROL THRU CARGAR-CONTROL-FIN.
           PERFORM BUSCAR-PASO.
           EVALUATE TRUE
           END-EVALUATE.
           STOP RUN.

       TOMAR-PERIODO-CORRIDA.
           OPEN INPUT ESTADO-MES.
           IF NOT FS-MES-OK
               DISPLAY "PASO DE FIN DE MES SIN ESTADO MONTHSTAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ESTADO-MES
               AT END
                   DISPLAY "ESTADO MONTHSTAT VACÍO"
                   CLOSE ESTADO-MES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ESTADO-MES.
           COMPUTE CLAVE-CORRIDA = MST-PERIODO * 100.

       CARGAR-CONTROL.
           OPEN INPUT CONTROL-PASOS.
           IF NOT FS-CTL-OK

       GUARDAR-PASO-EN-TABLA.
      * Las entradas de fechas anteriores se descartan al cargar: el
      * control de pasos describe solo la ventana del día (o el fin de
      * mes del período).
           IF PASO-FECHA = CLAVE-CORRIDA AND CANT-PASOS < 20
               ADD 1 TO CANT-PASOS
               MOVE REG-CONTROL-PASO TO ENTRADA-PASO(CANT-PASOS)
           END-IF.
               MOVE IDX-PASO TO IDX-HALLADO
           END-IF.

       BUSCAR-PASO-PREVIO.
           MOVE 0 TO IDX-PREVIO.
           PERFORM COMPARAR-PASO-PREVIO
                   VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > CANT-PASOS.

       COMPARAR-PASO-PREVIO.
           MOVE ENTRADA-PASO(IDX-PASO) TO REG-CONTROL-PASO.
           IF PASO-NOMBRE = NOMBRE-PASO-PREVIO
               MOVE IDX-PASO TO IDX-PREVIO
           END-IF.

       MARCAR-INICIO.
           IF IDX-HALLADO > 0
               MOVE ENTRADA-PASO(IDX-HALLADO) TO REG-CONTROL-PASO
               IF PASO-ESTADO = "COMPLETO"
                   DISPLAY "PASO ", NOMBRE-DEL-PASO, " YA COMPLETO"
                           " - SE SALTEA"
                   MOVE 4 TO RETURN-CODE
                   GO TO MARCAR-INICIO-FIN
               END-IF
           END-IF.
           IF NOMBRE-PASO-PREVIO NOT = SPACES
               PERFORM BUSCAR-PASO-PREVIO
               IF IDX-PREVIO = 0
                   MOVE SPACES TO PASO-ESTADO
               ELSE
                   MOVE ENTRADA-PASO(IDX-PREVIO) TO REG-CONTROL-PASO
               END-IF
               IF PASO-ESTADO NOT = "COMPLETO"
                   DISPLAY "PASO ", NOMBRE-DEL-PASO, " ESPERA A ",
                           NOMBRE-PASO-PREVIO, " - NO SE CORRE"
                   MOVE 8 TO RETURN-CODE
                   GO TO MARCAR-INICIO-FIN
               END-IF
           END-IF.
           MOVE NOMBRE-DEL-PASO TO PASO-NOMBRE.
           MOVE CLAVE-CORRIDA TO PASO-FECHA.
           MOVE HORA-AHORA TO PASO-HORA-INICIO.
           MOVE 0 TO PASO-HORA-FIN.
           MOVE "EN-CURSO" TO PASO-ESTADO.
       MARCAR-FIN.
           IF IDX-HALLADO = 0
               DISPLAY "PASO ", NOMBRE-DEL-PASO, " SIN INICIO"
                       " REGISTRADO"
               MOVE NOMBRE-DEL-PASO TO PASO-NOMBRE
               MOVE CLAVE-CORRIDA TO PASO-FECHA
               MOVE 0 TO PASO-HORA-INICIO
           ELSE
               MOVE ENTRADA-PASO(IDX-HALLADO) TO REG-CONTROL-PASO
