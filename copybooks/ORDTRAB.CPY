      ******************************************************************
      * ORDTRAB.CPY
      * Registro del archivo de órdenes de trabajo de mantenimiento
      * (ORDTRAB): una orden por falla de temperatura.  El modo lote
      * de EXERCISE6 abre la orden cuando una lectura de TEMPLOTE sale
      * de los límites del sensor en TEMPLIM, con la lectura, el
      * límite pasado, la fecha y hora de apertura y la prioridad
      * según cuánto se pasó; las alarmas siguientes de un sensor que
      * ya tiene orden pendiente se suman a esa orden (OT-CANT-
      * ALARMAS, última alarma, peor lectura) en lugar de abrir otra.
      * WORK-ORDER-MAINT la asigna, le agrega notas y la cierra;
      * WORK-ORDER-AGING lista las pendientes por prioridad y
      * antigüedad.  Número correlativo desde el registro de control
      * ORDTCTL.  Archivo indexado, clave OT-NUMERO, clave alterna
      * OT-SENSOR con duplicados.
      ******************************************************************
       01  REG-ORDEN-TRABAJO.
           05  OT-NUMERO           PIC 9(6).
           05  OT-SENSOR           PIC X(4).
           05  OT-UBICACION        PIC X(20).
           05  OT-ESTADO           PIC X.
               88  OT-ABIERTA          VALUE "A".
               88  OT-ASIGNADA         VALUE "G".
               88  OT-CERRADA          VALUE "C".
               88  OT-PENDIENTE        VALUE "A" "G".
           05  OT-PRIORIDAD        PIC 9.
               88  OT-URGENTE          VALUE 1.
               88  OT-ALTA             VALUE 2.
               88  OT-NORMAL           VALUE 3.
      * La peor lectura de la orden y el límite que pasó: I bajo el
      * mínimo, S sobre el máximo.
           05  OT-LECTURA          PIC S999.
           05  OT-LIMITE           PIC S999.
           05  OT-TIPO-LIMITE      PIC X.
               88  OT-BAJO-MINIMO      VALUE "I".
               88  OT-SOBRE-MAXIMO     VALUE "S".
           05  OT-FECHA-APERTURA   PIC 9(8).
           05  OT-HORA-APERTURA    PIC 9(8).
           05  OT-CANT-ALARMAS     PIC 9(4).
           05  OT-FECHA-ULT-ALARMA PIC 9(8).
           05  OT-HORA-ULT-ALARMA  PIC 9(8).
           05  OT-ASIGNADA-A       PIC X(20).
           05  OT-FECHA-ASIGNACION PIC 9(8).
           05  OT-NOTA             PIC X(40).
           05  OT-FECHA-CIERRE     PIC 9(8).
           05  OT-OPERADOR         PIC X(8).
