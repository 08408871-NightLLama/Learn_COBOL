      ******************************************************************
      * BALSTAT.CPY
      * Resultado del cuadre entre pasos de la ventana nocturna: una
      * línea por regla (o por maestro, en la regla del manifiesto de
      * SUITE-BACKUP) con los dos lados del cuadre y su estado.  La
      * reescribe RUN-BALANCE en cada corrida y la muestra
      * MORNING-DASHBOARD en su sección de cuadre.
      ******************************************************************
       01  REG-RESULTADO-CUADRE.
           05  BAL-FECHA          PIC 9(8).
           05  BAL-REGLA          PIC 99.
           05  BAL-DESCRIPCION    PIC X(36).
           05  BAL-IZQUIERDA      PIC 9(9).
           05  BAL-DERECHA        PIC 9(9).
           05  BAL-ESTADO         PIC X(10).
               88  BAL-CUADRA         VALUE "CUADRA".
               88  BAL-DESCUADRE      VALUE "DESCUADRE".
               88  BAL-SIN-DATOS      VALUE "SIN DATOS".
               88  BAL-NO-APLICA      VALUE "NO APLICA".
