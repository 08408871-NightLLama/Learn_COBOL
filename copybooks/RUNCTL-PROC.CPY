      ******************************************************************
      * RUNCTL-PROC.CPY
      * Asiento de un conteo en el control de la corrida RUNCTL, con
      * la misma apertura en EXTEND (o creación si no existe) que el
      * registro de excepciones.  Cargar RUNCTL-PASO, RUNCTL-ARCHIVO,
      * RUNCTL-TIPO y RUNCTL-CANTIDAD (ver RUNCTL.CPY) antes de hacer
      * PERFORM sobre ASENTAR-CONTEO-CORRIDA; la fecha y la hora se
      * toman del sistema.
      ******************************************************************
       ASENTAR-CONTEO-CORRIDA.
           ACCEPT RCC-FECHA FROM DATE YYYYMMDD.
           ACCEPT RCC-HORA FROM TIME.
           MOVE RUNCTL-PASO TO RCC-PASO.
           MOVE RUNCTL-ARCHIVO TO RCC-ARCHIVO.
           MOVE RUNCTL-TIPO TO RCC-TIPO.
           MOVE RUNCTL-CANTIDAD TO RCC-CANTIDAD.
           OPEN EXTEND CONTROL-CORRIDA.
           IF FS-CONTROL-CORRIDA = "05" OR FS-CONTROL-CORRIDA = "35"
               CLOSE CONTROL-CORRIDA
               OPEN OUTPUT CONTROL-CORRIDA
           END-IF.
           MOVE LINEA-RUNCTL TO REG-CONTROL-CORRIDA.
           WRITE REG-CONTROL-CORRIDA.
           CLOSE CONTROL-CORRIDA.
