      ******************************************************************
      * RUNCTL.CPY
      * Campos de trabajo para el control de conteos de la corrida
      * compartido por RUNCTL-PROC.CPY: cada programa que participa
      * del cuadre entre pasos asienta en RUNCTL, por fecha y paso,
      * cuántos registros leyó, escribió o rechazó de cada archivo,
      * y RUN-BALANCE cuadra esos conteos entre sí al cierre de la
      * ventana.  Cada programa que COPYa esto también necesita su
      * propio SELECT CONTROL-CORRIDA (ASSIGN TO "RUNCTL", LINE
      * SEQUENTIAL) y FD CONTROL-CORRIDA con REG-CONTROL-CORRIDA
      * PIC X(42).  Una recorrida del mismo paso en el mismo día
      * agrega otra línea; vale la última.
      *
      * TIPOS DE CONTEO:
      *   L LEIDOS   E ESCRITOS   R RECHAZADOS   O OTROS (PROCESADOS
      *   SIN SALIDA PROPIA, P.EJ. REGISTROS DE CONTROL)
      ******************************************************************
       01  RUNCTL-DATOS.
           05  RUNCTL-PASO             PIC X(8).
           05  RUNCTL-ARCHIVO          PIC X(8).
           05  RUNCTL-TIPO             PIC X.
           05  RUNCTL-CANTIDAD         PIC 9(9).
           05  LINEA-RUNCTL.
               10  RCC-FECHA           PIC 9(8).
               10  RCC-HORA            PIC 9(8).
               10  RCC-PASO            PIC X(8).
               10  RCC-ARCHIVO         PIC X(8).
               10  RCC-TIPO            PIC X.
                   88  RCC-LEIDOS          VALUE "L".
                   88  RCC-ESCRITOS        VALUE "E".
                   88  RCC-RECHAZADOS      VALUE "R".
                   88  RCC-OTROS           VALUE "O".
               10  RCC-CANTIDAD        PIC 9(9).
       01  FS-CONTROL-CORRIDA PIC XX.
