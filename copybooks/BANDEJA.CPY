      ******************************************************************
      * BANDEJA.CPY
      * Campos de trabajo para las hojas de corte de bandeja del
      * presort postal, compartidos por BANDEJA-PROC.CPY (ver ese
      * copybook para los párrafos que operan sobre estos campos).
      ******************************************************************
       01  BANDEJA-DATOS.
           05  BDJ-PROGRAMA            PIC X(20).
           05  BDJ-COD-PIEZA           PIC X(8).
           05  BDJ-COD-POSTAL          PIC X(8).
           05  BDJ-CANT-PIEZAS         PIC 9(5).
           05  BDJ-CANT-BANDEJAS       PIC 9(4).
           05  BDJ-TOTAL-PIEZAS        PIC 9(6).
           05  BDJ-PIEZAS-ED           PIC ZZZ,ZZ9.
           05  BDJ-FECHA               PIC 9(8).
       01  SW-BANDEJA-ABIERTA PIC A VALUE "N".
           88  BANDEJA-ABIERTA VALUE "S".
       01  FS-HOJAS-BANDEJA PIC XX.
