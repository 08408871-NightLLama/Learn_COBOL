      ******************************************************************
      * CONCLIBR.CPY
      * Registro de las partidas del libro ya conciliadas (CONCLIBR):
      * un asiento de caja del GLPOSTF (cuenta, fecha, hora, lado y
      * monto del REG-GL-FIJO, ver GLPOST.CPY) que BANK-RECON apareó
      * con una línea del banco, con la fecha de conciliación y la
      * clave de esa línea en MOVBANCO.  Un asiento que está acá ya
      * no se vuelve a ofrecer.  Archivo indexado, clave CLB-CLAVE.
      ******************************************************************
       01  REG-CONCILIA-LIBRO.
           05  CLB-CLAVE.
               10  CLB-CUENTA      PIC X(10).
               10  CLB-FECHA       PIC 9(8).
               10  CLB-HORA        PIC 9(8).
               10  CLB-DEBITO-CREDITO PIC X.
               10  CLB-MONTO       PIC 9(9)V99.
           05  CLB-FECHA-CONCILIA  PIC 9(8).
           05  CLB-CLAVE-BANCO     PIC X(40).
