      ******************************************************************
      * UBICHK.CPY
      * Campos de trabajo para la existencia por ubicación compartida
      * por UBICHK-PROC.CPY (ver ese copybook para los párrafos).
      * La tabla UBICHK-UBIC queda con una fila por ubicación del
      * artículo cargado - la primera siempre el depósito central -
      * con su existencia en estantería y lo que viene en tránsito
      * hacia ella.
      *
      * El programa que COPYa esto debe declarar también su SELECT:
      *
      *     SELECT EXISTENCIAS-UBICACION ASSIGN TO "ITEMUBIC"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS UBI-CLAVE
      *         FILE STATUS IS FS-EXISTENCIAS-UBIC.
      *
      * y su FD:
      *
      *     FD  EXISTENCIAS-UBICACION.
      *         COPY EXISTUBI.
      *
      * y, si pide ubicaciones por pantalla, COPYar UBICHK-PEDIR
      * (ver ese copybook por lo que necesita).
      ******************************************************************
       01  UBICHK-DATOS.
           05  UBICHK-ITEM             PIC X(8).
           05  UBICHK-TOTAL-ITEM       PIC S9(7).
           05  UBICHK-BUSCADA          PIC XX.
           05  UBICHK-MOVIMIENTO       PIC S9(7).
           05  UBICHK-ENTRADA          PIC XX.
           05  UBICHK-NOMBRE           PIC X(8).
           05  UBICHK-CANT-UBIC        PIC 99.
           05  UBICHK-IDX              PIC 99.
           05  UBICHK-UBIC OCCURS 20 TIMES.
               10  UBICHK-CODIGO       PIC XX.
               10  UBICHK-EXISTENCIA   PIC S9(7).
               10  UBICHK-TRANSITO     PIC 9(7).
           05  SW-UBICHK-FIN           PIC A.
               88  UBICHK-FIN              VALUE "S".
           05  SW-UBICHK-OK            PIC A.
               88  UBICHK-OK               VALUE "S".
           05  SW-UBICHK-HALLADA       PIC A.
               88  UBICHK-HALLADA          VALUE "S".
       01  FS-EXISTENCIAS-UBIC PIC XX.
           88  FS-UBI-OK VALUE "00".
           88  FS-UBI-NO-EXISTE VALUE "35".
       01  SW-UBICACIONES-DISP PIC A VALUE "N".
           88  UBICACIONES-DISPONIBLES VALUE "S".
