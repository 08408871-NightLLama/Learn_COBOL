           05  ORD-FECHA          PIC 9(8).
           05  ORD-MARCA-LIBERADO PIC X.
               88  LINEA-LIBERADA-CREDITO VALUE "L".
           05  ORD-PRECIO-COTIZADO PIC 9(5)V99.
           05  ORD-COTIZACION     PIC 9(6).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SORT-CANTIDAD      PIC 9(3).
           05  SORT-FECHA         PIC 9(8).
           05  SORT-MARCA         PIC X.
           05  SORT-PRECIO-COTIZADO PIC 9(5)V99.
           05  SORT-COTIZACION    PIC 9(6).

       FD  CLIENTES.
           COPY CUSTMAST.
               10  SES-CANTIDAD   PIC 9(3).
               10  SES-FECHA      PIC 9(8).
               10  SES-MARCA      PIC X.
               10  SES-PRECIO-COTIZADO PIC 9(5)V99.
               10  SES-COTIZACION PIC 9(6).
       01  CANT-SESION PIC 999 VALUE 0.
       01  IDX-SESION PIC 999.
       01  CANT-PEDIDOS PIC 9(4) VALUE 0.
                   TO SES-CANTIDAD(CANT-SESION)
               MOVE FECHA-HOY TO SES-FECHA(CANT-SESION)
               MOVE SPACE TO SES-MARCA(CANT-SESION)
               MOVE 0 TO SES-PRECIO-COTIZADO(CANT-SESION)
               MOVE 0 TO SES-COTIZACION(CANT-SESION)
           ELSE
               DISPLAY "SESIÓN LLENA (200 LÍNEAS) - CIERRE Y VUELVA"
                       " A ENTRAR"
