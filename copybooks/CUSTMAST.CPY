      *             deriva los pedidos excedidos a la cola de retenidos
      *             ORDHOLD (ver ORDER-HOLD-RELEASE) en vez de
      *             facturarlos.
      * 2026-10-15  Se agregaron los datos de impuesto a las ventas:
      *             CLI-JURISDICCION (código de la tabla TAXJURIS),
      *             CLI-CONDICION-IMPUESTO (E = exento) y el número de
      *             certificado de exención CLI-CERTIFICADO-EXENCION.
      *             Un registro anterior queda con blancos: sin
      *             jurisdicción la facturación no cobra impuesto.
      * 2026-10-15  Se agregó CLI-ENTREGA-FACTURA: con "E" la
      *             facturación de ORDER-INVOICE manda además la
      *             factura por el archivo electrónico EINVOICE (ver
      *             EINVOICE-ACK para la confirmación).  Un registro
      *             anterior queda en blanco: solo papel.
      * 2026-10-15  Se agregó CLI-EXENTO-RECARGO: con "S" la corrida
      *             mensual FINANCE-CHARGE no le cobra recargo por
      *             mora a la cuenta.  Un registro anterior queda en
      *             blanco: la cuenta paga recargo.
      * 2026-10-15  Se agregaron CLI-COD-POSTAL y CLI-MARCA-DIRECCION,
      *             que deja la corrida ADDRESS-STANDARD igual que en el
      *             maestro de estudiantes: código postal en su propio
      *             campo y marca S (normalizada) o E (no reconocida).
      *             Blanco = sin revisar; CUSTOMER-MAINT la vuelve a
      *             blanco al re-teclear la dirección. Un registro
      *             anterior queda en blanco.
      ******************************************************************
       01  REG-CLIENTE.
           05  CLI-CUENTA         PIC X(16).
           05  CLI-DIRECCION-1    PIC X(30).
           05  CLI-DIRECCION-2    PIC X(30).
           05  CLI-LIMITE-CREDITO PIC 9(9)V99.
           05  CLI-JURISDICCION   PIC X(4).
           05  CLI-CONDICION-IMPUESTO PIC X.
               88  CLI-EXENTO         VALUE "E".
               88  CLI-GRAVADO        VALUE "G".
           05  CLI-CERTIFICADO-EXENCION PIC X(15).
           05  CLI-ENTREGA-FACTURA PIC X.
               88  CLI-FACTURA-ELECTRONICA VALUE "E".
           05  CLI-EXENTO-RECARGO PIC X.
               88  CLI-SIN-RECARGO    VALUE "S".
           05  CLI-COD-POSTAL     PIC X(8).
           05  CLI-MARCA-DIRECCION PIC X.
               88  CLI-DIR-SIN-REVISAR   VALUE " ".
               88  CLI-DIR-ESTANDARIZADA VALUE "S".
               88  CLI-DIR-NO-RECONOCIDA VALUE "E".
