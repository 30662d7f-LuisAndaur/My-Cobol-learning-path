      ******************************************************************
      * Copybook: ADEUDO-REGISTRO
      * Purpose:  Layout del registro de adeudos domiciliados,
      *           indexado por remesa + linea (la referencia de
      *           extremo a extremo que viaja al banco).  Lo graba
      *           REMESA_ADEUDOS por cada cargo presentado, con la
      *           fecha y el vencimiento originales del cargo, y lo
      *           marca DEVOLUCIONES_ADEUDOS cuando el banco devuelve
      *           el recibo, para reponer el cargo en la antiguedad
      *           y no procesar dos veces la misma devolucion.
      ******************************************************************
       01  adeudo-registro.
           05  ade-clave.
               10  ade-remesa          PIC X(10).
               10  ade-linea           PIC 9(4).
           05  ade-clientes-id         PIC X(7).
           05  ade-fecha-cobro         PIC 9(8).
           05  ade-importe             PIC 9(6)V99.
           05  ade-mandato             PIC X(35).
           05  ade-iban                PIC X(34).
           05  ade-secuencia           PIC X(4).
      *    EL CARGO DE CARTERA QUE SE COBRA
           05  ade-cargo-referencia    PIC X(10).
           05  ade-cargo-fecha         PIC 9(8).
           05  ade-cargo-vencimiento   PIC 9(8).
           05  ade-estado              PIC X.
               88  ade-presentado      VALUE "E".
               88  ade-devuelto        VALUE "D".
           05  ade-fecha-devolucion    PIC 9(8).
           05  ade-motivo              PIC X(4).
