      ******************************************************************
      * Copybook: SERIE-PETICION
      * Purpose:  Area de comunicacion con SERVICIOS-SERIE.  El
      *           programa que mueve la unidad indica la operacion,
      *           el producto, el numero de serie y el documento que
      *           la ampara; la subrutina valida la situacion de la
      *           serie, la actualiza en series.dat y devuelve el
      *           resultado con el motivo del rechazo.
      *             T = ¿el producto se sigue por serie?
      *             R = recepcion de proveedor (titular = proveedor,
      *                 documento = orden de compra)
      *             V = venta (titular = cliente, documento = pedido,
      *                 factura = la del mostrador o 0)
      *             D = devolucion del cliente (titular = cliente,
      *                 documento = pedido original)
      *             P = devolucion al proveedor (titular =
      *                 proveedor, documento = orden de compra)
      ******************************************************************
       01  serie-peticion.
           05  sep-operacion           PIC X.
               88  sep-op-tratamiento  VALUE "T".
               88  sep-op-recepcion    VALUE "R".
               88  sep-op-venta        VALUE "V".
               88  sep-op-devolucion   VALUE "D".
               88  sep-op-proveedor    VALUE "P".
           05  sep-producto-id         PIC 9(6).
           05  sep-numero              PIC X(20).
           05  sep-fecha               PIC 9(8).
           05  sep-titular             PIC X(7).
           05  sep-documento           PIC 9(6).
           05  sep-factura             PIC 9(6).
           05  sep-resultado           PIC X.
               88  sep-correcto        VALUE "S".
               88  sep-rechazado       VALUE "N".
           05  sep-mensaje             PIC X(40).
