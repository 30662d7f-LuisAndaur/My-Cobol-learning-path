      ******************************************************************
      * Copybook: PROVEEDOR-BANCO
      * Purpose:  Layout de las cuentas bancarias de los proveedores,
      *           indexadas por proveedor + moneda (una cuenta de
      *           pago por cada moneda en que se le paga).  Es parte
      *           de la ficha del proveedor y la mantiene
      *           CUENTAS_BANCO_PROVEEDOR con doble control: toda
      *           alta o cambio de IBAN/BIC queda sin verificar hasta
      *           que otro supervisor, distinto del que la cambio, la
      *           confirma llamando al proveedor al telefono de la
      *           ficha.  La corrida de pagos solo transfiere a una
      *           cuenta verificada y retiene al proveedor cuya
      *           cuenta cambio hace pocos dias.
      ******************************************************************
       01  proveedor-banco.
           05  pbc-clave.
               10  pbc-prov-id         PIC X(7).
               10  pbc-moneda          PIC X(3).
           05  pbc-iban                PIC X(34).
           05  pbc-bic                 PIC X(11).
           05  pbc-estado              PIC X.
               88  pbc-sin-verificar   VALUE "P".
               88  pbc-verificada      VALUE "V".
               88  pbc-dada-de-baja    VALUE "B".
      *    ULTIMO CAMBIO DE LOS DATOS BANCARIOS Y QUIEN LO HIZO
           05  pbc-fecha-cambio        PIC 9(8).
           05  pbc-cambiado-por        PIC X(8).
      *    VERIFICACION POR LLAMADA DE CONFIRMACION: QUIEN, CUANDO
      *    Y CON QUIEN HABLO EN EL PROVEEDOR
           05  pbc-fecha-verificacion  PIC 9(8).
           05  pbc-verificado-por      PIC X(8).
           05  pbc-contacto-verif      PIC X(25).
           05  pbc-telefono-verif      PIC X(9).
