      *           la espera de un supervisor en la cola de retencion;
      *           X (anulado) es el pedido cancelado por el cliente
      *           en MODIFICAR_PEDIDO, que se conserva por rastro.
      *           B (backorder) es el pedido con la parte servida ya
      *           facturada y un remanente en espera de stock; cuando
      *           la entrada de mercancia libera el remanente vuelve
      *           a A para prepararse y facturarse por separado.
      *           Tambien queda en B el pedido cuya parte propia ya
      *           se facturo y que solo espera lineas de envio
      *           directo que el proveedor aun no confirmo.
      ******************************************************************
       01  pedido-cabecera.
           05  ped-numero              PIC 9(6).
               88  ped-facturado       VALUE "F".
               88  ped-retenido        VALUE "R".
               88  ped-anulado         VALUE "X".
               88  ped-en-backorder    VALUE "B".
           05  ped-total-lineas        PIC 9(3).
      *    EMPLEADO VENDEDOR DEL PEDIDO (POR OMISION EL OPERADOR
      *    FIRMADO EN LA CAPTURA); SOBRE EL LIQUIDA LA CORRIDA
      *    MENSUAL DE COMISIONES
           05  ped-empleados-id        PIC X(7).
      *    DIRECCION DE ENTREGA (NUMERO EN direcciones-envio.dat DEL
      *    MISMO CLIENTE); 0 = LA DIRECCION DE LA FICHA DEL CLIENTE.
      *    LA FACTURA VA SIEMPRE AL CLIENTE, SOLO CAMBIA EL DESTINO
           05  ped-direccion-envio     PIC 9(3).
      *    PLAZO DE ENTREGA PROMETIDO AL CLIENTE EN DIAS HABILES
      *    DESDE ped-fecha; SOBRE EL SE MIDE LA PUNTUALIDAD
           05  ped-plazo-prometido     PIC 9(2).
      *    N = CONFIRMAR_PICKING TOMO MENOS DE LO PEDIDO EN ALGUNA
      *    LINEA (EL PEDIDO NO SALIO COMPLETO); LO ANOTA UNA VEZ Y
      *    YA NO SE BORRA
           05  ped-servido-completo    PIC X.
               88  ped-sin-faltante    VALUE "S".
               88  ped-con-faltante    VALUE "N".
