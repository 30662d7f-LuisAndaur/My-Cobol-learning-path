      *           indexada por numero de pedido.  ALTA_PEDIDO encola
      *           aqui el pedido que rompe el limite (y lo graba con
      *           estado R); COLA_CREDITO lo lista y un supervisor lo
      *           libera a estado A o lo rechaza y borra.  Lleva
      *           quien capturo el pedido (espacios si vino de un
      *           presupuesto) para la auditoria de segregacion.
      ******************************************************************
       01  pedido-retenido-registro.
           05  ret-numero              PIC 9(6).
               88  ret-rechazado       VALUE "R".
           05  ret-resuelto-por        PIC X(7).
           05  ret-fecha-resolucion    PIC 9(8).
           05  ret-capturado-por       PIC X(7).
