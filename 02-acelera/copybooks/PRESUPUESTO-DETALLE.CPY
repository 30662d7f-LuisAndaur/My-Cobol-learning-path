           05  presd-cantidad          PIC 9(6).
           05  presd-precio            PIC 9(4)V99.
           05  presd-moneda            PIC X(3).
      *    TIPO DE LINEA COMO EN EL PEDIDO: ARTICULO O SERVICIO DE
      *    servicios.dat (EL PRODUCTO ES ENTONCES EL CODIGO DEL
      *    SERVICIO)
           05  presd-tipo-linea        PIC X.
               88  presd-articulo      VALUE "A" SPACE.
               88  presd-servicio      VALUE "S".
