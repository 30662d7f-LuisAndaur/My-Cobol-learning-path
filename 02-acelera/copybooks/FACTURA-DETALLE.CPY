      * Purpose:  Layout de las lineas de factura, indexadas por
      *           numero de factura + numero de linea.  El importe es
      *           cantidad por precio en la moneda de la linea.
      *           Cada linea recuerda el pedido (y por tanto el
      *           albaran) del que sale, porque la factura resumen
      *           periodica junta varios pedidos en una sola factura;
      *           cero en las lineas que no salen de un pedido.
      ******************************************************************
       01  factura-detalle.
           05  facd-clave.
           05  facd-precio             PIC 9(4)V99.
           05  facd-moneda             PIC X(3).
           05  facd-importe            PIC 9(8)V99.
           05  facd-pedido             PIC 9(6).
      *    TIPO DE LINEA COMO EN EL PEDIDO: EN LA DE SERVICIO EL
      *    PRODUCTO ES EL CODIGO DE servicios.dat, DE DONDE SALEN SU
      *    CODIGO DE IVA Y SU CUENTA DE INGRESOS.  EL ARTICULO EN
      *    ENVIO DIRECTO (D) ES UN ARTICULO A TODOS LOS EFECTOS
           05  facd-tipo-linea         PIC X.
               88  facd-articulo       VALUE "A" "D" SPACE.
               88  facd-directa        VALUE "D".
               88  facd-servicio       VALUE "S".
