      ******************************************************************
      * Copybook: PRECIO-ESPECIAL
      * Purpose:  Layout de las reglas de precio especial, indexadas
      *           por tipo + cliente + familia + producto.  Tipo C es
      *           precio o descuento pactado con un cliente; tipo P es
      *           promocion de la casa con vigencia desde/hasta
      *           (cliente en espacios).  El alcance lo dan familia y
      *           producto: con producto la regla es de ese articulo
      *           (familia en espacios); con producto 0 y una familia
      *           o subfamilia, de todos sus articulos; con los dos
      *           vacios, de todo el catalogo.  Con precio 0 la regla
      *           aplica el descuento porcentual sobre la lista.  El
      *           alta de pedidos resuelve el mejor precio aplicable
      *           y deja en la linea el codigo de la regla que gano.
      ******************************************************************
       01  precio-especial-registro.
           05  pre-clave.
                   88  pre-regla-cliente   VALUE "C".
                   88  pre-regla-promocion VALUE "P".
               10  pre-clientes-id     PIC X(7).
               10  pre-familia         PIC X(4).
               10  pre-producto-id     PIC 9(6).
           05  pre-precio              PIC 9(4)V99.
           05  pre-descuento-pct       PIC 9(2)V99.
