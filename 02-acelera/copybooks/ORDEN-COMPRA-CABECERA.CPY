      * Purpose:  Layout de la cabecera de ordenes de compra,
      *           indexada por numero de orden.  El estado avanza
      *           A (abierta) -> P (recepcion parcial) -> C (cerrada).
      *           La orden de envio directo (tipo D) no entra en el
      *           almacen: la levanta un pedido de venta, el
      *           proveedor sirve al cliente en la direccion de
      *           entrega del pedido, y cada linea lleva el mismo
      *           numero que la linea de pedido que la origino.  Su
      *           "recepcion" es la confirmacion de envio del
      *           proveedor, que no mueve stock.
      ******************************************************************
       01  orden-compra-cabecera.
           05  oc-numero               PIC 9(6).
               88  oc-parcial          VALUE "P".
               88  oc-cerrada          VALUE "C".
           05  oc-total-lineas         PIC 9(3).
           05  oc-tipo                 PIC X.
               88  oc-reposicion       VALUE "R" SPACE.
               88  oc-directa          VALUE "D".
      *    SOLO EN LA ORDEN DIRECTA: PEDIDO DE VENTA, CLIENTE Y
      *    DESTINO DE LA MERCANCIA (COPIADO DEL PEDIDO AL EMITIRLA)
           05  oc-pedido               PIC 9(6).
           05  oc-clientes-id          PIC X(7).
           05  oc-entrega-nombre       PIC X(35).
           05  oc-entrega-direccion    PIC X(35).
           05  oc-entrega-contacto     PIC X(25).
           05  oc-entrega-telefono     PIC X(9).
           05  oc-entrega-notas        PIC X(40).
