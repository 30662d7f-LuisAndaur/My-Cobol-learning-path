      * Purpose:  Layout de las lineas de orden de compra, indexadas
      *           por numero de orden + numero de linea.  La cantidad
      *           recibida la va completando el programa de recepcion
      *           hasta cerrar la linea.  El precio es el pactado al
      *           emitir la orden (el del acuerdo marco si la linea es
      *           una llamada contra uno, si no el ultimo precio del
      *           enlace; 0 = sin precio); la recepcion lo propone y
      *           la factura del proveedor se coteja contra el.
      ******************************************************************
       01  orden-compra-detalle.
           05  ocd-clave.
           05  ocd-estado              PIC X.
               88  ocd-abierta         VALUE "A".
               88  ocd-cerrada         VALUE "C".
           05  ocd-precio              PIC 9(4)V99.
           05  ocd-acuerdo             PIC 9(6).
