      *           clientes, uno por devolucion abonada.  Lo escribe
      *           EMITIR_ABONOS valorando la devolucion al precio de
      *           la linea del pedido original; el abono queda ademas
      *           como pago en cartera.dat contra el cliente.  Si
      *           la factura llevaba recargo de equivalencia, el
      *           abono lo revierte en abo-recargo (incluido en
      *           abo-total).
      ******************************************************************
       01  abono-registro.
           05  abo-numero              PIC 9(6).
           05  abo-base                PIC 9(8)V99.
           05  abo-impuesto            PIC 9(8)V99.
           05  abo-total               PIC 9(8)V99.
           05  abo-recargo             PIC 9(8)V99.
