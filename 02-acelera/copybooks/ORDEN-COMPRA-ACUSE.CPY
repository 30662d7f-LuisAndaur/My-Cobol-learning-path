      ******************************************************************
      * Copybook: ORDEN-COMPRA-ACUSE
      * Purpose:  Layout del envio y del acuse de cada linea de orden
      *           de compra, indexado por numero de orden + numero de
      *           linea (la misma clave que la linea).  La transmision
      *           anota lo enviado al proveedor (cantidad, precio y
      *           fecha de entrega pedida, con su numero de catalogo);
      *           si la linea cambia despues se vuelve a enviar y el
      *           acuse anterior deja de valer.  La importacion del
      *           acuse del proveedor anota lo que el confirma y marca
      *           cada diferencia contra lo pedido.
      ******************************************************************
       01  orden-compra-acuse.
           05  oca-clave.
               10  oca-numero          PIC 9(6).
               10  oca-linea           PIC 9(3).
           05  oca-prov-id             PIC X(7).
           05  oca-producto-id         PIC 9(6).
           05  oca-catalogo            PIC X(15).
      *    LO ENVIADO EN LA ULTIMA TRANSMISION
           05  oca-fecha-envio         PIC 9(8).
           05  oca-cantidad-enviada    PIC 9(6).
           05  oca-precio-enviado      PIC 9(4)V99.
           05  oca-fecha-pedida        PIC 9(8).
           05  oca-estado              PIC X.
               88  oca-enviada         VALUE "E".
               88  oca-acusada         VALUE "A".
      *    LO CONFIRMADO POR EL PROVEEDOR EN SU ACUSE
           05  oca-fecha-acuse         PIC 9(8).
           05  oca-cantidad-confirmada PIC 9(6).
           05  oca-precio-confirmado   PIC 9(4)V99.
           05  oca-fecha-confirmada    PIC 9(8).
           05  oca-diferencias.
               10  oca-dif-cantidad    PIC X.
                   88  oca-cambia-cantidad VALUE "S".
               10  oca-dif-precio      PIC X.
                   88  oca-cambia-precio   VALUE "S".
               10  oca-dif-fecha       PIC X.
                   88  oca-cambia-fecha    VALUE "S".
