      ******************************************************************
      * Copybook: DIRECCION-ENVIO
      * Purpose:  Layout de las direcciones de entrega de los clientes
      *           (direcciones-envio.dat), indexadas por cliente +
      *           numero de direccion.  El cliente factura a la
      *           direccion de su ficha; aqui viven las tiendas o
      *           almacenes que reciben la mercancia, con su contacto,
      *           telefono, notas para el transportista y ruta de
      *           reparto.  El numero 0 no se usa: en el pedido
      *           significa la direccion de la ficha del cliente.
      ******************************************************************
       01  direccion-envio-registro.
           05  dir-clave.
               10  dir-clientes-id     PIC X(7).
               10  dir-numero          PIC 9(3).
           05  dir-direccion           PIC X(35).
           05  dir-contacto            PIC X(25).
           05  dir-telefono            PIC X(9).
      *    INDICACIONES PARA EL REPARTO (HORARIO, MUELLE, ACCESO)
           05  dir-notas               PIC X(40).
      *    RUTA DE REPARTO EN LA QUE SE CARGA LA DIRECCION
           05  dir-ruta                PIC X(4).
           05  dir-estado              PIC X.
               88  dir-activa          VALUE "A".
               88  dir-baja            VALUE "B".
      *    ORDEN DE PARADA DE LA DIRECCION DENTRO DE SU RUTA
           05  dir-orden-ruta          PIC 9(3).
