      ******************************************************************
      * Copybook: SERIE-REGISTRO
      * Purpose:  Layout del registro de numeros de serie, indexado
      *           por producto + numero de serie.  Cada unidad de un
      *           articulo seguido por serie guarda su situacion y su
      *           titular actual, de donde vino (proveedor, orden y
      *           fecha de recepcion), a quien se vendio (cliente,
      *           fecha, pedido o factura de mostrador) y hasta
      *           cuando esta en garantia.  Solo lo actualiza
      *           SERVICIOS-SERIE.
      ******************************************************************
       01  serie-registro.
           05  ser-clave.
               10  ser-producto-id     PIC 9(6).
               10  ser-numero          PIC X(20).
           05  ser-estado              PIC X.
               88  ser-en-almacen      VALUE "A".
               88  ser-vendida         VALUE "V".
               88  ser-en-proveedor    VALUE "P".
           05  ser-fecha-estado        PIC 9(8).
      *    TITULAR ACTUAL: EL CLIENTE SI ESTA VENDIDA, EL PROVEEDOR
      *    SI SE LE DEVOLVIO, ESPACIOS MIENTRAS ESTA EN EL ALMACEN
           05  ser-titular             PIC X(7).
      *    ORIGEN; EN BLANCO SI LA UNIDAD YA ESTABA EN STOCK CUANDO
      *    EL ARTICULO PASO A SEGUIRSE POR SERIE
           05  ser-prov-id             PIC X(7).
           05  ser-oc-numero           PIC 9(6).
           05  ser-fecha-recepcion     PIC 9(8).
      *    ULTIMA VENTA: EL PEDIDO (LA FACTURA SALE DE SUS LINEAS
      *    AL FACTURARLO) O LA FACTURA DIRECTA DEL MOSTRADOR
           05  ser-clientes-id         PIC X(7).
           05  ser-fecha-venta         PIC 9(8).
           05  ser-pedido              PIC 9(6).
           05  ser-factura             PIC 9(6).
           05  ser-garantia-hasta      PIC 9(8).
           05  ser-fecha-devolucion    PIC 9(8).
