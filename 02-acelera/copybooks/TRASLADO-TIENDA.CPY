      ******************************************************************
      * Copybook: TRASLADO-TIENDA
      * Purpose:  Layout de los traslados de reposicion enviados del
      *           central a las tiendas (traslados-tienda.dat),
      *           indexado por tienda + producto + documento, de modo
      *           que el traslado mas antiguo en camino de un
      *           producto a una tienda es el primero que se lee.  Lo
      *           graba APROBAR_REPOSICION al generar los movimientos
      *           T y lo cierra IMPORTAR_TIENDA cuando la tienda
      *           informa la recepcion.
      ******************************************************************
       01  traslado-tienda.
           05  tra-clave.
               10  tra-ubi-destino     PIC X(3).
               10  tra-producto-id     PIC 9(6).
               10  tra-documento       PIC 9(6).
           05  tra-ubi-origen          PIC X(3).
           05  tra-cantidad            PIC 9(6).
           05  tra-fecha-envio         PIC 9(8).
           05  tra-aprobado-por        PIC X(8).
           05  tra-estado              PIC X.
               88  tra-en-camino       VALUE "E".
               88  tra-recibido        VALUE "R".
           05  tra-cantidad-recibida   PIC 9(6).
           05  tra-fecha-recepcion     PIC 9(8).
