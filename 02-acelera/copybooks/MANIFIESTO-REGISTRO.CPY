      ******************************************************************
      * Copybook: MANIFIESTO-REGISTRO
      * Purpose:  Layout de los manifiestos de reparto
      *           (manifiestos.dat), indexados por numero de
      *           manifiesto + parada.  DESPACHO_RUTAS graba un
      *           manifiesto por ruta y fecha de reparto con una
      *           parada por pedido, en orden de entrega; la clave
      *           alternativa por pedido deja ver si un pedido ya va
      *           en un reparto.  CONFIRMAR_ENTREGA marca cada parada
      *           al anotar su entrega o su fallo.
      ******************************************************************
       01  manifiesto-registro.
           05  man-clave.
               10  man-numero          PIC 9(6).
               10  man-parada          PIC 9(3).
           05  man-pedido              PIC 9(6).
           05  man-fecha-reparto       PIC 9(8).
           05  man-ruta                PIC X(4).
           05  man-furgoneta           PIC X(10).
           05  man-conductor           PIC X(7).
           05  man-clientes-id         PIC X(7).
           05  man-direccion-envio     PIC 9(3).
           05  man-unidades            PIC 9(7).
           05  man-estado              PIC X.
               88  man-en-reparto      VALUE "P".
               88  man-entregada       VALUE "E".
               88  man-fallida         VALUE "F".
           05  man-generado-por        PIC X(7).
