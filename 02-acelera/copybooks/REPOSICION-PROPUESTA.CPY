      ******************************************************************
      * Copybook: REPOSICION-PROPUESTA
      * Purpose:  Layout de la propuesta de reposicion a tiendas
      *           (reposicion-propuesta.dat, secuencial por producto
      *           + tienda).  La arma cada noche PROPUESTA_REPOSICION
      *           y la resuelve APROBAR_REPOSICION, que marca cada
      *           linea aprobada o rechazada al generar los traslados.
      ******************************************************************
       01  reposicion-propuesta.
           05  rp-fecha                PIC 9(8).
           05  rp-producto-id          PIC 9(6).
           05  rp-ubi-id               PIC X(3).
      *    STOCK POSTEADO DE LA TIENDA, TRASLADOS EN CAMINO Y VENTAS
      *    YA IMPORTADAS QUE EL POSTEO AUN NO APLICO
           05  rp-stock                PIC 9(6).
           05  rp-transito             PIC 9(6).
           05  rp-ventas-pendientes    PIC 9(6).
           05  rp-proyectado           PIC S9(7).
           05  rp-minimo               PIC 9(6).
           05  rp-objetivo             PIC 9(6).
      *    LO QUE FALTA HASTA EL OBJETIVO Y LO QUE EL CENTRAL PUEDE
      *    CEDER POR ENCIMA DE SU CRITICO
           05  rp-necesidad            PIC 9(6).
           05  rp-sugerida             PIC 9(6).
           05  rp-estado               PIC X.
               88  rp-propuesta        VALUE "P".
               88  rp-aprobada         VALUE "A".
               88  rp-rechazada        VALUE "R".
           05  rp-resuelto-por         PIC X(8).
           05  rp-documento            PIC 9(6).
