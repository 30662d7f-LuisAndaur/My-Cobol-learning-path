      ******************************************************************
      * Copybook: NIVEL-REPOSICION
      * Purpose:  Layout de los niveles de reposicion por tienda
      *           (niveles-reposicion.dat), indexado por producto +
      *           ubicacion como stock-ubicacion.dat.  Cuando el
      *           stock de la tienda mas lo que tiene en camino cae
      *           por debajo del minimo, la propuesta de reposicion
      *           sugiere traslados del central hasta el objetivo.
      *           Lo mantiene MANTENIMIENTO_UBICACION.
      ******************************************************************
       01  nivel-reposicion.
           05  nr-clave.
               10  nr-producto-id      PIC 9(6).
               10  nr-ubi-id           PIC X(3).
           05  nr-minimo               PIC 9(6).
           05  nr-objetivo             PIC 9(6).
