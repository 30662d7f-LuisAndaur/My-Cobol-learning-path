               88  producto-mov-merma         VALUE "ME".
               88  producto-mov-devolucion    VALUE "DE".
               88  producto-mov-dev-proveedor VALUE "DP".
      *        ARMADO Y DESARMADO DE KITS: SALEN LOS COMPONENTES Y
      *        ENTRA EL KIT, O AL REVES
               88  producto-mov-montaje       VALUE "MK".
      *        TRASLADO DE REPOSICION DEL CENTRAL A UNA TIENDA
               88  producto-mov-reposicion    VALUE "RT".
      *        LIBERACION DE CUARENTENA A STOCK VENDIBLE TRAS LA
      *        INSPECCION
               88  producto-mov-inspeccion    VALUE "IC".
      *    UBICACION DEL MOVIMIENTO; EN LOS TRASLADOS (TIPO T) LA
      *    CANTIDAD SALE DE LA UBICACION Y ENTRA EN LA DESTINO SIN
      *    CAMBIAR EL TOTAL
