      ******************************************************************
      * Copybook: FOTO-STOCK-MENSUAL
      * Purpose:  Layout de la foto de stock de cierre de mes,
      *           indexada por periodo + producto + ubicacion.  La
      *           graba el cierre mensual (FOTO_STOCK_MENSUAL): un
      *           registro total por producto, con la ubicacion en
      *           espacios, y uno por cada ubicacion con existencia.
      *           Guarda cantidad, costo promedio y precio a fin de
      *           mes con su valor, y en el registro total los
      *           acumulados del kardex que ya no esta en kardex.dat
      *           (ultima salida y valor movido), para que consultas
      *           y reportes arranquen de la foto mas cercana en vez
      *           de leer el kardex desde el principio.
      ******************************************************************
       01  foto-stock-registro.
           05  fsm-clave.
               10  fsm-periodo         PIC 9(6).
               10  fsm-producto-id     PIC 9(6).
      *        ESPACIOS = REGISTRO TOTAL DEL PRODUCTO
               10  fsm-ubi-id          PIC X(3).
           05  fsm-cantidad            PIC S9(7).
           05  fsm-costo               PIC 9(4)V99.
           05  fsm-valor-costo         PIC S9(11)V99.
           05  fsm-precio              PIC 9(4)V99.
           05  fsm-moneda              PIC X(3).
           05  fsm-valor-precio        PIC S9(11)V99.
      *    PRECIO TOMADO DEL MAESTRO O RECONSTRUIDO DEL HISTORICO DE
      *    PRECIOS CUANDO CAMBIO DESPUES DEL FIN DE MES
           05  fsm-origen-precio       PIC X.
               88  fsm-precio-maestro  VALUE "M".
               88  fsm-precio-historico VALUE "H".
      *    SOLO EN EL TOTAL: HABIA MOVIMIENTOS CON FECHA POSTERIOR
      *    AL FIN DE MES YA POSTEADOS AL TOMAR LA FOTO; LA CANTIDAD
      *    SE DESCONTO DEL KARDEX PERO EL REPARTO POR UBICACION NO
      *    PUEDE RECONSTRUIRSE Y EL PRODUCTO QUEDA SIN DESGLOSE
           05  fsm-posteriores         PIC X.
               88  fsm-sin-desglose    VALUE "S".
      *    ACUMULADOS DEL KARDEX HASTA FIN DE MES (SOLO EN EL TOTAL)
           05  fsm-ultima-salida       PIC 9(8).
           05  fsm-valor-movido        PIC 9(12)V99.
           05  fsm-fecha-foto          PIC 9(8).
