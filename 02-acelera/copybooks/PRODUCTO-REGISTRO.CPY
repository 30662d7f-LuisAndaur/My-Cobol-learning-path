           05  producto-unidad-venta  PIC X(3).
           05  producto-unidad-compra PIC X(3).
           05  producto-factor-compra PIC 9(4).
      *    FAMILIA COMERCIAL DEL ARTICULO; LA USAN LOS OBJETIVOS DE
      *    VENTA POR FAMILIA.  ESPACIOS = SIN FAMILIA ASIGNADA.
      *    PUEDE SER UNA FAMILIA O UNA SUBFAMILIA DE familias.dat;
      *    LOS REPORTES SUBTOTALIZAN POR LA FAMILIA DE PRIMER NIVEL
           05  producto-familia       PIC X(4).
      *    SITUACION DEL ARTICULO EN SU CICLO DE VIDA.  EL ESTADO
      *    RIGE DESDE SU FECHA DE EFECTO; ANTES DE ESA FECHA SIGUE
      *    EN VIGOR EL ESTADO ANTERIOR, ASI UN BLOQUEO O UNA BAJA DE
      *    CATALOGO PUEDE PROGRAMARSE.  BLOQUEADO PARA VENTA NO
      *    ENTRA EN PEDIDOS, PRESUPUESTOS NI MOSTRADOR; BLOQUEADO
      *    PARA COMPRA NO SE REPONE NI RECIBE PRECIOS DE PROVEEDOR;
      *    DESCATALOGADO ESTA BLOQUEADO PARA LAS DOS COSAS Y SU
      *    STOCK RESTANTE SE LIQUIDA.  ESPACIOS EQUIVALE A ACTIVO
           05  producto-estado        PIC X.
               88  producto-activo        VALUE "A" SPACE.
               88  producto-bloq-compra   VALUE "C".
               88  producto-bloq-venta    VALUE "V".
               88  producto-descatalogado VALUE "D".
           05  producto-estado-fecha  PIC 9(8).
           05  producto-estado-anterior PIC X.
      *    ARTICULO DE ALTO VALOR SEGUIDO POR NUMERO DE SERIE: CADA
      *    UNIDAD SE IDENTIFICA EN series.dat AL ENTRAR, AL SALIR Y
      *    AL VOLVER.  LA GARANTIA CORRE DESDE LA VENTA POR LOS
      *    MESES INDICADOS (0 = SIN GARANTIA)
           05  producto-serializado   PIC X.
               88  producto-con-serie     VALUE "S".
           05  producto-garantia-meses PIC 9(3).
