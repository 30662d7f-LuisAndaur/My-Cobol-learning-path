      *    PLAZO DE PAGO PACTADO EN DIAS (0 = CONTADO); CON EL SE
      *    CALCULA EL VENCIMIENTO DE CADA CARGO DE CARTERA
           05  clientes-plazo-pago     PIC 9(3).
      *    INTERES DE DEMORA: TIPO ANUAL PACTADO CON EL CLIENTE
      *    (0 = TIPO DE LA CASA) Y EXENCION DE LA CUENTA
           05  clientes-interes-demora PIC 9(2)V99.
           05  clientes-exento-interes PIC X.
               88  clientes-sin-interes VALUE "S".
      *    REGIMEN DE RECARGO DE EQUIVALENCIA (COMERCIANTE MINORISTA):
      *    SUS FACTURAS LLEVAN EL RECARGO ADEMAS DEL IVA
           05  clientes-recargo-equiv  PIC X.
               88  clientes-con-recargo VALUE "S".
      *    FRECUENCIA DE FACTURACION: POR PEDIDO, O UNA FACTURA
      *    RESUMEN POR QUINCENA O POR MES CON TODOS SUS ALBARANES
           05  clientes-frecuencia-fac PIC X.
               88  clientes-fac-por-pedido  VALUE "P" SPACE.
               88  clientes-fac-quincenal   VALUE "Q".
               88  clientes-fac-mensual     VALUE "M".
               88  clientes-fac-periodica   VALUE "Q" "M".
      *    FACTURA ELECTRONICA: EL CLIENTE RECIBE SUS FACTURAS Y
      *    ABONOS EN FORMATO FACTURAE EN LUGAR DE EN PAPEL
           05  clientes-factura-electr PIC X.
               88  clientes-con-facturae    VALUE "S".
      *    RUTA DE REPARTO DE LA DIRECCION DE LA FICHA Y ORDEN DE
      *    PARADA DENTRO DE ELLA (LAS DIRECCIONES DE ENTREGA LLEVAN
      *    LAS SUYAS); ESPACIOS = SIN RUTA ASIGNADA
           05  clientes-ruta           PIC X(4).
           05  clientes-orden-ruta     PIC 9(3).
