               88  pedd-precio-cliente     VALUE "C".
               88  pedd-precio-promocion   VALUE "P".
               88  pedd-precio-presupuesto VALUE "Q".
      *    TIPO DE LINEA: ARTICULO DE producto.dat O SERVICIO DE
      *    servicios.dat (SIN STOCK: NO RESERVA, NO SE PREPARA NI
      *    MUEVE EXISTENCIAS); EN LA LINEA DE SERVICIO EL PRODUCTO
      *    ES EL CODIGO DEL SERVICIO.  D = ARTICULO EN ENVIO
      *    DIRECTO: LO SIRVE EL PROVEEDOR AL CLIENTE CONTRA UNA
      *    ORDEN DE COMPRA DIRECTA, SIN RESERVA NI STOCK NUESTRO
           05  pedd-tipo-linea         PIC X.
               88  pedd-articulo       VALUE "A" SPACE.
               88  pedd-servicio       VALUE "S".
               88  pedd-directa        VALUE "D".
      *    SITUACION DE LA LINEA EN EL CICLO: BLANCO = ACTIVA (SALE
      *    EN LA PREPARACION EN CURSO), B = REMANENTE EN ESPERA DE
      *    STOCK (LO QUE CONFIRMAR_PICKING NO PUDO TOMAR), L =
      *    REMANENTE LIBERADO POR LA ENTRADA DE STOCK MIENTRAS LA
      *    CABECERA SEGUIA EN CURSO, F = YA FACTURADA, X = REMANENTE
      *    CANCELADO POR EL CLIENTE.  LA LINEA DE ENVIO DIRECTO
      *    PASA A O AL EMITIRSE SU ORDEN DE COMPRA AL PROVEEDOR Y A
      *    E CUANDO EL PROVEEDOR CONFIRMA EL ENVIO (YA FACTURABLE)
           05  pedd-situacion          PIC X.
               88  pedd-activa         VALUE SPACE.
               88  pedd-en-backorder   VALUE "B".
               88  pedd-liberada       VALUE "L".
               88  pedd-facturada      VALUE "F".
               88  pedd-cancelada      VALUE "X".
               88  pedd-remanente      VALUE "B" "L".
               88  pedd-pedida-proveedor   VALUE "O".
               88  pedd-enviada-proveedor  VALUE "E".
               88  pedd-en-proveedor       VALUE "O" "E".
