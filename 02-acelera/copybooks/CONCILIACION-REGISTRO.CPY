      * Purpose:  Layout del registro de conciliacion bancaria: una
      *           linea por pareja casada entre el extracto del banco
      *           y los libros (N = pago de nomina-banco.dat,
      *           C = pago de clientes en cartera.dat, T = venta
      *           de mostrador con tarjeta casada con la liquidacion
      *           de la entidad, referencia = factura).  Las corridas
      *           siguientes lo leen para no volver a casar ni volver
      *           a reclamar lo ya conciliado.
      ******************************************************************
           05  con-tipo                PIC X.
               88  con-nomina          VALUE "N".
               88  con-cartera         VALUE "C".
               88  con-tarjeta         VALUE "T".
           05  con-referencia          PIC X(20).
           05  con-importe             PIC 9(6)V99.
           05  con-fecha-banco         PIC 9(8).
