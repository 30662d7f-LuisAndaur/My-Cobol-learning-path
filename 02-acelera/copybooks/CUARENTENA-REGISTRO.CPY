      ******************************************************************
      * Copybook: CUARENTENA-REGISTRO
      * Purpose:  Layout de las partidas en cuarentena, indexadas por
      *           numero y por producto.  Lo recibido de proveedores
      *           y lo devuelto por clientes entra en la ubicacion de
      *           cuarentena (CUA) y deja aqui su partida, con el
      *           documento de origen y la fecha de entrada.  La
      *           inspeccion reparte la partida: lo liberado pasa al
      *           almacen central vendible, lo mermado sale como
      *           merma desde la cuarentena y lo apartado para
      *           devolver espera en cuarentena a que
      *           DEVOLUCION_PROVEEDOR lo saque.  Queda en cuarentena
      *           la cantidad menos lo liberado, lo devuelto y lo
      *           mermado; la partida se cierra cuando no queda nada.
      ******************************************************************
       01  cuarentena-registro.
           05  cua-numero              PIC 9(6).
           05  cua-producto-id         PIC 9(6).
           05  cua-origen              PIC X.
               88  cua-de-compra       VALUE "C".
               88  cua-de-devolucion   VALUE "D".
      *    ORDEN DE COMPRA O PEDIDO DE VENTA DE ORIGEN Y SU LINEA,
      *    Y EL PROVEEDOR O CLIENTE QUE LA ENTREGO
           05  cua-documento           PIC 9(6).
           05  cua-linea               PIC 9(3).
           05  cua-tercero             PIC X(7).
      *    MOTIVO DE LA DEVOLUCION DEL CLIENTE (DA, EQ, AR); EN
      *    BLANCO PARA LO RECIBIDO DE COMPRAS
           05  cua-motivo              PIC X(2).
           05  cua-fecha-entrada       PIC 9(8).
           05  cua-cantidad            PIC 9(6).
           05  cua-liberada            PIC 9(6).
      *    APARTADO PARA DEVOLVER AL PROVEEDOR Y AUN NO DEVUELTO
           05  cua-a-devolver          PIC 9(6).
           05  cua-devuelta            PIC 9(6).
           05  cua-mermada             PIC 9(6).
           05  cua-estado              PIC X.
               88  cua-abierta         VALUE "A".
               88  cua-cerrada         VALUE "C".
      *    ULTIMA INSPECCION DE LA PARTIDA
           05  cua-inspector           PIC X(8).
           05  cua-fecha-inspeccion    PIC 9(8).
