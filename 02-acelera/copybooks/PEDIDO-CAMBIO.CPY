      * Purpose:  Layout del registro de cambios de pedidos: una
      *           linea por cada modificacion hecha en
      *           MODIFICAR_PEDIDO (cambio de cantidad, linea
      *           agregada o quitada, pedido anulado, remanente
      *           en backorder cancelado) con el
      *           operador firmado y los valores antes y despues.
      *           Cuando el cliente disputa su pedido, aqui esta
      *           quien toco que y cuando.
               88  pcam-op-agregar     VALUE "AGREGAR".
               88  pcam-op-quitar      VALUE "QUITAR".
               88  pcam-op-anular      VALUE "ANULAR".
               88  pcam-op-cancelar    VALUE "CANCELAR".
           05  pcam-usuario            PIC X(7).
           05  pcam-producto-id        PIC 9(6).
           05  pcam-ant-cantidad       PIC 9(6).
