      ******************************************************************
      * Copybook: ENTREGA-FALLO
      * Purpose:  Layout del historico de entregas fallidas, en
      *           secuencial.  entregas.dat solo guarda el ultimo
      *           resultado de cada pedido y el reintento bueno pisa
      *           el fallo; CONFIRMAR_ENTREGA anota aqui cada intento
      *           fallido con su motivo para poder contarlos.
      ******************************************************************
       01  entrega-fallo.
           05  efa-pedido              PIC 9(6).
           05  efa-clientes-id         PIC X(7).
           05  efa-fecha               PIC 9(8).
           05  efa-motivo              PIC X(2).
               88  efa-fallo-ausente       VALUE "AU".
               88  efa-fallo-direccion     VALUE "DI".
               88  efa-fallo-rechazado     VALUE "RE".
