      ******************************************************************
      * Copybook: CASTIGO-CARTERA
      * Purpose:  Layout del registro de castigos de cartera
      *           (castigos-cartera.dat): una linea por saldo de
      *           cliente dado por incobrable, con el pago de cierre
      *           "WOF" que se dejo en cartera.dat, el asiento de la
      *           perdida y el supervisor que lo autorizo.  Es el
      *           registro anual de castigos para los auditores.
      ******************************************************************
       01  castigo-cartera-registro.
           05  ccs-fecha               PIC 9(8).
           05  ccs-clientes-id         PIC X(7).
           05  ccs-clientes-nombre     PIC X(35).
           05  ccs-importe             PIC 9(6)V99.
           05  ccs-referencia          PIC X(10).
           05  ccs-asiento             PIC 9(6).
           05  ccs-motivo              PIC X(35).
           05  ccs-usuario             PIC X(8).
