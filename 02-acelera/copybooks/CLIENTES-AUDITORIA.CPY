      *           linea por cada ALTA o MODIFICAR sobre clientes-i.dat
      *           con los valores antes y despues del cambio y, cuando
      *           cambia el estado, el motivo declarado por el
      *           operador.  El castigo de un saldo incobrable deja
      *           su propia linea CASTIGO con el motivo y los datos
      *           del cliente sin cambios.
      ******************************************************************
       01  clientes-auditoria-registro.
           05  caud-fecha-hora         PIC X(21).
           05  caud-operacion          PIC X(12).
               88  caud-op-alta        VALUE "ALTA".
               88  caud-op-modificar   VALUE "MODIFICAR".
               88  caud-op-castigo     VALUE "CASTIGO".
           05  caud-clientes-id        PIC X(7).
      *    MOTIVO DEL CAMBIO DE ESTADO; ESPACIOS SI EL ESTADO NO
      *    CAMBIO EN LA OPERACION
