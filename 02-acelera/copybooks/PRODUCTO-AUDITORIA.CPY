      *           linea por cada ALTA y por cada REWRITE de
      *           mantenimiento con la imagen completa del registro
      *           antes y despues, la operacion, el momento y el ID
      *           del empleado operador.  Los cambios de estado del
      *           ciclo de vida van con la operacion ESTADO.  La
      *           familia comercial viaja en las dos imagenes, y
      *           tambien el costo promedio: el reparto de costes de
      *           destino lo recalcula con la operacion COSTE.
      ******************************************************************
       01  producto-auditoria-registro.
           05  paud-fecha-hora         PIC X(21).
           05  paud-operacion          PIC X(12).
               88  paud-op-alta        VALUE "ALTA".
               88  paud-op-modificar   VALUE "MODIFICAR".
               88  paud-op-estado      VALUE "ESTADO".
               88  paud-op-coste       VALUE "COSTE".
           05  paud-empleados-id       PIC X(7).
           05  paud-valor-anterior.
               10  paud-ant-id         PIC 9(6).
               10  paud-ant-caducidad  PIC 9(8).
               10  paud-ant-critico    PIC 9(6).
               10  paud-ant-registrado PIC X(7).
               10  paud-ant-estado     PIC X.
               10  paud-ant-estado-fecha PIC 9(8).
               10  paud-ant-familia    PIC X(4).
               10  paud-ant-costo      PIC 9(4)V99.
           05  paud-valor-nuevo.
               10  paud-nue-id         PIC 9(6).
               10  paud-nue-control    PIC 9.
               10  paud-nue-caducidad  PIC 9(8).
               10  paud-nue-critico    PIC 9(6).
               10  paud-nue-registrado PIC X(7).
               10  paud-nue-estado     PIC X.
               10  paud-nue-estado-fecha PIC 9(8).
               10  paud-nue-familia    PIC X(4).
               10  paud-nue-costo      PIC 9(4)V99.
