       FD clientes-nuevo.
       01  clientes-registro-n.
           05  clientes-id-n           PIC X(7).
           05  clientes-resto-n        PIC X(140).

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
       FD producto-nuevo.
       01  producto-registro-n.
           05  producto-id-n           PIC 9(6).
           05  producto-resto-n        PIC X(108).

      *REPORTE DE INTEGRIDAD
       FD reporte-integridad.
