      ******************************************************************
      * Copybook: PROVEEDOR-BANCO-AUDITORIA
      * Purpose:  Layout del registro de auditoria de las cuentas
      *           bancarias de proveedores.  Una linea por cada ALTA,
      *           CAMBIO, BAJA, VERIFICA o NO-CONFIRMA sobre
      *           proveedores-banco.dat con los datos bancarios antes
      *           y despues, el usuario que actuo y, en las
      *           verificaciones, la persona y el telefono a los que
      *           se llamo.  Solo se agrega al final.
      ******************************************************************
       01  proveedor-banco-auditoria.
           05  pbau-fecha-hora         PIC X(21).
           05  pbau-operacion          PIC X(12).
               88  pbau-op-alta        VALUE "ALTA".
               88  pbau-op-cambio      VALUE "CAMBIO".
               88  pbau-op-baja        VALUE "BAJA".
               88  pbau-op-verifica    VALUE "VERIFICA".
               88  pbau-op-no-confirma VALUE "NO-CONFIRMA".
           05  pbau-usuario            PIC X(8).
           05  pbau-prov-id            PIC X(7).
           05  pbau-moneda             PIC X(3).
           05  pbau-ant-iban           PIC X(34).
           05  pbau-ant-bic            PIC X(11).
           05  pbau-nue-iban           PIC X(34).
           05  pbau-nue-bic            PIC X(11).
           05  pbau-contacto           PIC X(25).
           05  pbau-telefono           PIC X(9).
