      * Purpose:  Layout del maestro de proveedores, indexado por
      *           prov-id (6 digitos + digito de control).  Lo
      *           mantiene MANTENIMIENTO_PROVEEDOR y lo consumen las
      *           ordenes de compra.  prov-nif es el NIF/CIF del
      *           proveedor para la declaracion anual de operaciones
      *           con terceros (en blanco para proveedores
      *           extranjeros sin NIF espanol).  Las cuentas
      *           bancarias de pago cuelgan de la ficha en
      *           proveedores-banco.dat (PROVEEDOR-BANCO), una por
      *           moneda; prov-telefono es el numero al que se llama
      *           para verificar cualquier cambio de cuenta.
      ******************************************************************
       01  proveedor-registro.
           05  prov-id                 PIC X(7).
           05  prov-estado             PIC 9 VALUE 1.
               88  prov-activo         VALUE 1.
               88  prov-inactivo       VALUE 2.
           05  prov-nif                PIC X(9).
