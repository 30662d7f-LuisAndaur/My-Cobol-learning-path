      ******************************************************************
      * Copybook: SERVICIO-REGISTRO
      * Purpose:  Layout del maestro de servicios (servicios.dat),
      *           indexado por codigo: portes, manipulacion,
      *           instalacion y demas conceptos que se cobran en el
      *           pedido y la factura sin ser articulos.  No tienen
      *           stock, no reservan ni generan movimientos; llevan su
      *           propio codigo de IVA y la cuenta de ingresos a la
      *           que el posteo manda su base en lugar de ventas
      *           (7000).  El servicio dado de baja queda en el
      *           maestro para que los documentos viejos lo resuelvan.
      ******************************************************************
       01  servicio-registro.
           05  srv-codigo              PIC 9(6).
           05  srv-descripcion         PIC X(35).
           05  srv-precio              PIC 9(4)V99.
           05  srv-moneda              PIC X(3).
      *    CODIGO DE TIPO DE IVA COMO EL DEL PRODUCTO (GE, RE, SR);
      *    EL PORCENTAJE VIGENTE VIVE EN tipos-iva.dat
           05  srv-iva-codigo          PIC X(2).
      *    CUENTA DE INGRESOS DEL PLAN DE CUENTAS
           05  srv-cuenta              PIC X(4).
           05  srv-estado              PIC X.
               88  srv-activo          VALUE "A".
               88  srv-baja            VALUE "B".
