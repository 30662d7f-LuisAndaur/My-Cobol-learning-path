      *           facturas de compra tras el cotejo contra la orden y
      *           lo recibido, alimenta el libro de cuentas por pagar
      *           y aporta el IVA soportado a la declaracion
      *           trimestral.  La factura de servicios profesionales
      *           lleva la retencion de IRPF practicada, que se
      *           descuenta de lo que se paga al proveedor y se
      *           declara en el modelo 111 del trimestre.  Cada
      *           factura lleva quien la capturo y, si quedo
      *           retenida, el supervisor que la aprobo y cuando.
      ******************************************************************
       01  factura-proveedor-registro.
           05  fpr-clave.
               88  fpr-retenida        VALUE "D".
               88  fpr-pagada          VALUE "P".
           05  fpr-referencia-pago     PIC X(10).
      *    RETENCION DE IRPF SOBRE LA BASE (SOLO PROFESIONALES)
           05  fpr-servicio-profesional PIC X.
               88  fpr-profesional     VALUE "S".
           05  fpr-retencion-pct       PIC 9(2)V99.
           05  fpr-retencion           PIC 9(8)V99.
      *    CIRCUITO DE APROBACION (ESPACIOS Y CERO SI PASO EL COTEJO)
           05  fpr-capturado-por       PIC X(7).
           05  fpr-aprobado-por        PIC X(7).
           05  fpr-fecha-aprobacion    PIC 9(8).
