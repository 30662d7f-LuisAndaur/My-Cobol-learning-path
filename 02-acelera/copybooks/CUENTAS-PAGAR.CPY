      *           nota de debito (devolucion al proveedor) o pago.
      *           Los cargos abiertos los selecciona la corrida de
      *           propuesta de pagos, que al pagar los marca con la
      *           referencia del lote bancario.  El cargo anota
      *           quien capturo la factura y, al pagarse, el
      *           supervisor que aprobo la corrida y la fecha.
      ******************************************************************
       01  cuentas-pagar-registro.
           05  cpag-prov-id            PIC X(7).
               88  cpag-abierto        VALUE "A".
               88  cpag-saldado        VALUE "S".
           05  cpag-referencia-pago    PIC X(10).
           05  cpag-capturado-por      PIC X(7).
           05  cpag-aprobado-por       PIC X(7).
           05  cpag-fecha-aprobacion   PIC 9(8).
