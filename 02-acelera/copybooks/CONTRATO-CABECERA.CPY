      ******************************************************************
      * Copybook: CONTRATO-CABECERA
      * Purpose:  Layout de la cabecera de contratos de servicio
      *           periodico (alquiler de equipos, mantenimiento),
      *           indexada por numero y por cliente.  El contrato se
      *           factura cada mes o cada trimestre desde la fecha de
      *           inicio hasta la de fin; ctr-proxima-factura es el
      *           primer dia del siguiente periodo por facturar y la
      *           corrida la avanza tras cada factura.  Pasada la
      *           fecha de fin el contrato queda terminado hasta que
      *           se renueve alargando la fecha de fin.  El vendedor
      *           es quien recibe el aviso de renovacion.
      ******************************************************************
       01  contrato-cabecera.
           05  ctr-numero              PIC 9(6).
           05  ctr-clientes-id         PIC X(7).
           05  ctr-descripcion         PIC X(35).
           05  ctr-fecha-inicio        PIC 9(8).
           05  ctr-fecha-fin           PIC 9(8).
           05  ctr-frecuencia          PIC X.
               88  ctr-mensual         VALUE "M".
               88  ctr-trimestral      VALUE "T".
           05  ctr-proxima-factura     PIC 9(8).
           05  ctr-total-lineas        PIC 9(3).
           05  ctr-ultima-factura      PIC 9(6).
           05  ctr-empleados-id        PIC X(7).
           05  ctr-estado              PIC X.
               88  ctr-vigente         VALUE "A".
               88  ctr-terminado       VALUE "T".
               88  ctr-anulado         VALUE "X".
