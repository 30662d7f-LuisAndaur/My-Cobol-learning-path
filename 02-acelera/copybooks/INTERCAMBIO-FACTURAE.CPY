      ******************************************************************
      * Copybook: INTERCAMBIO-FACTURAE
      * Purpose:  Layout del registro de intercambios de factura
      *           electronica, indexado por tipo de documento
      *           (F = factura, A = abono) + numero.  Guarda cuando
      *           se genero el archivo Facturae de cada documento y
      *           con que nombre, o por que se rechazo; el rechazado
      *           se reintenta en la siguiente exportacion y el
      *           registro se reescribe con el nuevo resultado.
      ******************************************************************
       01  intercambio-facturae.
           05  ife-clave.
               10  ife-tipo-documento  PIC X.
                   88  ife-es-factura  VALUE "F".
                   88  ife-es-abono    VALUE "A".
               10  ife-numero          PIC 9(6).
           05  ife-clientes-id         PIC X(7).
           05  ife-fecha-documento     PIC 9(8).
           05  ife-fecha-exportacion   PIC 9(8).
           05  ife-hora-exportacion    PIC 9(6).
           05  ife-archivo             PIC X(40).
           05  ife-estado              PIC X.
               88  ife-enviada         VALUE "E".
               88  ife-rechazada       VALUE "R".
           05  ife-motivo              PIC X(40).
           05  ife-intentos            PIC 9(3).
