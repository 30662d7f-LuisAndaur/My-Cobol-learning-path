      ******************************************************************
      * Copybook: ACUERDO-COMPRA
      * Purpose:  Layout de los acuerdos marco de compra, indexados
      *           por numero y por producto.  Con el proveedor se
      *           pacta para un producto un precio fijo y una
      *           cantidad total comprometida dentro de unas fechas
      *           de vigencia; las entregas se piden despues con
      *           llamadas (ordenes de compra contra el acuerdo) y
      *           cada una suma su cantidad a la consumida.  El
      *           acuerdo activo (vigente, dentro de fechas y con
      *           cantidad pendiente) manda sobre el enlace
      *           producto-proveedor en la generacion automatica de
      *           ordenes.  La anulacion lo cierra sin borrarlo.
      ******************************************************************
       01  acuerdo-compra.
           05  acu-numero              PIC 9(6).
           05  acu-prov-id             PIC X(7).
           05  acu-producto-id         PIC 9(6).
           05  acu-precio              PIC 9(4)V99.
           05  acu-moneda              PIC X(3).
           05  acu-cantidad-comprometida PIC 9(8).
           05  acu-cantidad-consumida  PIC 9(8).
           05  acu-fecha-desde         PIC 9(8).
           05  acu-fecha-hasta         PIC 9(8).
           05  acu-estado              PIC X.
               88  acu-vigente         VALUE "A".
               88  acu-anulado         VALUE "X".
           05  acu-fecha-alta          PIC 9(8).
           05  acu-empleados-id        PIC X(7).
