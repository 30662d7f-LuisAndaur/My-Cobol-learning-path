      ******************************************************************
      * Copybook: PRECIO-PROGRAMADO
      * Purpose:  Layout de los cambios de precio con fecha de
      *           vigencia futura, indexados por fecha de vigencia +
      *           producto.  Los alimentan ACTUALIZAR_PRECIOS_PROVEEDOR
      *           (lineas con vigencia futura) y MANTENIMIENTO_PRODUCTO
      *           (precio programado a mano); la cadena nocturna los
      *           aplica la noche en que pasan a regir, con su
      *           historico de precio y su auditoria.  Un segundo
      *           cambio del mismo producto para la misma fecha
      *           reemplaza al primero.  El aplicado, el anulado y el
      *           rechazado (producto dado de baja o con otra moneda
      *           al llegar la fecha) se conservan como rastro.
      ******************************************************************
       01  precio-programado.
           05  ppg-clave.
               10  ppg-fecha-vigencia  PIC 9(8).
               10  ppg-producto-id     PIC 9(6).
           05  ppg-precio              PIC 9(4)V99.
           05  ppg-moneda              PIC X(3).
           05  ppg-origen              PIC X.
               88  ppg-de-proveedor    VALUE "L".
               88  ppg-de-mantenimiento VALUE "M".
           05  ppg-registrado-por      PIC X(7).
           05  ppg-fecha-alta          PIC 9(8).
           05  ppg-estado              PIC X.
               88  ppg-pendiente       VALUE "P".
               88  ppg-aplicado        VALUE "A".
               88  ppg-anulado         VALUE "X".
               88  ppg-rechazado       VALUE "R".
           05  ppg-fecha-resolucion    PIC 9(8).
           05  ppg-resuelto-por        PIC X(7).
