      *           RECEPCION_COMPRAS; las devoluciones a proveedor lo
      *           referencian y el reporte de desempeno de
      *           proveedores mide con el los plazos reales de
      *           entrega.  Cada linea guarda el precio unitario
      *           del proveedor; los costes de destino (flete,
      *           aranceles, manipulacion) se reparten contra estas
      *           lineas y se comparan con el.
      ******************************************************************
       01  recepcion-registro.
           05  rec-oc-numero           PIC 9(6).
           05  rec-producto-id         PIC 9(6).
           05  rec-cantidad            PIC 9(6).
           05  rec-fecha               PIC 9(8).
           05  rec-precio              PIC 9(4)V99.
