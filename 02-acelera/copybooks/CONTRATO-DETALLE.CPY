      ******************************************************************
      * Copybook: CONTRATO-DETALLE
      * Purpose:  Layout de las lineas de contrato, indexadas por
      *           numero + linea.  Cada linea es lo que se cobra en
      *           cada periodo: el precio pactado y el codigo de IVA
      *           se guardan en la linea (por defecto los del maestro
      *           al dar de alta) y la factura los toma de aqui.
      ******************************************************************
       01  contrato-detalle.
           05  ctrd-clave.
               10  ctrd-numero         PIC 9(6).
               10  ctrd-linea          PIC 9(3).
           05  ctrd-producto-id        PIC 9(6).
           05  ctrd-cantidad           PIC 9(6).
           05  ctrd-precio             PIC 9(4)V99.
           05  ctrd-moneda             PIC X(3).
      *    CODIGO DE TIPO DE IVA (GE, RE, SR); EL PORCENTAJE VIGENTE
      *    A LA FECHA DE LA FACTURA VIVE EN tipos-iva.dat
           05  ctrd-iva-codigo         PIC X(2).
      *    TIPO DE LINEA COMO EN EL PEDIDO: ARTICULO O SERVICIO DE
      *    servicios.dat (EL PRODUCTO ES ENTONCES EL CODIGO DEL
      *    SERVICIO)
           05  ctrd-tipo-linea         PIC X.
               88  ctrd-articulo       VALUE "A" SPACE.
               88  ctrd-servicio       VALUE "S".
