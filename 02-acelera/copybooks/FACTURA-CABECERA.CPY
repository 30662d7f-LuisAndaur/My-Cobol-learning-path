      *           numero de factura.  Los totales se llevan por
      *           moneda (hasta tres monedas por factura) porque las
      *           lineas heredan el producto-moneda de cada articulo.
      *           El tipo distingue la factura de venta de la de
      *           intereses de demora, que no lleva IVA ni cuenta
      *           como venta en los reportes.  Al cliente en recargo
      *           de equivalencia se le factura ademas el recargo,
      *           que va en su propio total por moneda y esta
      *           incluido en fac-total.
      ******************************************************************
       01  factura-cabecera.
           05  fac-numero              PIC 9(6).
               10  fac-base            PIC 9(8)V99.
               10  fac-impuesto        PIC 9(8)V99.
               10  fac-total           PIC 9(8)V99.
           05  fac-tipo                PIC X.
               88  fac-ordinaria       VALUE "F" SPACE.
               88  fac-intereses       VALUE "I".
           05  fac-recargo-equiv       PIC X.
               88  fac-con-recargo     VALUE "S".
           05  fac-recargos-moneda OCCURS 3 TIMES.
               10  fac-recargo         PIC 9(8)V99.
