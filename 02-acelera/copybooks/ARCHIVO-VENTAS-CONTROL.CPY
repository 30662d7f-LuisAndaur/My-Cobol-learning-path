      ******************************************************************
      * Copybook: ARCHIVO-VENTAS-CONTROL
      * Purpose:  Layout del control del archivo anual de ventas
      *           (archivo-ventas-control.dat), un registro por
      *           corrida de ARCHIVAR_VENTAS.  Guarda el anio de
      *           corte, que es ademas el anio en el nombre de los
      *           historicos (pedidos-hAAAA.dat, pedidos-detalle-
      *           hAAAA.dat, facturas-hAAAA.dat, facturas-detalle-
      *           hAAAA.dat y cartera-hAAAA.dat), y los totales de
      *           control que prueban que nada se perdio: por archivo
      *           lo leido, lo archivado y lo conservado, lo que se
      *           releyo del historico recien grabado y lo que quedo
      *           en el vivo al terminar.  En cartera se llevan
      *           ademas los importes; el neto archivado (cargos
      *           menos pagos) es cero porque solo se archivan
      *           facturas y recibos que se saldan entre si.  Los
      *           desbordes son los documentos que no cupieron en
      *           memoria y quedaron vivos; si la ultima corrida de un
      *           anio los tuvo, ese anio se puede repetir y la nueva
      *           corrida agrega otro registro con el mismo anio.  Las
      *           consultas recorren estos registros para saber en
      *           que historicos buscar, una vez por anio.
      ******************************************************************
       01  archivo-ventas-control.
           05  avc-anio-corte          PIC 9(4).
           05  avc-fecha-corrida       PIC 9(8).
           05  avc-retencion           PIC 9(2).
      *    1 = PEDIDOS, 2 = LINEAS DE PEDIDO, 3 = FACTURAS,
      *    4 = LINEAS DE FACTURA, 5 = CARTERA
           05  avc-conteos OCCURS 5 TIMES.
               10  avc-leidos          PIC 9(7).
               10  avc-archivados      PIC 9(7).
               10  avc-conservados     PIC 9(7).
               10  avc-en-historico    PIC 9(7).
               10  avc-vivos-despues   PIC 9(7).
           05  avc-cartera-leido       PIC 9(9)V99.
           05  avc-cartera-archivado   PIC 9(9)V99.
           05  avc-cartera-conservado  PIC 9(9)V99.
           05  avc-cartera-neto        PIC S9(9)V99.
           05  avc-resultado           PIC X.
               88  avc-cuadrado        VALUE "S".
               88  avc-descuadrado     VALUE "N".
           05  avc-desbordes           PIC 9(6).
