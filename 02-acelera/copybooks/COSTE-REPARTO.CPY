      ******************************************************************
      * Copybook: COSTE-REPARTO
      * Purpose:  Layout de la linea de reparto de un coste de
      *           destino: la parte del documento (proveedor emisor
      *           mas numero) que le toco a una recepcion de
      *           recepciones.dat, identificada por orden, linea,
      *           fecha y producto.  Guarda la cantidad y el precio
      *           del proveedor de la recepcion para que el reporte
      *           de coste de destino compare sin releer nada mas.
      *           Archivo secuencial, solo se agrega al final.
      ******************************************************************
       01  coste-reparto-registro.
           05  crp-prov-id             PIC X(7).
           05  crp-documento           PIC X(12).
           05  crp-concepto            PIC X(2).
               88  crp-flete           VALUE "FL".
               88  crp-aduana          VALUE "AD".
               88  crp-manipulacion    VALUE "MA".
           05  crp-oc-numero           PIC 9(6).
           05  crp-linea               PIC 9(3).
           05  crp-fecha-recepcion     PIC 9(8).
           05  crp-producto-id         PIC 9(6).
           05  crp-cantidad            PIC 9(6).
           05  crp-precio              PIC 9(4)V99.
           05  crp-importe             PIC 9(7)V99.
           05  crp-fecha               PIC 9(8).
