      ******************************************************************
      * Copybook: COSTE-ADICIONAL
      * Purpose:  Layout del documento de coste de destino: factura
      *           del transitario, del agente de aduanas o del
      *           operador logistico que encarece la mercancia ya
      *           recibida.  Clave: proveedor emisor (prov-id) mas
      *           su numero de documento, para no registrar dos
      *           veces la misma factura.  El metodo indica como se
      *           repartio el importe entre las recepciones: por
      *           valor (cantidad por precio del proveedor), por
      *           cantidad o por peso.  Lo escribe COSTES_DESTINO;
      *           el detalle del reparto queda en costes-reparto.dat.
      ******************************************************************
       01  coste-adicional-registro.
           05  cad-clave.
               10  cad-prov-id         PIC X(7).
               10  cad-documento       PIC X(12).
           05  cad-concepto            PIC X(2).
               88  cad-flete           VALUE "FL".
               88  cad-aduana          VALUE "AD".
               88  cad-manipulacion    VALUE "MA".
               88  cad-concepto-valido VALUE "FL" "AD" "MA".
           05  cad-importe             PIC 9(7)V99.
           05  cad-metodo              PIC X.
               88  cad-por-valor       VALUE "V".
               88  cad-por-cantidad    VALUE "C".
               88  cad-por-peso        VALUE "P".
               88  cad-metodo-valido   VALUE "V" "C" "P".
           05  cad-fecha               PIC 9(8).
           05  cad-empleados-id        PIC X(7).
           05  cad-recepciones         PIC 9(3).
