      ******************************************************************
      * Copybook: RECTIFICATIVA-REGISTRO
      * Purpose:  Layout de las facturas rectificativas, indexadas
      *           por numero de rectificativa y con clave alternativa
      *           (con duplicados) por factura + linea rectificada,
      *           para encontrar la ultima correccion de cada linea.
      *           Guarda la cantidad y el precio vigentes antes de la
      *           correccion y los corregidos; los importes son la
      *           diferencia en valor absoluto en la moneda de la
      *           linea, y el tipo dice si fue a favor del cliente
      *           (abono) o a favor de la casa (cargo).  El IVA y el
      *           recargo van a los tipos de la factura original.
      ******************************************************************
       01  rectificativa-registro.
           05  rct-numero              PIC 9(6).
           05  rct-origen.
               10  rct-factura         PIC 9(6).
               10  rct-linea           PIC 9(3).
           05  rct-clientes-id         PIC X(7).
           05  rct-fecha               PIC 9(8).
           05  rct-tipo                PIC X.
               88  rct-abono           VALUE "A".
               88  rct-cargo           VALUE "C".
           05  rct-producto-id         PIC 9(6).
           05  rct-moneda              PIC X(3).
           05  rct-cantidad-anterior   PIC 9(6).
           05  rct-precio-anterior     PIC 9(4)V99.
           05  rct-cantidad-corregida  PIC 9(6).
           05  rct-precio-corregido    PIC 9(4)V99.
           05  rct-tasa-iva            PIC 9(2)V99.
           05  rct-tasa-recargo        PIC 9(2)V99.
           05  rct-base                PIC 9(8)V99.
           05  rct-impuesto            PIC 9(8)V99.
           05  rct-recargo             PIC 9(8)V99.
           05  rct-total               PIC 9(8)V99.
           05  rct-motivo              PIC X(35).
           05  rct-usuario             PIC X(8).
