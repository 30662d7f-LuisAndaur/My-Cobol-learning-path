      ******************************************************************
      * Copybook: REQUISICION-COMPRA
      * Purpose:  Layout de las requisiciones de compra, indexadas
      *           por numero y por producto.  Toda compra nace como
      *           requisicion: las sugeridas por la reposicion de
      *           stock critico y las pedidas a mano por cualquier
      *           departamento, cada una con su solicitante y su
      *           justificacion.  El importe se valora en EUR a la
      *           fecha de alta; la aprueba o rechaza un supervisor
      *           firmado cuyo limite de gasto cubra el importe (lo
      *           que supera todos los limites queda escalado al
      *           propietario) y solo la aprobada se convierte en
      *           orden de compra.  Cada paso anota quien actuo.
      ******************************************************************
       01  requisicion-compra.
           05  req-numero              PIC 9(6).
           05  req-origen              PIC X.
               88  req-sugerida        VALUE "S".
               88  req-manual          VALUE "M".
           05  req-departamento        PIC X(4).
           05  req-solicitante         PIC X(7).
           05  req-justificacion       PIC X(40).
           05  req-producto-id         PIC 9(6).
           05  req-prov-id             PIC X(7).
           05  req-cantidad            PIC 9(6).
           05  req-precio              PIC 9(4)V99.
           05  req-moneda              PIC X(3).
           05  req-importe-eur         PIC 9(9)V99.
      *    ACUERDO MARCO QUE CUBRE LA LINEA (0 = POR EL ENLACE)
           05  req-acuerdo             PIC 9(6).
           05  req-fecha-alta          PIC 9(8).
           05  req-estado              PIC X.
               88  req-pendiente       VALUE "P".
               88  req-escalada        VALUE "E".
               88  req-aprobada        VALUE "A".
               88  req-rechazada       VALUE "R".
               88  req-convertida      VALUE "C".
               88  req-por-resolver    VALUE "P" "E".
      *    DECISION: QUIEN APROBO O RECHAZO, CUANDO Y POR QUE
           05  req-resuelto-por        PIC X(8).
           05  req-fecha-resolucion    PIC 9(8).
           05  req-motivo              PIC X(30).
      *    CONVERSION A ORDEN DE COMPRA
           05  req-convertido-por      PIC X(8).
           05  req-fecha-conversion    PIC 9(8).
           05  req-oc-numero           PIC 9(6).
