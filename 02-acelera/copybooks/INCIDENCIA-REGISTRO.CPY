      ******************************************************************
      * Copybook: INCIDENCIA-REGISTRO
      * Purpose:  Layout de las incidencias y reclamaciones de
      *           clientes (entrega tarde, mercancia danada o
      *           equivocada...), indexadas por numero y con clave
      *           alternativa (con duplicados) por pedido, para que
      *           la consulta integral del pedido encuentre las
      *           suyas.  El numero sale de incidencias-control.dat.
      *           Cada incidencia es de un cliente y puede ir ligada
      *           a un pedido, a una factura y a una devolucion
      *           (linea devuelta del pedido); la prioridad fija la
      *           fecha objetivo de resolucion en dias habiles.  Los
      *           cambios de estado y de responsable quedan en
      *           incidencias-historia.dat.
      ******************************************************************
       01  incidencia-registro.
           05  inc-numero              PIC 9(6).
           05  inc-pedido              PIC 9(6).
           05  inc-clientes-id         PIC X(7).
           05  inc-factura             PIC 9(6).
      *    LINEA DEL PEDIDO DEVUELTA (0 = SIN DEVOLUCION LIGADA)
           05  inc-devolucion-linea    PIC 9(3).
           05  inc-fecha-alta          PIC 9(8).
           05  inc-categoria           PIC X(3).
               88  inc-cat-retraso         VALUE "RET".
               88  inc-cat-danado          VALUE "DAN".
               88  inc-cat-equivocado      VALUE "EQU".
               88  inc-cat-facturacion     VALUE "FAC".
               88  inc-cat-otros           VALUE "OTR".
               88  inc-cat-valida          VALUE "RET" "DAN" "EQU"
                                                 "FAC" "OTR".
           05  inc-prioridad           PIC X.
               88  inc-prio-alta           VALUE "A".
               88  inc-prio-media          VALUE "M".
               88  inc-prio-baja           VALUE "B".
               88  inc-prio-valida         VALUE "A" "M" "B".
           05  inc-fecha-objetivo      PIC 9(8).
           05  inc-responsable         PIC X(7).
           05  inc-estado              PIC X.
               88  inc-abierta             VALUE "A".
               88  inc-en-curso            VALUE "C".
               88  inc-resuelta            VALUE "R".
               88  inc-cerrada             VALUE "X".
               88  inc-pendiente           VALUE "A" "C".
           05  inc-descripcion         PIC X(60).
           05  inc-resolucion          PIC X(60).
           05  inc-fecha-resolucion    PIC 9(8).
           05  inc-registrado-por      PIC X(7).
