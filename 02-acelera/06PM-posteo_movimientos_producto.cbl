      *          se rechaza: se aplica lo disponible y el remanente
      *          queda en la cola de backorders (backorders.dat), que
      *          el propio posteo reintenta cada vez que aplica una
      *          entrada del mismo producto.  La misma entrada libera
      *          ademas los remanentes de pedidos de venta que
      *          esperan ese producto (lineas en B), por orden de
      *          pedido y hasta donde alcance lo recibido: el pedido
      *          en backorder vuelve a abierto para prepararse, y el
      *          que sigue en curso deja la linea liberada para
      *          cuando se facture lo anterior.  Los movimientos que
      *          referencian un producto inexistente se informan y no
      *          se aplican.  Cada movimiento aplicado deja su linea
      *          en el kardex con el saldo resultante.  La corrida es
      *          movimientos ya aplicado se traslada a un historico
      *          fechado y se vacia, de modo que el mismo insumo no
      *          puede aplicarse dos veces.
      *          Lo que esta en la ubicacion de cuarentena (CUA) es
      *          stock del maestro pero no vendible: la entrada en
      *          cuarentena no surte backorders ni libera pedidos,
      *          las salidas de otras ubicaciones no pueden llevarse
      *          lo que espera inspeccion, y es el traslado que lo
      *          libera de la cuarentena el que reintenta la cola y
      *          los remanentes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-backorders.

      *CABECERAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *LINEAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-detalle
       ASSIGN TO "pedidos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-detalle.

      *RESERVAS DE STOCK EN MODO INDEXADO
       SELECT reservas-archivo
       ASSIGN TO "reservas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rsv-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-reservas.

      *REGISTRO DE CONTROL DE CORRIDA (UN SOLO REGISTRO)
       SELECT posteo-control
       ASSIGN TO "posteo-control.dat"
       FD backorders-archivo.
           COPY "BACKORDER-REGISTRO.CPY".

      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *LINEAS DE PEDIDO
       FD pedidos-detalle.
           COPY "PEDIDO-DETALLE.CPY".

      *RESERVAS DE STOCK
       FD reservas-archivo.
           COPY "RESERVA-REGISTRO.CPY".

      *REGISTRO DE CONTROL DE CORRIDA
       FD posteo-control.
       01  control-corrida.
       77  evento-clave            PIC X(10) VALUE SPACES.
       77  evento-texto            PIC X(40) VALUE SPACES.

      *    REMANENTES DE PEDIDOS DE VENTA: SIN LOS TRES ARCHIVOS
      *    DE PEDIDOS EL POSTEO SIGUE, PERO NO LIBERA NADA
       77  estado-pedidos          PIC X(02) VALUE "00".
       77  estado-detalle          PIC X(02) VALUE "00".
       77  estado-reservas         PIC X(02) VALUE "00".
       77  hay-pedidos             PIC X VALUE "N".
       77  leyendo-reservas        PIC X VALUE "S".
       77  leyendo-lineas          PIC X VALUE "S".
       77  cupo-liberable          PIC 9(7) VALUE 0.
       77  lineas-liberadas-pedido PIC 9(3) VALUE 0.
       77  contador-liberadas      PIC 9(6) VALUE 0.

      *    STOCK EN CUARENTENA DEL PRODUCTO: NO SE VENDE NI SURTE
       77  stock-cuarentena        PIC 9(6) VALUE 0.
       77  stock-vendible          PIC 9(7) VALUE 0.
       77  ubicacion-surtido       PIC X(3) VALUE SPACES.

      *    LA COLA DE BACKORDERS VIVE EN MEMORIA DURANTE LA CORRIDA
      *    Y SE REGRABA COMPLETA AL CIERRE
       77  ocupados-bko            PIC 9(3) VALUE 0.
               GOBACK
           END-IF.

      *    LOS TRES ARCHIVOS DE PEDIDOS VAN JUNTOS: SI FALTA UNO NO
      *    SE LIBERAN REMANENTES
           OPEN I-O pedidos-archivo.
           OPEN I-O pedidos-detalle.
           OPEN I-O reservas-archivo.
           IF estado-pedidos = "00" AND estado-detalle = "00"
           AND estado-reservas = "00"
               MOVE "S" TO hay-pedidos
           ELSE
               MOVE "N" TO hay-pedidos
               DISPLAY "Sin pedidos, lineas o reservas, no se "
                   "liberan remanentes de pedidos"
               IF estado-pedidos = "00"
                   CLOSE pedidos-archivo
               END-IF
               IF estado-detalle = "00"
                   CLOSE pedidos-detalle
               END-IF
               IF estado-reservas = "00"
                   CLOSE reservas-archivo
               END-IF
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF hay-pedidos = "S"
               CLOSE pedidos-archivo
               CLOSE pedidos-detalle
               CLOSE reservas-archivo
           END-IF.

           CLOSE producto-movimientos.
           IF estado-movimientos NOT = "00"
               DISPLAY "Error al cerrar producto-movimientos, estado: "
      *    POLITICA DE SALIDAS: SE APLICA LO DISPONIBLE Y EL
      *    REMANENTE VA A LA COLA DE BACKORDERS EN LUGAR DE
      *    RECHAZARSE; CADA ENTRADA POSTERIOR DEL PRODUCTO REINTENTA
      *    LA COLA.  LA ENTRADA EN CUARENTENA NO REINTENTA NADA: LO
      *    HACE EL TRASLADO QUE LA LIBERA.
       APLICAR-MOVIMIENTO.
           PERFORM LEER-STOCK-CUARENTENA.

           EVALUATE TRUE
               WHEN producto-mov-entrada
                   ADD producto-mov-cantidad TO producto-stock
                   MOVE producto-mov-ubicacion TO ubicacion-trabajo
                   MOVE producto-mov-cantidad TO delta-ubicacion
                   PERFORM AJUSTAR-STOCK-UBICACION
                   IF producto-mov-ubicacion NOT = "CUA"
                       MOVE producto-mov-ubicacion
                           TO ubicacion-surtido
                       PERFORM REINTENTAR-BACKORDERS
                       PERFORM LIBERAR-REMANENTES-PEDIDOS
                   END-IF
               WHEN producto-mov-traslado
                   PERFORM APLICAR-TRASLADO
                   IF producto-mov-ubicacion = "CUA"
                   AND producto-mov-ubi-destino NOT = "CUA"
                       PERFORM LEER-STOCK-CUARENTENA
                       MOVE producto-mov-ubi-destino
                           TO ubicacion-surtido
                       PERFORM REINTENTAR-BACKORDERS
                       PERFORM LIBERAR-REMANENTES-PEDIDOS
                   END-IF
               WHEN OTHER
      *            SOLO LA SALIDA DESDE LA PROPIA CUARENTENA (MERMA
      *            O DEVOLUCION AL PROVEEDOR) TOCA LO QUE ESPERA
      *            INSPECCION
                   IF producto-mov-ubicacion = "CUA"
                       MOVE producto-stock TO stock-vendible
                   ELSE
                       PERFORM CALCULAR-STOCK-VENDIBLE
                   END-IF
                   IF producto-mov-cantidad > stock-vendible
                       MOVE stock-vendible TO cantidad-aplicable
                       COMPUTE cantidad-pendiente =
                           producto-mov-cantidad - stock-vendible
                       PERFORM ENCOLAR-BACKORDER

                       IF cantidad-aplicable > 0
                           SUBTRACT cantidad-aplicable
                               FROM producto-stock
                           MOVE cantidad-aplicable
                               TO producto-mov-cantidad
                           PERFORM GRABAR-MOVIMIENTO-APLICADO
           ADD 1 TO contador-posteados.
           PERFORM GRABAR-KARDEX.

       LEER-STOCK-CUARENTENA.
           MOVE 0 TO stock-cuarentena.
           MOVE producto-id TO su-producto-id.
           MOVE "CUA" TO su-ubi-id.
           READ stock-ubicacion
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE su-stock TO stock-cuarentena
           END-READ.

       CALCULAR-STOCK-VENDIBLE.
           IF stock-cuarentena >= producto-stock
               MOVE 0 TO stock-vendible
           ELSE
               COMPUTE stock-vendible =
                   producto-stock - stock-cuarentena
           END-IF.

       AJUSTAR-STOCK-UBICACION.
           MOVE producto-id TO su-producto-id.
           MOVE ubicacion-trabajo TO su-ubi-id.

      *    EL REGISTRO DE PRODUCTO SIGUE EN MEMORIA CON EL STOCK
      *    RECIEN AUMENTADO; LA COLA SE SURTE EN ORDEN DE LLEGADA
      *    HASTA AGOTAR EL STOCK VENDIBLE O LA COLA.
       REINTENTAR-BACKORDERS.
           MOVE 0 TO ix-bko.
           PERFORM SURTIR-SI-CORRESPONDE
           UNTIL ix-bko >= ocupados-bko
               OR producto-stock <= stock-cuarentena.

       SURTIR-SI-CORRESPONDE.
           ADD 1 TO ix-bko.

           IF tbk-estado(ix-bko) = "P"
           AND tbk-producto-id(ix-bko) = producto-id
               PERFORM CALCULAR-STOCK-VENDIBLE
               IF stock-vendible >= tbk-pendiente(ix-bko)
                   MOVE tbk-pendiente(ix-bko) TO cantidad-surtida
                   MOVE 0 TO tbk-pendiente(ix-bko)
                   MOVE "C" TO tbk-estado(ix-bko)
                   ADD 1 TO contador-surtidos
               ELSE
                   MOVE stock-vendible TO cantidad-surtida
                   SUBTRACT cantidad-surtida
                       FROM tbk-pendiente(ix-bko)
               END-IF
               PERFORM GRABAR-SURTIDO-BACKORDER

      *        EL SURTIDO SALE DE LA UBICACION DONDE ACABA DE
      *        ENTRAR LA MERCANCIA, O A DONDE LA LIBERO LA
      *        CUARENTENA
               MOVE ubicacion-surtido TO ubicacion-trabajo
               COMPUTE delta-ubicacion = 0 - cantidad-surtida
               PERFORM AJUSTAR-STOCK-UBICACION

                   " cantidad " cantidad-surtida
           END-IF.

      *    LO RECIBIDO QUE NO SE LLEVO LA COLA DE BACKORDERS SE
      *    OFRECE A LOS PEDIDOS QUE ESPERAN EL PRODUCTO, RECORRIENDO
      *    SUS RESERVAS POR ORDEN DE PEDIDO.  EL CUPO ES LA ENTRADA
      *    (NO TODO EL STOCK, QUE YA ESTA COMPROMETIDO) Y UNA LINEA
      *    SOLO SE LIBERA SI CABE ENTERA.
       LIBERAR-REMANENTES-PEDIDOS.
           IF hay-pedidos = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-STOCK-VENDIBLE.
           IF stock-vendible < producto-mov-cantidad
               MOVE stock-vendible TO cupo-liberable
           ELSE
               MOVE producto-mov-cantidad TO cupo-liberable
           END-IF.
           IF cupo-liberable = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-id TO rsv-producto-id.
           MOVE 0 TO rsv-pedido.
           START reservas-archivo KEY IS NOT LESS THAN rsv-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-reservas.
           PERFORM LIBERAR-POR-RESERVA
           UNTIL leyendo-reservas = "N"
               OR cupo-liberable = 0.

       LIBERAR-POR-RESERVA.
           READ reservas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-reservas
               NOT AT END
                   IF rsv-producto-id NOT = producto-id
                       MOVE "N" TO leyendo-reservas
                   ELSE
                       PERFORM LIBERAR-PEDIDO-RESERVA
                   END-IF
           END-READ.

       LIBERAR-PEDIDO-RESERVA.
           MOVE rsv-pedido TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ped-abierto AND NOT ped-preparado
           AND NOT ped-enviado AND NOT ped-en-backorder
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO lineas-liberadas-pedido.
           MOVE ped-numero TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-lineas.
           PERFORM LIBERAR-LINEA-PEDIDO
           UNTIL leyendo-lineas = "N"
               OR cupo-liberable = 0.

           IF lineas-liberadas-pedido > 0 AND ped-en-backorder
               SET ped-abierto TO TRUE
               REWRITE pedido-cabecera
                   INVALID KEY
                       DISPLAY "No se pudo reabrir el pedido: "
                           ped-numero
               END-REWRITE
           END-IF.

      *    CON EL PEDIDO SIN NADA EN CURSO (A O B) LA LINEA VUELVE
      *    A ACTIVA Y SALE EN EL PROXIMO PICKING; CON EL PEDIDO
      *    PREPARADO O ENVIADO QUEDA LIBERADA Y LA FACTURACION LA
      *    REACTIVA AL CERRAR LO QUE YA SALIO.
       LIBERAR-LINEA-PEDIDO.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-lineas
               NOT AT END
                   IF pedd-numero NOT = ped-numero
                       MOVE "N" TO leyendo-lineas
                   ELSE
                       IF pedd-en-backorder
                       AND pedd-producto-id = producto-id
                       AND pedd-cantidad <= cupo-liberable
                           PERFORM MARCAR-LINEA-LIBERADA
                       END-IF
                   END-IF
           END-READ.

       MARCAR-LINEA-LIBERADA.
           IF ped-abierto OR ped-en-backorder
               SET pedd-activa TO TRUE
           ELSE
               SET pedd-liberada TO TRUE
           END-IF.

           REWRITE pedido-detalle
               INVALID KEY
                   DISPLAY "No se pudo liberar la linea " pedd-linea
                       " del pedido " pedd-numero
                   EXIT PARAGRAPH
           END-REWRITE.

           SUBTRACT pedd-cantidad FROM cupo-liberable.
           ADD 1 TO lineas-liberadas-pedido.
           ADD 1 TO contador-liberadas.
           DISPLAY "Remanente liberado: pedido " pedd-numero
               " linea " pedd-linea " cantidad " pedd-cantidad.

       GRABAR-SURTIDO-BACKORDER.
           REWRITE producto-registro
               INVALID KEY
           DISPLAY "Movimientos rechazados.: " contador-rechazados.
           DISPLAY "Backorders encolados...: " contador-backorders.
           DISPLAY "Backorders surtidos....: " contador-surtidos.
           DISPLAY "Remanentes liberados...: " contador-liberadas.

       END PROGRAM "POSTEO_MOVIMIENTOS_PRODUCTO".
