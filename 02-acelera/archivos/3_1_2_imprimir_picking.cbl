      *          genera su lista de picking en picking.prt con las
      *          lineas ordenadas por producto-id (el orden en que
      *          se recorre el almacen) y la descripcion resuelta en
      *          producto.dat (las lineas de servicio no se toman
      *          del almacen y no salen, ni las ya facturadas o en
      *          espera de stock de un pedido con backorder, ni las
      *          de envio directo, que sirve el proveedor), y el
      *          pedido pasa a preparado; el que solo lleva envio
      *          directo pasa a preparado sin lista.  La cabecera
      *          lleva la direccion de entrega del pedido (la tienda
      *          elegida en el alta o la ficha del cliente) con su
      *          ruta y sus notas.
      *          El albaran y el pase a enviado ya no salen de aqui:
      *          los emite CONFIRMAR_PICKING con las cantidades que
      *          el almacen confirmo de verdad, que ademas postea
      *          la salida de stock.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-lotes.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *DIRECCIONES DE ENTREGA DE LOS CLIENTES, SOLO LECTURA
       SELECT direcciones-envio
       ASSIGN TO "direcciones-envio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-direcciones.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE PEDIDO
       FD lotes-archivo.
           COPY "LOTE-REGISTRO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *DIRECCIONES DE ENTREGA
       FD direcciones-envio.
           COPY "DIRECCION-ENVIO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  recorriendo-lineas          PIC X VALUE "S".
      *    LINEAS DEL PEDIDO EN CURSO, ORDENADAS POR PRODUCTO PARA
      *    RECORRER EL ALMACEN DE UNA PASADA
       77  lineas-cargadas             PIC 9(3) VALUE 0.
       77  lineas-directas             PIC 9(3) VALUE 0.
       77  ix-lin                      PIC 9(3) VALUE 0.
       77  ix-menor                    PIC 9(3) VALUE 0.
       77  ix-busca                    PIC 9(3) VALUE 0.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  pd-cantidad             PIC ZZZ,ZZ9.

       01  envio-linea-direccion.
           05  FILLER                  PIC X(13) VALUE "ENTREGAR EN: ".
           05  el-direccion            PIC X(35).
           05  FILLER                  PIC X(7) VALUE "  RUTA ".
           05  el-ruta                 PIC X(4).

       01  envio-linea-contacto.
           05  FILLER                  PIC X(13) VALUE "CONTACTO...: ".
           05  el-contacto             PIC X(25).
           05  FILLER                  PIC X(6) VALUE "  TEL ".
           05  el-telefono             PIC X(9).

       01  envio-linea-notas.
           05  FILLER                  PIC X(13) VALUE "NOTAS......: ".
           05  el-notas                PIC X(40).

       77  fecha-sistema               PIC X(21).

      *    DIRECCION DE ENTREGA DEL PEDIDO EN CURSO: LA ELEGIDA EN
      *    direcciones-envio.dat O, SI ES 0, LA DE LA FICHA
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-direcciones          PIC X(02) VALUE "00".
       77  hay-clientes                PIC X VALUE "N".
       77  hay-direcciones             PIC X VALUE "N".
       01  envio-resuelto.
           05  er-direccion            PIC X(35).
           05  er-contacto             PIC X(25).
           05  er-telefono             PIC X(9).
           05  er-notas                PIC X(40).
           05  er-ruta                 PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
               MOVE "N" TO hay-lotes
           END-IF.

      *    SIN CLIENTES NI DIRECCIONES EL DOCUMENTO SALE SIN DESTINO
           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
           END-IF.

           OPEN INPUT direcciones-envio.
           IF estado-direcciones = "00"
               MOVE "S" TO hay-direcciones
           ELSE
               MOVE "N" TO hay-direcciones
           END-IF.

           OPEN EXTEND picking-impreso.
           IF estado-picking = "35"
               OPEN OUTPUT picking-impreso
           IF hay-lotes = "S"
               CLOSE lotes-archivo
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.
           IF hay-direcciones = "S"
               CLOSE direcciones-envio
           END-IF.

       BUSCAR-PEDIDOS-ABIERTOS.
           READ pedidos-archivo NEXT RECORD

           PERFORM CARGAR-LINEAS-PEDIDO.

           IF lineas-cargadas = 0 AND lineas-directas > 0
               DISPLAY "Pedido solo de envio directo, sin picking: "
                   pedido-en-curso
               PERFORM MARCAR-PREPARADO
               EXIT PARAGRAPH
           END-IF.

           IF lineas-cargadas = 0
               DISPLAY "Pedido sin lineas, sin picking: "
                   pedido-en-curso
           MOVE ped-numero TO pt-numero.
           MOVE ped-clientes-id TO pt-clientes-id.
           WRITE linea-picking FROM picking-titulo.
           PERFORM IMPRIMIR-DIRECCION-ENVIO.

           PERFORM SUMAR-DEPOSITOS-PEDIDO.
           IF suma-depositos > 0
           WRITE linea-picking FROM SPACES.
           ADD 1 TO total-picking.

           PERFORM MARCAR-PREPARADO.

       MARCAR-PREPARADO.
           SET ped-preparado TO TRUE.
           REWRITE pedido-cabecera
               INVALID KEY
                       pedido-en-curso
           END-REWRITE.

       IMPRIMIR-DIRECCION-ENVIO.
           PERFORM RESOLVER-DIRECCION-ENVIO.
           IF er-direccion = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE er-direccion TO el-direccion.
           MOVE er-ruta TO el-ruta.
           WRITE linea-picking FROM envio-linea-direccion.
           MOVE er-contacto TO el-contacto.
           MOVE er-telefono TO el-telefono.
           WRITE linea-picking FROM envio-linea-contacto.
           IF er-notas NOT = SPACES
               MOVE er-notas TO el-notas
               WRITE linea-picking FROM envio-linea-notas
           END-IF.

      *    EL PEDIDO VA A LA DIRECCION ELEGIDA EN EL ALTA; SI NO
      *    TIENE (0) O YA NO SE ENCUENTRA, A LA FICHA DEL CLIENTE.
      *    UNA DIRECCION DADA DE BAJA DESPUES SE RESPETA: EL PEDIDO
      *    YA SE TOMO PARA ELLA.
       RESOLVER-DIRECCION-ENVIO.
           MOVE SPACES TO envio-resuelto.

           IF ped-direccion-envio > 0 AND hay-direcciones = "S"
               MOVE ped-clientes-id TO dir-clientes-id
               MOVE ped-direccion-envio TO dir-numero
               READ direcciones-envio
                   INVALID KEY
                       DISPLAY "Direccion de entrega inexistente: "
                           ped-clientes-id "/" ped-direccion-envio
                   NOT INVALID KEY
                       MOVE dir-direccion TO er-direccion
                       MOVE dir-contacto  TO er-contacto
                       MOVE dir-telefono  TO er-telefono
                       MOVE dir-notas     TO er-notas
                       MOVE dir-ruta      TO er-ruta
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           IF hay-clientes = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ped-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE clientes-direccion TO er-direccion
                   MOVE clientes-contacto  TO er-contacto
                   MOVE clientes-telefono  TO er-telefono
                   MOVE clientes-ruta      TO er-ruta
           END-READ.

       CARGAR-LINEAS-PEDIDO.
           MOVE 0 TO lineas-cargadas.
           MOVE 0 TO lineas-directas.

           MOVE pedido-en-curso TO pedd-numero.
           MOVE 0 TO pedd-linea.
                   IF pedd-numero NOT = pedido-en-curso
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       EVALUATE TRUE
                           WHEN pedd-directa
                               ADD 1 TO lineas-directas
                           WHEN pedd-servicio
                           WHEN NOT pedd-activa
                               CONTINUE
                           WHEN lineas-cargadas < 100
                               ADD 1 TO lineas-cargadas
                               MOVE pedd-producto-id
                                   TO tl-producto-id(lineas-cargadas)
                               MOVE pedd-cantidad
                                   TO tl-cantidad(lineas-cargadas)
                               MOVE "N"
                                   TO tl-impresa(lineas-cargadas)
                           WHEN OTHER
                               DISPLAY "Pedido con mas de 100 "
                                   "lineas, exceso sin listar: "
                                   pedido-en-curso
                       END-EVALUATE
                   END-IF
           END-READ.

