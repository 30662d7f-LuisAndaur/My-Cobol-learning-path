      ******************************************************************
      * Author:
      * Date:
      * Purpose: Ordenes de compra de envio directo.  Los articulos
      *          voluminosos que no tenemos en almacen se venden con
      *          la linea de pedido marcada como envio directo (tipo
      *          D): el proveedor los sirve en casa del cliente.  Esta
      *          corrida recorre los pedidos en curso (abiertos,
      *          preparados, enviados o en backorder; el retenido por
      *          credito espera a que lo liberen), toma sus lineas de
      *          envio directo aun sin pedir y las pide al proveedor
      *          preferente del producto (el primer enlace de
      *          producto-proveedor.dat, como GENERAR_ORDENES_COMPRA).
      *          Las lineas de un mismo pedido y proveedor van en una
      *          sola orden directa: si ya hay una sin cerrar se le
      *          agregan, si no se abre otra numerada desde
      *          oc-control.dat.  La orden lleva el pedido, el
      *          cliente y la direccion de entrega del pedido (la
      *          tienda elegida o la ficha del cliente), y cada linea
      *          el mismo numero que la linea de pedido.  La linea de
      *          pedido pasa a O (pedida al proveedor); no se reserva
      *          ni se mueve stock.  La linea lleva el ultimo precio
      *          del enlace como precio pactado.  El documento para
      *          el proveedor sale en ordenes-compra.prt.  Un
      *          producto bloqueado para compra o descatalogado no se
      *          pide: la linea queda sin pedir y se avisa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ORDENES_ENVIO_DIRECTO".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS DE PEDIDO, SOLO LECTURA
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

      *ARCHIVO FISICO DE PRODUCTOS, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *ENLACES PRODUCTO-PROVEEDOR, SOLO LECTURA
       SELECT producto-proveedor
       ASSIGN TO "producto-proveedor.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-enlaces.

      *CABECERAS DE ORDEN DE COMPRA
       SELECT ordenes-compra
       ASSIGN TO "ordenes-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ordenes.

      *LINEAS DE ORDEN DE COMPRA
       SELECT ordenes-detalle
       ASSIGN TO "ordenes-compra-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ocd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ocdet.

      *REGISTRO DE NUMERACION DE ORDENES (UN SOLO REGISTRO)
       SELECT oc-control
       ASSIGN TO "oc-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *DOCUMENTOS DE ORDEN IMPRESOS
       SELECT ordenes-impresas
       ASSIGN TO "ordenes-compra.prt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-impresas.

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
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *LINEAS DE PEDIDO
       FD pedidos-detalle.
           COPY "PEDIDO-DETALLE.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *ENLACES PRODUCTO-PROVEEDOR
       FD producto-proveedor.
           COPY "PRODUCTO-PROVEEDOR.CPY".

      *CABECERAS DE ORDEN DE COMPRA
       FD ordenes-compra.
           COPY "ORDEN-COMPRA-CABECERA.CPY".

      *LINEAS DE ORDEN DE COMPRA
       FD ordenes-detalle.
           COPY "ORDEN-COMPRA-DETALLE.CPY".

      *REGISTRO DE NUMERACION
       FD oc-control.
       01  control-registro.
           05  ctrl-ultima-orden       PIC 9(6).

      *DOCUMENTOS IMPRESOS
       FD ordenes-impresas.
       01  linea-impresa               PIC X(80).

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *DIRECCIONES DE ENTREGA
       FD direcciones-envio.
           COPY "DIRECCION-ENVIO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  recorriendo-lineas          PIC X VALUE "S".
       77  leyendo-ordenes             PIC X VALUE "S".
       77  orden-hallada               PIC X VALUE "N".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-detalle              PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-enlaces              PIC X(02) VALUE "00".
       77  estado-ordenes              PIC X(02) VALUE "00".
       77  estado-ocdet                PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-impresas             PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-direcciones          PIC X(02) VALUE "00".
       77  hay-clientes                PIC X VALUE "N".
       77  hay-direcciones             PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  numero-orden                PIC 9(6) VALUE 0.
       77  pedido-en-curso             PIC 9(6) VALUE 0.
       77  proveedor-en-curso          PIC X(7) VALUE SPACES.
       77  lineas-agregadas            PIC 9(3) VALUE 0.
       77  total-lineas-pedidas        PIC 9(6) VALUE 0.
       77  total-sin-proveedor         PIC 9(6) VALUE 0.
       77  total-bloqueados            PIC 9(6) VALUE 0.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-compra       VALUE "C" "D".
       77  total-ordenes-nuevas        PIC 9(4) VALUE 0.
       77  total-ordenes-ampliadas     PIC 9(4) VALUE 0.

      *    LINEAS DE ENVIO DIRECTO DEL PEDIDO EN CURSO AUN SIN
      *    PEDIR, CON SU PROVEEDOR PREFERENTE YA RESUELTO
       77  lineas-directas             PIC 9(3) VALUE 0.
       77  ix-dir                      PIC 9(3) VALUE 0.
       77  ix-grupo                    PIC 9(3) VALUE 0.
       01  tabla-directas.
           05  entrada-directa OCCURS 100 TIMES.
               10  tdi-linea           PIC 9(3).
               10  tdi-producto-id     PIC 9(6).
               10  tdi-cantidad        PIC 9(6).
               10  tdi-prov-id         PIC X(7).
               10  tdi-precio          PIC 9(4)V99.
               10  tdi-pedida          PIC X.

      *    DESTINO DEL PEDIDO EN CURSO: LA DIRECCION ELEGIDA EN
      *    direcciones-envio.dat O, SI ES 0, LA DE LA FICHA
       01  envio-resuelto.
           05  er-nombre               PIC X(35).
           05  er-direccion            PIC X(35).
           05  er-contacto             PIC X(25).
           05  er-telefono             PIC X(9).
           05  er-notas                PIC X(40).

       01  orden-titulo.
           05  ot-texto                PIC X(17).
           05  ot-numero               PIC 9(6).
           05  FILLER                  PIC X(13)
               VALUE "  PROVEEDOR: ".
           05  ot-prov-id              PIC X(7).
           05  FILLER                  PIC X(8) VALUE "  FECHA ".
           05  ot-fecha                PIC 9(8).

       01  orden-directa-pedido.
           05  FILLER                  PIC X(30)
               VALUE "ENVIO DIRECTO AL CLIENTE.... ".
           05  odp-clientes-id         PIC X(7).
           05  FILLER                  PIC X(10) VALUE "  PEDIDO: ".
           05  odp-pedido              PIC 9(6).

       01  orden-directa-nombre.
           05  FILLER                  PIC X(13) VALUE "DESTINATARIO:".
           05  FILLER                  PIC X VALUE SPACE.
           05  odn-nombre              PIC X(35).

       01  orden-directa-direccion.
           05  FILLER                  PIC X(13) VALUE "ENTREGAR EN: ".
           05  FILLER                  PIC X VALUE SPACE.
           05  odd-direccion           PIC X(35).

       01  orden-directa-contacto.
           05  FILLER                  PIC X(13) VALUE "CONTACTO...: ".
           05  FILLER                  PIC X VALUE SPACE.
           05  odc-contacto            PIC X(25).
           05  FILLER                  PIC X(6) VALUE "  TEL ".
           05  odc-telefono            PIC X(9).

       01  orden-directa-notas.
           05  FILLER                  PIC X(13) VALUE "NOTAS......: ".
           05  FILLER                  PIC X VALUE SPACE.
           05  odo-notas               PIC X(40).

       01  orden-linea-impresa.
           05  ol-linea                PIC 9(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ol-producto             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ol-descript             PIC X(35).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ol-cantidad             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           MOVE "S" TO si-no.
           PERFORM BUSCAR-PEDIDOS-EN-CURSO
           UNTIL si-no = "N".

           PERFORM GRABAR-ULTIMO-NUMERO.

           DISPLAY "Lineas pedidas al proveedor..: "
               total-lineas-pedidas.
           DISPLAY "Lineas sin proveedor enlazado: "
               total-sin-proveedor.
           DISPLAY "Lineas de producto bloqueado.: "
               total-bloqueados.
           DISPLAY "Ordenes directas nuevas......: "
               total-ordenes-nuevas.
           DISPLAY "Ordenes directas ampliadas...: "
               total-ordenes-ampliadas.
           DISPLAY "Documentos en ordenes-compra.prt".
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT pedidos-archivo.
           IF estado-pedidos NOT = "00"
               DISPLAY "No se pudo abrir pedidos.dat, estado: "
                   estado-pedidos
               STOP RUN
           END-IF.

           OPEN I-O pedidos-detalle.
           IF estado-detalle NOT = "00"
               DISPLAY "No se pudo abrir pedidos-detalle.dat, "
                   "estado: " estado-detalle
               STOP RUN
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               STOP RUN
           END-IF.

           OPEN INPUT producto-proveedor.
           IF estado-enlaces NOT = "00"
               DISPLAY "No se pudo abrir producto-proveedor.dat, "
                   "estado: " estado-enlaces
               STOP RUN
           END-IF.

           OPEN I-O ordenes-compra.
           IF estado-ordenes = "35"
               OPEN OUTPUT ordenes-compra
               CLOSE ordenes-compra
               OPEN I-O ordenes-compra
           END-IF.
           IF estado-ordenes NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.dat, "
                   "estado: " estado-ordenes
               STOP RUN
           END-IF.

           OPEN I-O ordenes-detalle.
           IF estado-ocdet = "35"
               OPEN OUTPUT ordenes-detalle
               CLOSE ordenes-detalle
               OPEN I-O ordenes-detalle
           END-IF.
           IF estado-ocdet NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-detalle.dat, "
                   "estado: " estado-ocdet
               STOP RUN
           END-IF.

           OPEN EXTEND ordenes-impresas.
           IF estado-impresas = "35"
               OPEN OUTPUT ordenes-impresas
           END-IF.
           IF estado-impresas NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.prt, "
                   "estado: " estado-impresas
               STOP RUN
           END-IF.

      *    SIN CLIENTES NI DIRECCIONES LA ORDEN SALE SIN DESTINO Y
      *    COMPRAS LO COMPLETA AL TRANSMITIRLA
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

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           CLOSE producto-dinamic.
           CLOSE producto-proveedor.
           CLOSE ordenes-compra.
           CLOSE ordenes-detalle.
           CLOSE ordenes-impresas.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.
           IF hay-direcciones = "S"
               CLOSE direcciones-envio
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT oc-control.
           IF estado-control = "35"
               MOVE 0 TO numero-orden
           ELSE
               READ oc-control
                   AT END
                       MOVE 0 TO numero-orden
                   NOT AT END
                       MOVE ctrl-ultima-orden TO numero-orden
               END-READ
               CLOSE oc-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT oc-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar oc-control.dat, estado: "
                   estado-control
           ELSE
               MOVE numero-orden TO ctrl-ultima-orden
               WRITE control-registro
               CLOSE oc-control
           END-IF.

      *    EL PEDIDO RETENIDO POR CREDITO NO COMPROMETE AL PROVEEDOR
      *    HASTA QUE EL SUPERVISOR LO LIBERE; EL FACTURADO O ANULADO
      *    YA NO PIDE NADA
       BUSCAR-PEDIDOS-EN-CURSO.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-pedidos NOT = "00"
                       DISPLAY "Error leyendo pedidos.dat, estado: "
                           estado-pedidos
                       MOVE "N" TO si-no
                   ELSE
                       IF ped-abierto OR ped-preparado
                       OR ped-enviado OR ped-en-backorder
                           PERFORM PEDIR-LINEAS-DIRECTAS
                       END-IF
                   END-IF
           END-READ.

       PEDIR-LINEAS-DIRECTAS.
           MOVE ped-numero TO pedido-en-curso.

           PERFORM CARGAR-LINEAS-DIRECTAS.
           IF lineas-directas = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESOLVER-DIRECCION-ENVIO.

           MOVE 0 TO ix-dir.
           PERFORM ORDENAR-SI-PENDIENTE
           UNTIL ix-dir >= lineas-directas.

       CARGAR-LINEAS-DIRECTAS.
           MOVE 0 TO lineas-directas.

           MOVE pedido-en-curso TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo-lineas.
           PERFORM CARGAR-UNA-DIRECTA
           UNTIL recorriendo-lineas = "N".

       CARGAR-UNA-DIRECTA.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF pedd-numero NOT = pedido-en-curso
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF pedd-directa AND pedd-activa
                           PERFORM ANOTAR-LINEA-DIRECTA
                       END-IF
                   END-IF
           END-READ.

      *    EL PROVEEDOR PREFERENTE ES EL PRIMER ENLACE DEL PRODUCTO;
      *    SIN ENLACE LA LINEA SIGUE SIN PEDIR Y SE REINTENTA EN LA
      *    PROXIMA CORRIDA, CUANDO COMPRAS LO HAYA DADO DE ALTA
       ANOTAR-LINEA-DIRECTA.
           MOVE pedd-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE "A" TO producto-estado
                   MOVE 0 TO producto-estado-fecha
           END-READ.
           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-compra
               ADD 1 TO total-bloqueados
               DISPLAY "Producto bloqueado para compra, linea sin "
                   "pedir: " pedido-en-curso "/" pedd-linea
                   " producto " pedd-producto-id
               EXIT PARAGRAPH
           END-IF.

           MOVE pedd-producto-id TO prpr-producto-id.
           MOVE SPACES TO prpr-prov-id.
           START producto-proveedor KEY IS NOT LESS THAN prpr-clave
               INVALID KEY
                   MOVE 0 TO prpr-producto-id
           END-START.

           IF prpr-producto-id = pedd-producto-id
               READ producto-proveedor NEXT RECORD
                   AT END
                       MOVE 0 TO prpr-producto-id
               END-READ
           END-IF.

           IF prpr-producto-id NOT = pedd-producto-id
               ADD 1 TO total-sin-proveedor
               DISPLAY "Producto sin proveedor enlazado, linea sin "
                   "pedir: " pedido-en-curso "/" pedd-linea
                   " producto " pedd-producto-id
               EXIT PARAGRAPH
           END-IF.

           IF lineas-directas >= 100
               DISPLAY "Pedido con mas de 100 lineas de envio "
                   "directo, exceso sin pedir: " pedido-en-curso
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO lineas-directas.
           MOVE pedd-linea TO tdi-linea(lineas-directas).
           MOVE pedd-producto-id TO tdi-producto-id(lineas-directas).
           MOVE pedd-cantidad TO tdi-cantidad(lineas-directas).
           MOVE prpr-prov-id TO tdi-prov-id(lineas-directas).
           MOVE prpr-ultimo-precio TO tdi-precio(lineas-directas).
           MOVE "N" TO tdi-pedida(lineas-directas).

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

      *    EL PEDIDO VA A LA DIRECCION ELEGIDA EN EL ALTA; SI NO
      *    TIENE (0) O YA NO SE ENCUENTRA, A LA FICHA DEL CLIENTE.
      *    EL NOMBRE DEL DESTINATARIO ES SIEMPRE EL DEL CLIENTE.
       RESOLVER-DIRECCION-ENVIO.
           MOVE SPACES TO envio-resuelto.

           IF hay-clientes = "S"
               MOVE ped-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE clientes-nombre    TO er-nombre
                       MOVE clientes-direccion TO er-direccion
                       MOVE clientes-contacto  TO er-contacto
                       MOVE clientes-telefono  TO er-telefono
               END-READ
           END-IF.

           IF ped-direccion-envio = 0 OR hay-direcciones = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ped-clientes-id TO dir-clientes-id.
           MOVE ped-direccion-envio TO dir-numero.
           READ direcciones-envio
               INVALID KEY
                   DISPLAY "Direccion de entrega inexistente: "
                       ped-clientes-id "/" ped-direccion-envio
               NOT INVALID KEY
                   MOVE dir-direccion TO er-direccion
                   MOVE dir-contacto  TO er-contacto
                   MOVE dir-telefono  TO er-telefono
                   MOVE dir-notas     TO er-notas
           END-READ.

      *    UNA ORDEN POR PEDIDO Y PROVEEDOR: LA PRIMERA LINEA SIN
      *    PEDIR ARRASTRA A TODAS LAS DEMAS DEL MISMO PROVEEDOR
       ORDENAR-SI-PENDIENTE.
           ADD 1 TO ix-dir.

           IF tdi-pedida(ix-dir) = "N"
               MOVE tdi-prov-id(ix-dir) TO proveedor-en-curso
               PERFORM EMITIR-ORDEN-DIRECTA
           END-IF.

      *    LA ORDEN DIRECTA DEL MISMO PEDIDO Y PROVEEDOR QUE AUN NO
      *    ESTA CERRADA SE AMPLIA; SI NO HAY, SE ABRE UNA NUEVA
       EMITIR-ORDEN-DIRECTA.
           PERFORM UBICAR-ORDEN-DIRECTA.

           IF orden-hallada = "S"
               MOVE "AMPLIACION ORDEN " TO ot-texto
               ADD 1 TO total-ordenes-ampliadas
           ELSE
               ADD 1 TO numero-orden
               ADD 1 TO total-ordenes-nuevas
               MOVE SPACES TO orden-compra-cabecera
               MOVE numero-orden TO oc-numero
               MOVE proveedor-en-curso TO oc-prov-id
               MOVE fecha-sistema(1:8) TO oc-fecha
               SET oc-abierta TO TRUE
               MOVE 0 TO oc-total-lineas
               SET oc-directa TO TRUE
               MOVE pedido-en-curso TO oc-pedido
               MOVE ped-clientes-id TO oc-clientes-id
               MOVE er-nombre TO oc-entrega-nombre
               MOVE er-direccion TO oc-entrega-direccion
               MOVE er-contacto TO oc-entrega-contacto
               MOVE er-telefono TO oc-entrega-telefono
               MOVE er-notas TO oc-entrega-notas
               MOVE "ORDEN DE COMPRA  " TO ot-texto
           END-IF.

           PERFORM IMPRIMIR-CABECERA-DIRECTA.

           MOVE 0 TO lineas-agregadas.
           MOVE 0 TO ix-grupo.
           PERFORM RECOGER-LINEA-PROVEEDOR
           UNTIL ix-grupo >= lineas-directas.

           ADD lineas-agregadas TO oc-total-lineas.
           IF orden-hallada = "S"
               REWRITE orden-compra-cabecera
                   INVALID KEY
                       DISPLAY "No se pudo ampliar la orden, "
                           "estado: " estado-ordenes
               END-REWRITE
           ELSE
               WRITE orden-compra-cabecera
                   INVALID KEY
                       DISPLAY "No se pudo grabar la orden, "
                           "estado: " estado-ordenes
               END-WRITE
           END-IF.

           WRITE linea-impresa FROM SPACES.

       UBICAR-ORDEN-DIRECTA.
           MOVE "N" TO orden-hallada.

           MOVE 0 TO oc-numero.
           START ordenes-compra KEY IS NOT LESS THAN oc-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-ordenes.
           PERFORM PROBAR-ORDEN-DIRECTA
           UNTIL leyendo-ordenes = "N".

       PROBAR-ORDEN-DIRECTA.
           READ ordenes-compra NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-ordenes
               NOT AT END
                   IF oc-directa
                   AND oc-pedido = pedido-en-curso
                   AND oc-prov-id = proveedor-en-curso
                   AND NOT oc-cerrada
                       MOVE "S" TO orden-hallada
                       MOVE "N" TO leyendo-ordenes
                   END-IF
           END-READ.

       IMPRIMIR-CABECERA-DIRECTA.
           MOVE oc-numero TO ot-numero.
           MOVE oc-prov-id TO ot-prov-id.
           MOVE fecha-sistema(1:8) TO ot-fecha.
           WRITE linea-impresa FROM orden-titulo.

           MOVE oc-clientes-id TO odp-clientes-id.
           MOVE oc-pedido TO odp-pedido.
           WRITE linea-impresa FROM orden-directa-pedido.

           MOVE oc-entrega-nombre TO odn-nombre.
           WRITE linea-impresa FROM orden-directa-nombre.
           MOVE oc-entrega-direccion TO odd-direccion.
           WRITE linea-impresa FROM orden-directa-direccion.
           MOVE oc-entrega-contacto TO odc-contacto.
           MOVE oc-entrega-telefono TO odc-telefono.
           WRITE linea-impresa FROM orden-directa-contacto.
           IF oc-entrega-notas NOT = SPACES
               MOVE oc-entrega-notas TO odo-notas
               WRITE linea-impresa FROM orden-directa-notas
           END-IF.

       RECOGER-LINEA-PROVEEDOR.
           ADD 1 TO ix-grupo.

           IF tdi-pedida(ix-grupo) = "N"
           AND tdi-prov-id(ix-grupo) = proveedor-en-curso
               PERFORM GRABAR-LINEA-DIRECTA
           END-IF.

      *    LA LINEA DE LA ORDEN TOMA EL NUMERO DE LA LINEA DE PEDIDO:
      *    ASI LA CONFIRMACION DEL PROVEEDOR SABE QUE LINEA DE VENTA
      *    QUEDA SERVIDA SIN OTRO ENLACE
       GRABAR-LINEA-DIRECTA.
           MOVE "S" TO tdi-pedida(ix-grupo).

           MOVE SPACES TO orden-compra-detalle.
           MOVE oc-numero TO ocd-numero.
           MOVE tdi-linea(ix-grupo) TO ocd-linea.
           MOVE tdi-producto-id(ix-grupo) TO ocd-producto-id.
           MOVE tdi-cantidad(ix-grupo) TO ocd-cantidad-pedida.
           MOVE 0 TO ocd-cantidad-recibida.
           MOVE tdi-precio(ix-grupo) TO ocd-precio.
           MOVE 0 TO ocd-acuerdo.
           SET ocd-abierta TO TRUE.

           WRITE orden-compra-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar linea de orden, "
                       "estado: " estado-ocdet
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO lineas-agregadas.
           ADD 1 TO total-lineas-pedidas.

           MOVE pedido-en-curso TO pedd-numero.
           MOVE tdi-linea(ix-grupo) TO pedd-linea.
           READ pedidos-detalle
               INVALID KEY
                   DISPLAY "Linea de pedido inexistente: "
                       pedido-en-curso "/" tdi-linea(ix-grupo)
               NOT INVALID KEY
                   SET pedd-pedida-proveedor TO TRUE
                   REWRITE pedido-detalle
                       INVALID KEY
                           DISPLAY "No se pudo marcar pedida la "
                               "linea " pedd-linea
                   END-REWRITE
           END-READ.

           MOVE tdi-linea(ix-grupo) TO ol-linea.
           MOVE tdi-producto-id(ix-grupo) TO ol-producto.
           MOVE tdi-producto-id(ix-grupo) TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE "(PRODUCTO DESCONOCIDO)" TO producto-descript
           END-READ.
           MOVE producto-descript TO ol-descript.
           MOVE tdi-cantidad(ix-grupo) TO ol-cantidad.
           WRITE linea-impresa FROM orden-linea-impresa.

       END PROGRAM "ORDENES_ENVIO_DIRECTO".
