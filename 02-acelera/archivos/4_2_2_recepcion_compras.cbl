      *          lineas completas se cierran.  La orden pasa a cerrada
      *          cuando no le quedan lineas abiertas, o a parcial si
      *          aun quedan.
      *          La orden de envio directo no trae mercancia al
      *          almacen: aqui se anota la confirmacion de envio del
      *          proveedor al cliente, linea entera por linea, sin
      *          movimientos, lotes, costo ni registro de recepcion.
      *          La linea confirmada se cierra y su linea de pedido
      *          de venta pasa a E, facturable en FACTURAR_PEDIDOS.
      *          El articulo seguido por serie solo entra con el
      *          numero de serie de cada unidad, que queda en
      *          series.dat con el proveedor y la orden de origen.
      *          El precio unitario del proveedor queda en la linea de
      *          recepcion para el reparto posterior de costes de
      *          destino.
      *          Lo recibido no entra directamente en stock vendible:
      *          la entrada va a la ubicacion de cuarentena (CUA) y
      *          deja su partida en cuarentena.dat hasta que
      *          INSPECCION_CUARENTENA la libere, la aparte para
      *          devolver al proveedor o la de de baja como merma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *LINEAS DE PEDIDO DE VENTA (ENVIO DIRECTO) EN MODO INDEXADO
       SELECT pedidos-detalle
       ASSIGN TO "pedidos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-detalle.

      *ENLACE PRODUCTO-PROVEEDOR, SOLO LECTURA (PACK DE COMPRA)
       SELECT producto-proveedor
       ASSIGN TO "producto-proveedor.dat"
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-prpr.

      *PARTIDAS EN CUARENTENA EN MODO INDEXADO
       SELECT cuarentena-archivo
       ASSIGN TO "cuarentena.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cua-numero
       ALTERNATE RECORD KEY IS cua-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuarentena.

      *REGISTRO DE NUMERACION DE PARTIDAS (UN SOLO REGISTRO)
       SELECT cuarentena-control
       ASSIGN TO "cuarentena-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cua-control.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE ORDEN DE COMPRA
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *LINEAS DE PEDIDO DE VENTA
       FD pedidos-detalle.
           COPY "PEDIDO-DETALLE.CPY".

      *ENLACE PRODUCTO-PROVEEDOR
       FD producto-proveedor.
           COPY "PRODUCTO-PROVEEDOR.CPY".

      *PARTIDAS EN CUARENTENA
       FD cuarentena-archivo.
           COPY "CUARENTENA-REGISTRO.CPY".

      *REGISTRO DE NUMERACION DE PARTIDAS
       FD cuarentena-control.
       01  cua-control-registro.
           05  ctrl-ultima-partida     PIC 9(6).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  recorriendo-lineas          PIC X VALUE "S".
       77  caducidad-lote              PIC 9(8) VALUE 0.
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-prpr                 PIC X(02) VALUE "00".
       77  estado-detalle              PIC X(02) VALUE "00".
       77  hay-pedidos                 PIC X VALUE "N".
       77  envio-confirmado            PIC X VALUE "N".
       77  estado-cuarentena           PIC X(02) VALUE "00".
       77  estado-cua-control          PIC X(02) VALUE "00".
       77  numero-partida              PIC 9(6) VALUE 0.

      *    CAMPOS PARA EL DIARIO DE IMAGENES
       77  dj-archivo                  PIC X(12) VALUE "PRODUCTO".
       77  total-recibidas             PIC 9(4) VALUE 0.
       77  pendiente-linea             PIC S9(7) VALUE 0.

      *    CAPTURA DE NUMEROS DE SERIE DE LOS ARTICULOS SERIADOS
       77  series-pedidas              PIC 9(6) VALUE 0.
       77  series-capturadas           PIC 9(6) VALUE 0.
       77  serie-orden                 PIC 9(6) VALUE 0.
       77  serie-abandonada            PIC X VALUE "N".
       77  serie-capturada             PIC X(20) VALUE SPACES.
           COPY "SERIE-PETICION.CPY".

       01  linea-discrepancia.
           05  FILLER                  PIC X(6) VALUE "ORDEN ".
           05  ld-orden                PIC 9(6).
               STOP RUN
           END-IF.

           OPEN I-O cuarentena-archivo.
           IF estado-cuarentena = "35"
               OPEN OUTPUT cuarentena-archivo
               CLOSE cuarentena-archivo
               OPEN I-O cuarentena-archivo
           END-IF.
           IF estado-cuarentena NOT = "00"
               DISPLAY "No se pudo abrir cuarentena.dat, estado: "
                   estado-cuarentena
               STOP RUN
           END-IF.

           OPEN INPUT producto-proveedor.
           IF estado-prpr = "00"
               MOVE "S" TO hay-enlaces
               MOVE "N" TO hay-enlaces
           END-IF.

      *    SIN LINEAS DE PEDIDO NO SE CONFIRMAN ENVIOS DIRECTOS; LA
      *    RECEPCION DE REPOSICION NO LAS NECESITA
           OPEN I-O pedidos-detalle.
           IF estado-detalle = "00"
               MOVE "S" TO hay-pedidos
           ELSE
               MOVE "N" TO hay-pedidos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE ordenes-compra.
           CLOSE ordenes-detalle.
           CLOSE recepciones-archivo.
           CLOSE lotes-archivo.
           CLOSE producto-dinamic.
           CLOSE cuarentena-archivo.
           IF hay-enlaces = "S"
               CLOSE producto-proveedor
           END-IF.
           IF hay-pedidos = "S"
               CLOSE pedidos-detalle
           END-IF.

       RECIBIR-ORDEN.
           DISPLAY "Numero de orden de compra a recibir: ".
               INVALID KEY
                   DISPLAY "Orden inexistente: " que-orden
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN oc-cerrada
                           DISPLAY "La orden ya esta cerrada: "
                               que-orden
                       WHEN oc-directa AND hay-pedidos = "N"
                           DISPLAY "Sin pedidos-detalle.dat no se "
                               "confirma el envio directo, estado: "
                               estado-detalle
                       WHEN OTHER
                           IF oc-directa
                               DISPLAY "Envio directo del pedido "
                                   oc-pedido " al cliente "
                                   oc-clientes-id ": sin entrada "
                                   "de stock"
                           END-IF
                           PERFORM RECIBIR-LINEAS
                           PERFORM ACTUALIZAR-ESTADO-ORDEN
                   END-EVALUATE
           END-READ.

           PERFORM REINICIAR.
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF ocd-abierta
                           IF oc-directa
                               PERFORM CONFIRMAR-ENVIO-DIRECTO
                           ELSE
                               PERFORM CONFIRMAR-LINEA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-SERIES-RECIBIDAS.
           IF cantidad-recibida-hoy = 0
               ADD 1 TO lineas-abiertas
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRABAR-ENTRADA-STOCK.
           PERFORM CAPTURAR-PRECIO-RECIBIDO.
           PERFORM ANOTAR-RECEPCION.
           PERFORM ANOTAR-CUARENTENA.
           PERFORM CAPTURAR-LOTE.
           PERFORM RECALCULAR-COSTO-PROMEDIO.


           ADD 1 TO total-recibidas.

      *    EL ENVIO DIRECTO SE CONFIRMA POR LINEA ENTERA: LO QUE SE
      *    FACTURA AL CLIENTE ES SU LINEA DE PEDIDO.  NADA ENTRA EN
      *    EL ALMACEN, ASI QUE LA CANTIDAD RECIBIDA SIGUE EN CERO Y
      *    LA FACTURA DEL PROVEEDOR SE COTEJA CONTRA LO PEDIDO.
       CONFIRMAR-ENVIO-DIRECTO.
           DISPLAY "Linea " ocd-linea " producto " ocd-producto-id
               " pedida " ocd-cantidad-pedida.
           DISPLAY "¿El proveedor confirmo el envio al cliente? "
               "(s/n)".
           ACCEPT envio-confirmado.
           MOVE FUNCTION UPPER-CASE(envio-confirmado)
               TO envio-confirmado.

           IF envio-confirmado NOT = "S"
               ADD 1 TO lineas-abiertas
               EXIT PARAGRAPH
           END-IF.

           SET ocd-cerrada TO TRUE.
           REWRITE orden-compra-detalle
               INVALID KEY
                   DISPLAY "No se pudo actualizar la linea, "
                       "estado: " estado-ocdet
                   ADD 1 TO lineas-abiertas
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO total-recibidas.

           MOVE oc-pedido TO pedd-numero.
           MOVE ocd-linea TO pedd-linea.
           READ pedidos-detalle
               INVALID KEY
                   DISPLAY "Linea de pedido inexistente: "
                       oc-pedido "/" ocd-linea
               NOT INVALID KEY
                   IF pedd-pedida-proveedor
                       SET pedd-enviada-proveedor TO TRUE
                       REWRITE pedido-detalle
                           INVALID KEY
                               DISPLAY "No se pudo marcar enviada "
                                   "la linea " pedd-linea
                           NOT INVALID KEY
                               DISPLAY "Linea " pedd-linea
                                   " del pedido " pedd-numero
                                   " lista para facturar"
                       END-REWRITE
                   ELSE
                       DISPLAY "La linea de pedido no esta pedida "
                           "al proveedor, situacion: "
                           pedd-situacion
                   END-IF
           END-READ.

      *    LA RECEPCION SE CAPTURA EN LA UNIDAD DE COMPRA Y SE
      *    CONVIERTE AL POSTEAR: LA CAJA RECIBIDA COMO "1" ERA
      *    NUESTRO PEOR ERROR DE STOCK.  EL PACK DEL ENLACE MANDA
                   producto-unidad-venta
           END-IF.

      *    LA UNIDAD SIN SERIE NO ENTRA: LO RECIBIDO SE QUEDA EN
      *    LAS SERIES ACEPTADAS Y EL RESTO SIGUE PENDIENTE EN LA
      *    LINEA DE LA ORDEN
       CAPTURAR-SERIES-RECIBIDAS.
           MOVE "T" TO sep-operacion.
           MOVE ocd-producto-id TO sep-producto-id.
           CALL "SERVICIOS-SERIE" USING serie-peticion.
           IF sep-rechazado
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO sep-operacion.
           MOVE fecha-sistema(1:8) TO sep-fecha.
           MOVE oc-prov-id TO sep-titular.
           MOVE que-orden TO sep-documento.
           MOVE 0 TO sep-factura.
           MOVE cantidad-recibida-hoy TO series-pedidas.
           PERFORM CAPTURAR-SERIES.

           IF series-capturadas < cantidad-recibida-hoy
               DISPLAY "Sin numero de serie no entra en stock: se "
                   "reciben " series-capturadas
               MOVE series-capturadas TO cantidad-recibida-hoy
           END-IF.

      *    UNA SERIE POR UNIDAD; CADA UNA LA VALIDA Y LA MUEVE
      *    SERVICIOS-SERIE.  EN BLANCO SE DEJA DE CAPTURAR Y LA
      *    CANTIDAD SE QUEDA EN LAS SERIES ACEPTADAS.
       CAPTURAR-SERIES.
           MOVE 0 TO series-capturadas.
           MOVE "N" TO serie-abandonada.
           PERFORM CAPTURAR-UNA-SERIE
           UNTIL series-capturadas >= series-pedidas
               OR serie-abandonada = "S".

       CAPTURAR-UNA-SERIE.
           COMPUTE serie-orden = series-capturadas + 1.
           DISPLAY "Numero de serie " serie-orden " de "
               series-pedidas " (vacio = no hay mas): ".
           MOVE SPACES TO serie-capturada.
           ACCEPT serie-capturada.
           MOVE FUNCTION UPPER-CASE(serie-capturada)
               TO serie-capturada.

           IF serie-capturada = SPACES
               MOVE "S" TO serie-abandonada
               EXIT PARAGRAPH
           END-IF.

           MOVE serie-capturada TO sep-numero.
           CALL "SERVICIOS-SERIE" USING serie-peticion.
           IF sep-correcto
               ADD 1 TO series-capturadas
           ELSE
               DISPLAY "Serie rechazada " serie-capturada ": "
                   sep-mensaje
           END-IF.

      *    LA ENTRADA DE STOCK SE ANOTA COMO CUALQUIER OTRO
      *    MOVIMIENTO Y LA APLICA EL POSTEO, IGUAL QUE LAS CAPTURAS
      *    MANUALES; ASI EL CIRCUITO DE COMPRAS Y EL DE ALMACEN
      *    COMPARTEN UN SOLO CAMINO HACIA producto-stock.  ENTRA EN
      *    LA UBICACION DE CUARENTENA: ES STOCK PROPIO Y VALORADO,
      *    PERO NO SE VENDE HASTA QUE LA INSPECCION LO LIBERE.
       GRABAR-ENTRADA-STOCK.
           MOVE SPACES TO producto-mov-registro.
           MOVE ocd-producto-id TO producto-mov-id.
           MOVE fecha-sistema(1:8) TO producto-mov-fecha.
           MOVE 0 TO producto-mov-documento.
           MOVE "CO" TO producto-mov-motivo.
           MOVE "CUA" TO producto-mov-ubicacion.
           MOVE SPACES TO producto-mov-ubi-destino.

           WRITE producto-mov-registro.
           MOVE ocd-producto-id TO rec-producto-id.
           MOVE cantidad-recibida-hoy TO rec-cantidad.
           MOVE fecha-sistema(1:8) TO rec-fecha.
           MOVE precio-recibido TO rec-precio.

           WRITE recepcion-registro.
           IF estado-recepciones NOT = "00"
                   estado-recepciones
           END-IF.

      *    LA PARTIDA EN CUARENTENA CONSERVA LA ORDEN, LA LINEA Y EL
      *    PROVEEDOR: SI LA INSPECCION LA APARTA PARA DEVOLVER,
      *    DEVOLUCION_PROVEEDOR LA ENCUENTRA POR LA ORDEN.
       ANOTAR-CUARENTENA.
           PERFORM LEER-ULTIMA-PARTIDA.
           ADD 1 TO numero-partida.

           MOVE SPACES TO cuarentena-registro.
           MOVE numero-partida TO cua-numero.
           MOVE ocd-producto-id TO cua-producto-id.
           SET cua-de-compra TO TRUE.
           MOVE que-orden TO cua-documento.
           MOVE ocd-linea TO cua-linea.
           MOVE oc-prov-id TO cua-tercero.
           MOVE fecha-sistema(1:8) TO cua-fecha-entrada.
           MOVE cantidad-recibida-hoy TO cua-cantidad.
           MOVE 0 TO cua-liberada.
           MOVE 0 TO cua-a-devolver.
           MOVE 0 TO cua-devuelta.
           MOVE 0 TO cua-mermada.
           SET cua-abierta TO TRUE.
           MOVE 0 TO cua-fecha-inspeccion.

           WRITE cuarentena-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar la partida en "
                       "cuarentena: " numero-partida
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMA-PARTIDA
                   DISPLAY "Recibido en cuarentena, partida "
                       numero-partida
           END-WRITE.

       LEER-ULTIMA-PARTIDA.
           OPEN INPUT cuarentena-control.
           IF estado-cua-control = "35"
               MOVE 0 TO numero-partida
           ELSE
               READ cuarentena-control
                   AT END
                       MOVE 0 TO numero-partida
                   NOT AT END
                       MOVE ctrl-ultima-partida TO numero-partida
               END-READ
               CLOSE cuarentena-control
           END-IF.

      *    SE GRABA TRAS CADA PARTIDA: ALTA_DEVOLUCION NUMERA DEL
      *    MISMO CONTADOR
       GRABAR-ULTIMA-PARTIDA.
           OPEN OUTPUT cuarentena-control.
           IF estado-cua-control NOT = "00"
               DISPLAY "No se pudo grabar cuarentena-control.dat, "
                   "estado: " estado-cua-control
           ELSE
               MOVE numero-partida TO ctrl-ultima-partida
               WRITE cua-control-registro
               CLOSE cuarentena-control
           END-IF.

      *    DOS ENTREGAS DEL MISMO ARTICULO YA NO COMPARTEN UNA SOLA
      *    FECHA DE CADUCIDAD: CADA LOTE RECIBIDO LLEVA LA SUYA, Y
      *    EL PICKING Y EL CASTIGO DE CADUCADOS TRABAJAN POR LOTE.
                   END-REWRITE
           END-READ.

      *    LA LINEA CON PRECIO PACTADO LO PROPONE: EL CERO TOMA EL
      *    DE LA ORDEN
       CAPTURAR-PRECIO-RECIBIDO.
           IF ocd-precio > 0
               DISPLAY "Precio unitario recibido (0 = el de la orden, "
                   ocd-precio "): "
           ELSE
               DISPLAY "Precio unitario recibido (0 = sin costo): "
           END-IF.
           MOVE 0 TO precio-recibido.
           ACCEPT precio-recibido.
           IF precio-recibido = 0
               MOVE ocd-precio TO precio-recibido
           END-IF.

      *    EL COSTO PROMEDIO PONDERADO SE RECALCULA CON CADA PRECIO
      *    RECIBIDO: (STOCK ACTUAL AL COSTO VIEJO + LO ENTRANTE AL
      *    PRECIO RECIBIDO) ENTRE EL TOTAL.  EL STOCK DEL MAESTRO
      *    AUN NO INCLUYE ESTA ENTRADA PORQUE LA APLICA EL POSTEO.
       RECALCULAR-COSTO-PROMEDIO.
           IF precio-recibido = 0
               EXIT PARAGRAPH
           END-IF.
