      *          AR=arrepentimiento), reingresa el stock con un
      *          movimiento de entrada en producto-movimientos.dat y
      *          deja la devolucion anotada en devoluciones.dat contra
      *          el cliente.  Las lineas de servicio no se devuelven,
      *          ni las de envio directo, que nunca pasaron por el
      *          almacen.  El articulo seguido por serie exige el
      *          numero de serie de cada unidad devuelta, que debe
      *          haberse vendido al cliente en ese pedido, y vuelve
      *          al almacen en series.dat.  Lo devuelto no vuelve al
      *          stock vendible: entra en la ubicacion de cuarentena
      *          (CUA) con su partida en cuarentena.dat, a la espera
      *          de INSPECCION_CUARENTENA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-devoluciones.

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
      *CABECERAS DE PEDIDO
       FD devoluciones-archivo.
           COPY "DEVOLUCION-REGISTRO.CPY".

      *PARTIDAS EN CUARENTENA
       FD cuarentena-archivo.
           COPY "CUARENTENA-REGISTRO.CPY".

      *REGISTRO DE NUMERACION DE PARTIDAS
       FD cuarentena-control.
       01  cua-control-registro.
           05  ctrl-ultima-partida     PIC 9(6).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  cantidad-devolvible         PIC S9(7) VALUE 0.
       77  motivo-invalido             PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  estado-cuarentena           PIC X(02) VALUE "00".
       77  estado-cua-control          PIC X(02) VALUE "00".
       77  numero-partida              PIC 9(6) VALUE 0.

      *    CAPTURA DE NUMEROS DE SERIE DE LOS ARTICULOS SERIADOS
       77  series-pedidas              PIC 9(6) VALUE 0.
       77  series-capturadas           PIC 9(6) VALUE 0.
       77  serie-orden                 PIC 9(6) VALUE 0.
       77  serie-abandonada            PIC X VALUE "N".
       77  serie-capturada             PIC X(20) VALUE SPACES.
           COPY "SERIE-PETICION.CPY".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
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

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           CLOSE producto-movimientos.
           CLOSE devoluciones-archivo.
           CLOSE cuarentena-archivo.

       CAPTURAR-DEVOLUCION.
           DISPLAY "Numero del pedido original: ".
                   MOVE "S" TO referencia-valida
           END-READ.

      *    UN SERVICIO PRESTADO NO SE DEVUELVE AL ALMACEN; SI HAY
      *    QUE CORREGIRLO SE HACE CON UNA FACTURA RECTIFICATIVA.
           IF referencia-valida = "S" AND pedd-servicio
               DISPLAY "La linea es de servicio, no admite "
                   "devolucion: " que-pedido "/" que-linea
               MOVE "N" TO referencia-valida
           END-IF.

      *    LO QUE SIRVIO EL PROVEEDOR DIRECTAMENTE AL CLIENTE NO
      *    REINGRESA EN NUESTRO STOCK: LA DEVOLUCION SE TRAMITA CON
      *    EL PROVEEDOR.
           IF referencia-valida = "S" AND pedd-directa
               DISPLAY "La linea es de envio directo, la devolucion "
                   "se tramita con el proveedor: " que-pedido "/"
                   que-linea
               MOVE "N" TO referencia-valida
           END-IF.

      *    EL REMANENTE EN BACKORDER O CANCELADO NUNCA SALIO DEL
      *    ALMACEN: NO HAY NADA QUE DEVOLVER
           IF referencia-valida = "S"
           AND (pedd-remanente OR pedd-cancelada)
               DISPLAY "La linea no salio del almacen, situacion "
                   pedd-situacion ": " que-pedido "/" que-linea
               MOVE "N" TO referencia-valida
           END-IF.

      *    EL TOPE ES LO QUE QUEDA SIN DEVOLVER DE LA LINEA
      *    (pedd-cantidad MENOS LO YA ACUMULADO EN pedd-servida):
      *    LA MISMA LINEA YA NO PUEDE DEVOLVERSE UNA Y OTRA VEZ.
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-SERIES-DEVUELTAS.
           IF cantidad-devuelta = 0
               DISPLAY "Sin numeros de serie, devolucion descartada"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-MOTIVO.
           PERFORM GRABAR-DEVOLUCION.

      *    SOLO VUELVE LA UNIDAD CUYA SERIE SE VENDIO A ESTE CLIENTE
      *    EN ESTE PEDIDO; LA DEVOLUCION SE QUEDA EN LAS ACEPTADAS
       CAPTURAR-SERIES-DEVUELTAS.
           MOVE "T" TO sep-operacion.
           MOVE pedd-producto-id TO sep-producto-id.
           CALL "SERVICIOS-SERIE" USING serie-peticion.
           IF sep-rechazado
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE "D" TO sep-operacion.
           MOVE fecha-sistema(1:8) TO sep-fecha.
           MOVE ped-clientes-id TO sep-titular.
           MOVE que-pedido TO sep-documento.
           MOVE 0 TO sep-factura.
           MOVE cantidad-devuelta TO series-pedidas.
           PERFORM CAPTURAR-SERIES.

           IF series-capturadas < cantidad-devuelta
               DISPLAY "Sin numero de serie no se devuelve: se "
                   "devuelven " series-capturadas
               MOVE series-capturadas TO cantidad-devuelta
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

       VALIDAR-MOTIVO.
           MOVE "S" TO motivo-invalido.


      *    PRIMERO EL MOVIMIENTO DE ENTRADA (QUE ES LO QUE ANTES SE
      *    FINGIA A MANO CON UNA "E" SUELTA) Y DESPUES EL REGISTRO
      *    DE DEVOLUCION QUE CONSERVA EL PORQUE.  LA ENTRADA VA A
      *    LA CUARENTENA, AUNQUE VENGA SANA: LA INSPECCION DECIDE SI
      *    VUELVE A LA VENTA.
       GRABAR-DEVOLUCION.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           MOVE fecha-sistema(1:8) TO producto-mov-fecha.
           MOVE 0 TO producto-mov-documento.
           MOVE "DE" TO producto-mov-motivo.
           MOVE "CUA" TO producto-mov-ubicacion.
           MOVE SPACES TO producto-mov-ubi-destino.

           WRITE producto-mov-registro.
               EXIT PARAGRAPH
           END-IF.

           PERFORM ANOTAR-CUARENTENA.

           ADD cantidad-devuelta TO pedd-servida.
           REWRITE pedido-detalle
               INVALID KEY
                       motivo-capturado
           END-REWRITE.

       ANOTAR-CUARENTENA.
           PERFORM LEER-ULTIMA-PARTIDA.
           ADD 1 TO numero-partida.

           MOVE SPACES TO cuarentena-registro.
           MOVE numero-partida TO cua-numero.
           MOVE pedd-producto-id TO cua-producto-id.
           SET cua-de-devolucion TO TRUE.
           MOVE que-pedido TO cua-documento.
           MOVE que-linea TO cua-linea.
           MOVE ped-clientes-id TO cua-tercero.
           MOVE motivo-capturado TO cua-motivo.
           MOVE fecha-sistema(1:8) TO cua-fecha-entrada.
           MOVE cantidad-devuelta TO cua-cantidad.
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
                   DISPLAY "Devuelto a cuarentena, partida "
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

      *    SE GRABA TRAS CADA PARTIDA: RECEPCION_COMPRAS NUMERA DEL
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

       REINICIAR.
           DISPLAY "¿Desea registrar otra devolucion? (s/n)".
           ACCEPT si-no.
