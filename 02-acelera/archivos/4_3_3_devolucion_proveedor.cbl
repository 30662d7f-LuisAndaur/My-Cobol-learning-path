      *          transportista por el escritor de spool y levanta la
      *          nota de debito contra el saldo del proveedor en
      *          cuentas-pagar.dat, valorada al ultimo precio de
      *          compra del enlace producto-proveedor.  El
      *          articulo seguido por serie exige el numero de serie
      *          de cada unidad devuelta, que debe estar en el
      *          almacen y venir de ese proveedor, y queda en
      *          series.dat a su nombre.  Lo que la inspeccion de
      *          cuarentena aparto para devolver de esa orden sale
      *          primero, desde la ubicacion de cuarentena (CUA), y
      *          su partida en cuarentena.dat lo pasa a devuelto; el
      *          resto sale del almacen central.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-pagar.

      *PARTIDAS EN CUARENTENA EN MODO INDEXADO
       SELECT cuarentena-archivo
       ASSIGN TO "cuarentena.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cua-numero
       ALTERNATE RECORD KEY IS cua-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuarentena.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE ORDEN DE COMPRA
       FD cuentas-pagar.
           COPY "CUENTAS-PAGAR.CPY".

      *PARTIDAS EN CUARENTENA
       FD cuarentena-archivo.
           COPY "CUARENTENA-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-ordenes              PIC X(02) VALUE "00".
       77  importe-debito              PIC 9(8)V99 VALUE 0.
       77  moneda-debito               PIC X(3) VALUE "EUR".

      *    LO APARTADO EN CUARENTENA PARA DEVOLVER SALE PRIMERO
       77  estado-cuarentena           PIC X(02) VALUE "00".
       77  hay-cuarentena              PIC X VALUE "N".
       77  leyendo-partidas            PIC X VALUE "S".
       77  apartado-cuarentena         PIC 9(7) VALUE 0.
       77  desde-cuarentena            PIC 9(6) VALUE 0.
       77  por-consumir                PIC 9(6) VALUE 0.
       77  consumido-partida           PIC 9(6) VALUE 0.
       77  cantidad-salida             PIC 9(6) VALUE 0.
       77  ubicacion-salida            PIC X(3) VALUE SPACES.

      *    CAPTURA DE NUMEROS DE SERIE DE LOS ARTICULOS SERIADOS
       77  series-pedidas              PIC 9(6) VALUE 0.
       77  series-capturadas           PIC 9(6) VALUE 0.
       77  serie-orden                 PIC 9(6) VALUE 0.
       77  serie-abandonada            PIC X VALUE "N".
       77  serie-capturada             PIC X(20) VALUE SPACES.
           COPY "SERIE-PETICION.CPY".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
               GOBACK
           END-IF.

      *    SIN PARTIDAS EN CUARENTENA TODO SALE DEL ALMACEN CENTRAL
           OPEN I-O cuarentena-archivo.
           IF estado-cuarentena = "00"
               MOVE "S" TO hay-cuarentena
           ELSE
               MOVE "N" TO hay-cuarentena
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE ordenes-compra.
           CLOSE producto-proveedor.
           CLOSE proveedores-archivo.
           CLOSE producto-movimientos.
           CLOSE cuentas-pagar.
           IF hay-cuarentena = "S"
               CLOSE cuarentena-archivo
           END-IF.

       CAPTURAR-DEVOLUCION.
           DISPLAY "Numero de orden de compra recibida: ".
               EXIT PARAGRAPH
           END-IF.

           PERFORM SUMAR-APARTADO-CUARENTENA.
           IF apartado-cuarentena > 0
               DISPLAY "Apartado en cuarentena para devolver: "
                   apartado-cuarentena
           END-IF.

           DISPLAY "Cantidad a devolver (devolvibles "
               cantidad-recibida-oc "): ".
           ACCEPT cantidad-devolver.
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-SERIES-DEVUELTAS.
           IF cantidad-devolver = 0
               DISPLAY "Sin numeros de serie, devolucion descartada"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-MOTIVO.
           PERFORM VALORAR-DEBITO.
           PERFORM GRABAR-SALIDA-STOCK.
           PERFORM CONSUMIR-APARTADO-CUARENTENA.
           PERFORM GRABAR-REGISTRO-DEVOLUCION.
           PERFORM ASENTAR-DEBITO-PAGAR.
           PERFORM IMPRIMIR-NOTA-DEVOLUCION.
                   END-IF
           END-READ.

      *    SOLO SALE HACIA EL PROVEEDOR LA UNIDAD QUE ESTA EN EL
      *    ALMACEN Y QUE EL MISMO SUMINISTRO; LA DEVOLUCION SE
      *    QUEDA EN LAS SERIES ACEPTADAS
       CAPTURAR-SERIES-DEVUELTAS.
           MOVE "T" TO sep-operacion.
           MOVE que-producto TO sep-producto-id.
           CALL "SERVICIOS-SERIE" USING serie-peticion.
           IF sep-rechazado
               EXIT PARAGRAPH
           END-IF.

           MOVE "P" TO sep-operacion.
           MOVE fecha-sistema(1:8) TO sep-fecha.
           MOVE oc-prov-id TO sep-titular.
           MOVE que-orden TO sep-documento.
           MOVE 0 TO sep-factura.
           MOVE cantidad-devolver TO series-pedidas.
           PERFORM CAPTURAR-SERIES.

           IF series-capturadas < cantidad-devolver
               DISPLAY "Sin numero de serie no se devuelve: se "
                   "devuelven " series-capturadas
               MOVE series-capturadas TO cantidad-devolver
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

           COMPUTE importe-debito =
               cantidad-devolver * precio-debito.

      *    LO APARTADO EN CUARENTENA SALE DE CUA Y EL RESTO DEL
      *    ALMACEN CENTRAL: DOS SALIDAS SI LA DEVOLUCION TOMA DE
      *    AMBOS
       GRABAR-SALIDA-STOCK.
           IF apartado-cuarentena < cantidad-devolver
               MOVE apartado-cuarentena TO desde-cuarentena
           ELSE
               MOVE cantidad-devolver TO desde-cuarentena
           END-IF.

           IF desde-cuarentena > 0
               MOVE desde-cuarentena TO cantidad-salida
               MOVE "CUA" TO ubicacion-salida
               PERFORM GRABAR-UNA-SALIDA
           END-IF.

           IF cantidad-devolver > desde-cuarentena
               COMPUTE cantidad-salida =
                   cantidad-devolver - desde-cuarentena
      *        LOS PROCESOS AUTOMATICOS OPERAN SOBRE EL ALMACEN
      *        CENTRAL
               MOVE "ALM" TO ubicacion-salida
               PERFORM GRABAR-UNA-SALIDA
           END-IF.

       GRABAR-UNA-SALIDA.
           MOVE SPACES TO producto-mov-registro.
           MOVE que-producto TO producto-mov-id.
           MOVE "S" TO producto-mov-tipo.
           MOVE cantidad-salida TO producto-mov-cantidad.
           MOVE fecha-sistema(1:8) TO producto-mov-fecha.
           MOVE 0 TO producto-mov-documento.
           MOVE "DP" TO producto-mov-motivo.
           MOVE ubicacion-salida TO producto-mov-ubicacion.
           MOVE SPACES TO producto-mov-ubi-destino.

           WRITE producto-mov-registro.
                   "estado: " estado-movimientos
           END-IF.

      *    LAS PARTIDAS DE LA ORDEN Y PRODUCTO SE RECORREN POR EL
      *    INDICE DE PRODUCTO
       SUMAR-APARTADO-CUARENTENA.
           MOVE 0 TO apartado-cuarentena.
           IF hay-cuarentena = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-producto TO cua-producto-id.
           START cuarentena-archivo KEY IS EQUAL TO cua-producto-id
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-partidas.
           PERFORM SUMAR-UNA-PARTIDA
           UNTIL leyendo-partidas = "N".

       SUMAR-UNA-PARTIDA.
           READ cuarentena-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-partidas
               NOT AT END
                   IF cua-producto-id NOT = que-producto
                       MOVE "N" TO leyendo-partidas
                   ELSE
                       IF cua-de-compra AND cua-abierta
                       AND cua-documento = que-orden
                           ADD cua-a-devolver TO apartado-cuarentena
                       END-IF
                   END-IF
           END-READ.

      *    LO QUE SALIO DE CUARENTENA PASA DE APARTADO A DEVUELTO EN
      *    LAS PARTIDAS, LA MAS ANTIGUA PRIMERO; LA PARTIDA SIN NADA
      *    PENDIENTE SE CIERRA
       CONSUMIR-APARTADO-CUARENTENA.
           IF desde-cuarentena = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE desde-cuarentena TO por-consumir.
           MOVE que-producto TO cua-producto-id.
           START cuarentena-archivo KEY IS EQUAL TO cua-producto-id
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-partidas.
           PERFORM CONSUMIR-UNA-PARTIDA
           UNTIL leyendo-partidas = "N"
               OR por-consumir = 0.

       CONSUMIR-UNA-PARTIDA.
           READ cuarentena-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-partidas
                   EXIT PARAGRAPH
           END-READ.

           IF cua-producto-id NOT = que-producto
               MOVE "N" TO leyendo-partidas
               EXIT PARAGRAPH
           END-IF.

           IF NOT cua-de-compra OR NOT cua-abierta
           OR cua-documento NOT = que-orden
           OR cua-a-devolver = 0
               EXIT PARAGRAPH
           END-IF.

           IF cua-a-devolver < por-consumir
               MOVE cua-a-devolver TO consumido-partida
           ELSE
               MOVE por-consumir TO consumido-partida
           END-IF.

           SUBTRACT consumido-partida FROM cua-a-devolver.
           ADD consumido-partida TO cua-devuelta.
           SUBTRACT consumido-partida FROM por-consumir.
           IF cua-liberada + cua-devuelta + cua-mermada
               >= cua-cantidad
               SET cua-cerrada TO TRUE
           END-IF.

           REWRITE cuarentena-registro
               INVALID KEY
                   DISPLAY "No se pudo actualizar la partida en "
                       "cuarentena: " cua-numero
           END-REWRITE.

       GRABAR-REGISTRO-DEVOLUCION.
           OPEN EXTEND devoluciones-prov.
           IF estado-devprov = "35"
           MOVE que-orden TO cpag-referencia(1:6).
           SET cpag-abierto TO TRUE.
           MOVE SPACES TO cpag-referencia-pago.
           MOVE 0 TO cpag-fecha-aprobacion.

           WRITE cuentas-pagar-registro.
           IF estado-pagar NOT = "00"
