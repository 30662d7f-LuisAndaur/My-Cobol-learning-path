      *          lo realmente tomado (la facturacion cobra sobre la
      *          linea, y no se cobra lo que no salio), imprime el
      *          albaran de entrega en albaranes.prt con las
      *          cantidades confirmadas y la direccion de entrega
      *          del pedido (no la de facturacion), consume de las
      *          reservas lo que salio y lo avanza a enviado.  Se
      *          cierra asi el reteclado entre los archivos de venta
      *          y los de stock.  El pedido con algun faltante queda
      *          marcado en la cabecera como no servido completo, y
      *          lo que no se pudo tomar no se pierde: queda en el
      *          mismo pedido como linea nueva en backorder (B), con
      *          su reserva intacta, hasta que la entrada de stock la
      *          libere.  Si no sale nada el pedido entero pasa a B.
      *          Solo se presentan las lineas activas del pedido.
      *          Las lineas de servicio no pasan por el
      *          almacen: ni se confirman, ni mueven stock, ni salen
      *          en el albaran, y se facturan tal cual se pidieron.
      *          Las de envio directo tampoco: las sirve el
      *          proveedor y se facturan cuando confirma el envio.
      *          Una linea de kit sale en el albaran como kit, pero
      *          en stock saca primero los kits ya armados que el
      *          pedido tiene reservados y el resto lo explota a sus
      *          componentes segun kits.dat, que es lo que se
      *          reservo en el alta.  El articulo seguido por
      *          serie solo sale con el numero de serie de cada
      *          unidad, que queda vendida al cliente del pedido en
      *          series.dat con su fin de garantia; lo que no lleva
      *          serie cuenta como faltante.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  cantidad-confirmada         PIC 9(6) VALUE 0.
       77  numero-documento            PIC 9(6) VALUE 0.
       77  lineas-confirmadas          PIC 9(3) VALUE 0.
       77  lineas-servicio             PIC 9(3) VALUE 0.
       77  suma-confirmada             PIC 9(8) VALUE 0.
       77  ix-lin                      PIC 9(3) VALUE 0.
       77  total-confirmados           PIC 9(4) VALUE 0.
       77  hubo-faltante               PIC X VALUE "N".
       77  cantidad-pendiente          PIC 9(6) VALUE 0.
       77  lineas-remanentes           PIC 9(3) VALUE 0.

      *    CAPTURA DE NUMEROS DE SERIE DE LOS ARTICULOS SERIADOS
       77  series-pedidas              PIC 9(6) VALUE 0.
       77  series-capturadas           PIC 9(6) VALUE 0.
       77  serie-orden                 PIC 9(6) VALUE 0.
       77  serie-abandonada            PIC X VALUE "N".
       77  serie-capturada             PIC X(20) VALUE SPACES.
           COPY "SERIE-PETICION.CPY".

      *    CONSUMO FEFO DEL STOCK POR LOTE: LO QUE SALE REBAJA LOS
      *    LOTES EN ORDEN DE CADUCIDAD, PARA QUE EL DESGLOSE DEL
       77  caducidad-consumo           PIC 9(8) VALUE 0.
       77  lote-hallado                PIC X VALUE "N".

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

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    EXPLOSION DE LAS LINEAS DE KIT
       77  producto-salida             PIC 9(6) VALUE 0.
       77  cantidad-salida             PIC 9(6) VALUE 0.
       77  reservado-armados           PIC 9(6) VALUE 0.
       77  armados-tomados             PIC 9(6) VALUE 0.
       77  kits-armados                PIC 9(6) VALUE 0.
       77  kits-por-armar              PIC 9(6) VALUE 0.
       77  ix-kit                      PIC 9(2) VALUE 0.
           COPY "KIT-EXPLOSION.CPY".

      *    LINEAS DEL ALBARAN: LO CONFIRMADO TAL CUAL SE PIDIO (EL
      *    KIT COMO KIT)
       77  lineas-albaran              PIC 9(3) VALUE 0.
       01  tabla-albaran.
           05  entrada-alb OCCURS 100 TIMES.
               10  ta-producto-id      PIC 9(6).
               10  ta-cantidad         PIC 9(6).

      *    SALIDAS DE STOCK DEL PEDIDO EN CURSO: LAS LINEAS
      *    CONFIRMADAS, CON LOS KITS YA EXPLOTADOS
       01  tabla-confirmadas.
           05  entrada-conf OCCURS 100 TIMES.
               10  tc-producto-id      PIC 9(6).
               10  tc-cantidad         PIC 9(6).

      *    REMANENTES DEL PEDIDO EN CURSO: LO PEDIDO Y NO TOMADO,
      *    QUE SE GRABA AL FINAL COMO LINEAS NUEVAS EN BACKORDER
       01  tabla-remanentes.
           05  entrada-rem OCCURS 100 TIMES.
               10  tr-producto-id      PIC 9(6).
               10  tr-cantidad         PIC 9(6).
               10  tr-precio           PIC 9(4)V99.
               10  tr-moneda           PIC X(3).
               10  tr-regla-precio     PIC X.

       01  albaran-titulo.
           05  FILLER                  PIC X(16)
               VALUE "ALBARAN  PEDIDO ".
           05  FILLER                  PIC X(2) VALUE ": ".
           05  ad-cantidad             PIC ZZZ.ZZ9.

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

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           IF hay-lotes = "S"
               CLOSE lotes-archivo
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.
           IF hay-direcciones = "S"
               CLOSE direcciones-envio
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT movdoc-control.
           END-IF.

           PERFORM CAPTURAR-CONFIRMACIONES.
           PERFORM GRABAR-REMANENTES.

      *    EL PEDIDO QUE SALE CON FALTANTE QUEDA MARCADO PARA LA
      *    MEDICION DE SERVICIO AUNQUE LUEGO SE COMPLETE
           IF hubo-faltante = "S"
               SET ped-con-faltante TO TRUE
           END-IF.

      *    UN PEDIDO SOLO DE SERVICIOS NO TIENE NADA QUE TOMAR DEL
      *    ALMACEN: PASA A ENVIADO SIN DOCUMENTO NI ALBARAN.
           IF lineas-confirmadas = 0 AND lineas-servicio > 0
               SET ped-enviado TO TRUE
               REWRITE pedido-cabecera
                   INVALID KEY
                       DISPLAY "No se pudo marcar enviado: "
                           que-pedido
               END-REWRITE
               ADD 1 TO total-confirmados
               DISPLAY "Pedido solo de servicios, enviado sin "
                   "documento de stock"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

      *    SIN NADA TOMADO Y CON FALTANTE TODO EL PEDIDO QUEDA EN
      *    ESPERA DE STOCK; LA ENTRADA DE MERCANCIA LO REABRE
           IF lineas-confirmadas = 0
               IF hubo-faltante = "S"
                   SET ped-en-backorder TO TRUE
                   DISPLAY "Nada confirmado, el pedido queda en "
                       "backorder"
               ELSE
                   DISPLAY "Nada confirmado, el pedido sigue "
                       "preparado"
               END-IF
               REWRITE pedido-cabecera
                   INVALID KEY
                       DISPLAY "No se pudo marcar el faltante: "
                           que-pedido
               END-REWRITE
           ELSE
               PERFORM LIBERAR-DOCUMENTO
               PERFORM IMPRIMIR-ALBARAN

       CAPTURAR-CONFIRMACIONES.
           MOVE 0 TO lineas-confirmadas.
           MOVE 0 TO lineas-albaran.
           MOVE 0 TO lineas-servicio.
           MOVE 0 TO suma-confirmada.
           MOVE 0 TO lineas-remanentes.
           MOVE "N" TO hubo-faltante.

           MOVE que-pedido TO pedd-numero.
           MOVE 0 TO pedd-linea.

      *    SE ADMITE FALTANTE (MENOS DE LO PEDIDO) PERO NUNCA MAS:
      *    EL EXCESO SERIA STOCK SALIENDO SIN PEDIDO QUE LO AMPARE.
      *    LAS LINEAS FACTURADAS, EN ESPERA O CANCELADAS NO SALEN,
      *    NI LAS DE ENVIO DIRECTO AUN SIN PEDIR AL PROVEEDOR.
       CONFIRMAR-UNA-LINEA.
           READ pedidos-detalle NEXT RECORD
               AT END
                   IF pedd-numero NOT = que-pedido
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF pedd-activa
                           EVALUATE TRUE
                               WHEN pedd-servicio
                                   ADD 1 TO lineas-servicio
                               WHEN pedd-directa
                                   CONTINUE
                               WHEN OTHER
                                   PERFORM CAPTURAR-CANTIDAD-LINEA
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

               MOVE pedd-cantidad TO cantidad-confirmada
           END-IF.

           IF cantidad-confirmada > 0
               PERFORM CAPTURAR-SERIES-TOMADAS
           END-IF.

      *    EL FALTANTE CONFIRMADO SE GRABA EN LA PROPIA LINEA: LA
      *    FACTURACION COBRA pedd-cantidad, Y NO SE COBRA LO QUE
      *    EL ALMACEN CONFIRMO QUE NO SALIO.  SI NO SALE NADA LA
      *    LINEA ENTERA QUEDA EN BACKORDER; SI SALE PARTE, LA
      *    DIFERENCIA SE APARTA PARA GRABARLA COMO LINEA NUEVA.
           IF cantidad-confirmada NOT = pedd-cantidad
               MOVE "S" TO hubo-faltante
               IF cantidad-confirmada = 0
                   SET pedd-en-backorder TO TRUE
               ELSE
                   COMPUTE cantidad-pendiente =
                       pedd-cantidad - cantidad-confirmada
                   PERFORM APARTAR-REMANENTE
                   MOVE cantidad-confirmada TO pedd-cantidad
               END-IF
               REWRITE pedido-detalle
                   INVALID KEY
                       DISPLAY "No se pudo ajustar la linea "
               EXIT PARAGRAPH
           END-IF.

           IF lineas-albaran < 100
               ADD 1 TO lineas-albaran
               MOVE pedd-producto-id TO ta-producto-id(lineas-albaran)
               MOVE cantidad-confirmada TO ta-cantidad(lineas-albaran)
           END-IF.

           MOVE pedd-producto-id TO kex-producto.
           CALL "SERVICIOS-KIT" USING kit-explosion.
           IF kex-es-kit
               PERFORM EXPLOTAR-KIT-CONFIRMADO
           ELSE
               MOVE pedd-producto-id TO producto-salida
               MOVE cantidad-confirmada TO cantidad-salida
               PERFORM ANOTAR-SALIDA
           END-IF.

      *    LA UNIDAD SIN SERIE NO SALE: LO TOMADO SE QUEDA EN LAS
      *    SERIES ACEPTADAS Y EL RESTO SIGUE EL CAMINO DEL FALTANTE
       CAPTURAR-SERIES-TOMADAS.
           MOVE "T" TO sep-operacion.
           MOVE pedd-producto-id TO sep-producto-id.
           CALL "SERVICIOS-SERIE" USING serie-peticion.
           IF sep-rechazado
               EXIT PARAGRAPH
           END-IF.

           MOVE "V" TO sep-operacion.
           MOVE fecha-sistema(1:8) TO sep-fecha.
           MOVE ped-clientes-id TO sep-titular.
           MOVE que-pedido TO sep-documento.
           MOVE 0 TO sep-factura.
           MOVE cantidad-confirmada TO series-pedidas.
           PERFORM CAPTURAR-SERIES.

           IF series-capturadas < cantidad-confirmada
               DISPLAY "Sin numero de serie no sale: se toman "
                   series-capturadas
               MOVE series-capturadas TO cantidad-confirmada
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

       ANOTAR-SALIDA.
           IF lineas-confirmadas >= 100
               DISPLAY "Pedido con mas de 100 lineas confirmadas"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO lineas-confirmadas.
           MOVE producto-salida
               TO tc-producto-id(lineas-confirmadas).
           MOVE cantidad-salida
               TO tc-cantidad(lineas-confirmadas).
           ADD cantidad-salida TO suma-confirmada.

      *    DEL KIT SALEN PRIMERO LOS ARMADOS QUE EL PEDIDO TIENE
      *    RESERVADOS (DESCONTANDO LOS QUE YA TOMO OTRA LINEA DEL
      *    MISMO KIT) Y EL RESTO SALE COMO COMPONENTES
       EXPLOTAR-KIT-CONFIRMADO.
           MOVE 0 TO reservado-armados.
           MOVE pedd-producto-id TO rsv-producto-id.
           MOVE que-pedido TO rsv-pedido.
           READ reservas-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE rsv-cantidad TO reservado-armados
           END-READ.

           MOVE 0 TO armados-tomados.
           MOVE 0 TO ix-lin.
           PERFORM SUMAR-ARMADOS-TOMADOS
           UNTIL ix-lin >= lineas-confirmadas.

           IF armados-tomados >= reservado-armados
               MOVE 0 TO reservado-armados
           ELSE
               SUBTRACT armados-tomados FROM reservado-armados
           END-IF.

           IF reservado-armados >= cantidad-confirmada
               MOVE cantidad-confirmada TO kits-armados
           ELSE
               MOVE reservado-armados TO kits-armados
           END-IF.
           COMPUTE kits-por-armar = cantidad-confirmada - kits-armados.

           IF kits-armados > 0
               MOVE pedd-producto-id TO producto-salida
               MOVE kits-armados TO cantidad-salida
               PERFORM ANOTAR-SALIDA
           END-IF.

           MOVE 0 TO ix-kit.
           IF kits-por-armar > 0
               PERFORM ANOTAR-SALIDA-COMPONENTE
               UNTIL ix-kit >= kex-total
           END-IF.

       SUMAR-ARMADOS-TOMADOS.
           ADD 1 TO ix-lin.
           IF tc-producto-id(ix-lin) = pedd-producto-id
               ADD tc-cantidad(ix-lin) TO armados-tomados
           END-IF.

       ANOTAR-SALIDA-COMPONENTE.
           ADD 1 TO ix-kit.
           MOVE kex-componente-id(ix-kit) TO producto-salida.
           COMPUTE cantidad-salida =
               kits-por-armar * kex-cantidad(ix-kit).
           PERFORM ANOTAR-SALIDA.

       APARTAR-REMANENTE.
           IF lineas-remanentes >= 100
               DISPLAY "Pedido con mas de 100 remanentes, la linea "
                   pedd-linea " pierde " cantidad-pendiente
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO lineas-remanentes.
           MOVE pedd-producto-id TO tr-producto-id(lineas-remanentes).
           MOVE cantidad-pendiente TO tr-cantidad(lineas-remanentes).
           MOVE pedd-precio TO tr-precio(lineas-remanentes).
           MOVE pedd-moneda TO tr-moneda(lineas-remanentes).
           MOVE pedd-regla-precio
               TO tr-regla-precio(lineas-remanentes).

      *    CADA REMANENTE ES UNA LINEA NUEVA DEL MISMO PEDIDO, AL
      *    MISMO PRECIO QUE LA ORIGINAL Y EN BACKORDER; SU RESERVA
      *    SIGUE EN reservas.dat PORQUE SOLO SE CONSUME LO QUE SALE
       GRABAR-REMANENTES.
           MOVE 0 TO ix-lin.
           PERFORM GRABAR-UN-REMANENTE
           UNTIL ix-lin >= lineas-remanentes.

       GRABAR-UN-REMANENTE.
           ADD 1 TO ix-lin.

           IF ped-total-lineas >= 999
               DISPLAY "Pedido sin numeros de linea libres, el "
                   "remanente del producto " tr-producto-id(ix-lin)
                   " no se graba"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ped-total-lineas.
           MOVE SPACES TO pedido-detalle.
           MOVE que-pedido TO pedd-numero.
           MOVE ped-total-lineas TO pedd-linea.
           MOVE tr-producto-id(ix-lin) TO pedd-producto-id.
           MOVE tr-cantidad(ix-lin) TO pedd-cantidad.
           MOVE tr-precio(ix-lin) TO pedd-precio.
           MOVE tr-moneda(ix-lin) TO pedd-moneda.
           MOVE 0 TO pedd-servida.
           MOVE tr-regla-precio(ix-lin) TO pedd-regla-precio.
           SET pedd-articulo TO TRUE.
           SET pedd-en-backorder TO TRUE.

           WRITE pedido-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar el remanente del "
                       "producto " tr-producto-id(ix-lin)
                       ", estado: " estado-detalle
                   SUBTRACT 1 FROM ped-total-lineas
               NOT INVALID KEY
                   DISPLAY "Remanente en backorder: linea "
                       pedd-linea " producto " pedd-producto-id
                       " cantidad " pedd-cantidad
           END-WRITE.

      *    EL DOCUMENTO SALE BALANCEADO DE ORIGEN: LAS LINEAS Y LA
      *    SUMA DE LA CABECERA SON LAS MISMAS QUE SE CONFIRMARON, Y
           MOVE ped-clientes-id TO at-clientes-id.
           MOVE fecha-sistema(1:8) TO at-fecha.
           WRITE linea-albaran FROM albaran-titulo.
           PERFORM IMPRIMIR-DIRECCION-ENVIO.

           MOVE 0 TO ix-lin.
           PERFORM IMPRIMIR-LINEA-ALBARAN
           UNTIL ix-lin >= lineas-albaran.

           WRITE linea-albaran FROM SPACES.

       IMPRIMIR-LINEA-ALBARAN.
           ADD 1 TO ix-lin.
           MOVE ta-producto-id(ix-lin) TO ad-producto.
           MOVE ta-cantidad(ix-lin) TO ad-cantidad.
           WRITE linea-albaran FROM albaran-detalle.

       IMPRIMIR-DIRECCION-ENVIO.
           PERFORM RESOLVER-DIRECCION-ENVIO.
           IF er-direccion = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE er-direccion TO el-direccion.
           MOVE er-ruta TO el-ruta.
           WRITE linea-albaran FROM envio-linea-direccion.
           MOVE er-contacto TO el-contacto.
           MOVE er-telefono TO el-telefono.
           WRITE linea-albaran FROM envio-linea-contacto.
           IF er-notas NOT = SPACES
               MOVE er-notas TO el-notas
               WRITE linea-albaran FROM envio-linea-notas
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

      *    DE LA RESERVA DEL PEDIDO SE CONSUME SOLO LO QUE SALIO;
      *    LA PARTE EN BACKORDER SIGUE RESERVADA PARA EL CLIENTE.
      *    LA RESERVA QUE SE AGOTA SE BORRA.
       CONSUMIR-RESERVAS.
           MOVE 0 TO ix-lin.
           PERFORM CONSUMIR-UNA-RESERVA
           UNTIL ix-lin >= lineas-confirmadas.

       CONSUMIR-UNA-RESERVA.
           ADD 1 TO ix-lin.

           MOVE tc-producto-id(ix-lin) TO rsv-producto-id.
           MOVE que-pedido TO rsv-pedido.
           READ reservas-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF rsv-cantidad > tc-cantidad(ix-lin)
               SUBTRACT tc-cantidad(ix-lin) FROM rsv-cantidad
               REWRITE reserva-registro
                   INVALID KEY
                       DISPLAY "No se pudo rebajar la reserva: "
                           rsv-producto-id
               END-REWRITE
           ELSE
               DELETE reservas-archivo RECORD
                   INVALID KEY
                       DISPLAY "No se pudo consumir la reserva: "
                           rsv-producto-id
               END-DELETE
           END-IF.

       REINICIAR.
           DISPLAY "¿Desea confirmar otro pedido? (s/n)".
           ACCEPT si-no.
