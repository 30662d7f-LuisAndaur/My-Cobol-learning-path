      *          se toca un pedido mientras su estado es A (abierto):
      *          cambiar la cantidad de una linea, agregar lineas
      *          (precio y moneda repreciados del maestro de
      *          productos, como en el alta, o del maestro de
      *          servicios para lineas sin stock), quitar lineas (las
      *          restantes se renumeran y ped-total-lineas queda
      *          correcto) o anular el pedido entero (estado X, las
      *          lineas se conservan por rastro).  Cada cambio deja
      *          su linea en pedidos-cambios.dat con el operador
      *          firmado y los valores antes y despues.  El cliente
      *          puede ademas cancelar el remanente en backorder de
      *          su pedido (lineas B o L), tambien con el pedido ya
      *          en curso o facturado en parte: la linea queda X, su
      *          reserva se libera y el pedido sin nada pendiente se
      *          cierra.  Con parte ya facturada no se anula el
      *          pedido ni se renumeran lineas: quitar una linea la
      *          deja cancelada.  Lo mismo con lineas de envio
      *          directo ya pedidas al proveedor, cuya orden de compra
      *          cita el numero de linea; esas lineas no se quitan ni
      *          se cancelan aqui, y el pedido que las tiene no se
      *          anula.  En las lineas de kit la reserva sigue a la
      *          lista de materiales: lo que se agrega se reserva en
      *          los componentes y lo que se quita libera primero los
      *          kits ya armados y luego los componentes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-reservas.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE PEDIDO
       FD reservas-archivo.
           COPY "RESERVA-REGISTRO.CPY".

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  salir-pedido                PIC X VALUE "N".
       77  leyendo-reservas            PIC X VALUE "S".
       77  ajuste-reserva              PIC S9(7) VALUE 0.
       77  producto-reserva            PIC 9(6) VALUE 0.
       77  kit-reserva                 PIC 9(6) VALUE 0.
       77  kits-ajuste                 PIC 9(7) VALUE 0.
       77  armados-liberar             PIC 9(7) VALUE 0.
       77  signo-ajuste                PIC S9 VALUE 1.
       77  ix-kit                      PIC 9(2) VALUE 0.
           COPY "KIT-EXPLOSION.CPY".
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".
       77  linea-servicio              PIC X VALUE "N".
       77  envio-directo               PIC X VALUE "N".
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-venta        VALUE "V" "D".

      *    SITUACION DE LAS LINEAS DEL PEDIDO: EL PEDIDO EN CURSO O
      *    EN BACKORDER SOLO ADMITE LISTAR Y CANCELAR EL REMANENTE
       77  solo-remanente              PIC X VALUE "N".
       77  revisando-lineas            PIC X VALUE "S".
       77  lineas-activas              PIC 9(3) VALUE 0.
       77  lineas-remanentes           PIC 9(3) VALUE 0.
       77  lineas-facturadas           PIC 9(3) VALUE 0.
       77  lineas-directas             PIC 9(3) VALUE 0.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
               10  tl-moneda           PIC X(3).
               10  tl-servida          PIC 9(6).
               10  tl-regla            PIC X.
               10  tl-tipo             PIC X.
               10  tl-situacion        PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-sistema.
           MOVE fecha-hora-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.

               GOBACK
           END-IF.

      *    SIN MAESTRO DE SERVICIOS SOLO SE AGREGAN ARTICULOS
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           CLOSE producto-dinamic.
           CLOSE cambios-archivo.
           CLOSE reservas-archivo.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.

       TRATAR-UN-PEDIDO.
           DISPLAY "Numero de pedido a modificar: ".

      *    LA REGLA DE ESTADO: SOLO EL PEDIDO ABIERTO SE TOCA; UNO
      *    PREPARADO O ENVIADO YA ESTA EN EL ALMACEN Y UNO
      *    FACTURADO YA ES DINERO.  DEL PEDIDO EN CURSO O EN
      *    BACKORDER SOLO SE PUEDE CANCELAR LO QUE AUN NO SALIO.
           MOVE "N" TO solo-remanente.
           IF NOT ped-abierto
               PERFORM CONTAR-SITUACION-LINEAS
               IF lineas-remanentes > 0
               AND (ped-preparado OR ped-enviado OR ped-en-backorder)
                   MOVE "S" TO solo-remanente
                   DISPLAY "Pedido en estado " ped-estado
                       ": solo se puede cancelar el remanente"
               ELSE
                   DISPLAY "Solo se modifica un pedido abierto; "
                       "estado actual: " ped-estado
                   PERFORM REINICIAR
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO salir-pedido.
           DISPLAY "===== PEDIDO " que-pedido " ("
               ped-total-lineas " lineas) =====".
           DISPLAY "(L)istar lineas".
           IF solo-remanente = "N"
               DISPLAY "(C)ambiar cantidad de una linea"
               DISPLAY "(A)gregar linea"
               DISPLAY "(Q)uitar linea"
               DISPLAY "(X) anular el pedido"
           END-IF.
           DISPLAY "(R) cancelar remanente en backorder".
           DISPLAY "(S)alir del pedido".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-cambio.
           MOVE FUNCTION UPPER-CASE(opcion-cambio) TO opcion-cambio.

           IF solo-remanente = "S"
           AND opcion-cambio NOT = "L" AND opcion-cambio NOT = "R"
           AND opcion-cambio NOT = "S"
               DISPLAY "Opcion no disponible con el pedido en curso"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE opcion-cambio
               WHEN "L"
                   PERFORM LISTAR-LINEAS
                   PERFORM QUITAR-LINEA
               WHEN "X"
                   PERFORM ANULAR-PEDIDO
               WHEN "R"
                   PERFORM CANCELAR-REMANENTE
               WHEN "S"
                   MOVE "S" TO salir-pedido
               WHEN OTHER
                   IF pedd-numero NOT = que-pedido
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF pedd-servicio
                           DISPLAY "Linea " pedd-linea " servicio "
                               pedd-producto-id " cantidad "
                               pedd-cantidad " a " pedd-precio " "
                               pedd-moneda " [" pedd-situacion "]"
                       ELSE
                           DISPLAY "Linea " pedd-linea " producto "
                               pedd-producto-id " cantidad "
                               pedd-cantidad " a " pedd-precio " "
                               pedd-moneda " [" pedd-situacion "]"
                       END-IF
                   END-IF
           END-READ.

                   EXIT PARAGRAPH
           END-READ.

           IF NOT pedd-activa
               DISPLAY "La linea no esta activa, situacion: "
                   pedd-situacion
               EXIT PARAGRAPH
           END-IF.

           MOVE pedd-cantidad TO cantidad-anterior.

           DISPLAY "Cantidad actual " pedd-cantidad
                   EXIT PARAGRAPH
           END-REWRITE.

      *    EL SERVICIO NO RESERVA STOCK
           IF pedd-articulo
               MOVE pedd-producto-id TO producto-reserva
               COMPUTE ajuste-reserva =
                   cantidad-nueva - cantidad-anterior
               PERFORM AJUSTAR-RESERVA
           END-IF.

           MOVE "CANTIDAD" TO operacion-log.
           MOVE pedd-producto-id TO producto-log.
           DISPLAY "Cantidad cambiada: " cantidad-anterior " -> "
               cantidad-nueva.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

       AGREGAR-LINEA.
           IF hay-servicios = "S"
               DISPLAY "ID del producto (0 = servicio): "
           ELSE
               DISPLAY "ID del producto: "
           END-IF.
           ACCEPT que-producto.

           IF que-producto = 0 AND hay-servicios = "S"
               PERFORM AGREGAR-LINEA-SERVICIO
               EXIT PARAGRAPH
           END-IF.

           MOVE que-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-venta
               DISPLAY "Producto bloqueado para la venta: "
                   que-producto " " producto-descript
               EXIT PARAGRAPH
           END-IF.

           DISPLAY producto-descript " a " producto-precio " "
               producto-moneda " (stock " producto-stock ")".
           DISPLAY "Cantidad pedida: ".
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Envio directo del proveedor al cliente? (s/n)".
           ACCEPT envio-directo.
           MOVE FUNCTION UPPER-CASE(envio-directo) TO envio-directo.
           IF envio-directo NOT = "S"
               MOVE "N" TO envio-directo
           END-IF.

           MOVE SPACES TO pedido-detalle.
           MOVE que-pedido TO pedd-numero.
           COMPUTE pedd-linea = ped-total-lineas + 1.
           SET pedd-precio-lista TO TRUE.
           MOVE producto-moneda TO pedd-moneda.
           MOVE 0 TO pedd-servida.
           IF envio-directo = "S"
               SET pedd-directa TO TRUE
           ELSE
               SET pedd-articulo TO TRUE
           END-IF.

           WRITE pedido-detalle
               INVALID KEY
           ADD 1 TO ped-total-lineas.
           PERFORM REGRABAR-CABECERA.

      *    EL ENVIO DIRECTO NO SALE DE NUESTRO STOCK
           IF envio-directo = "N"
               MOVE que-producto TO producto-reserva
               MOVE cantidad-nueva TO ajuste-reserva
               PERFORM AJUSTAR-RESERVA
           END-IF.

           MOVE 0 TO cantidad-anterior.
           MOVE "AGREGAR" TO operacion-log.

           DISPLAY "Linea " pedd-linea " agregada".

      *    LINEA DE SERVICIO: PRECIO DEL MAESTRO DE SERVICIOS Y SIN
      *    RESERVA; EL REGISTRO DE CAMBIOS LLEVA EL CODIGO DEL
      *    SERVICIO COMO PRODUCTO.
       AGREGAR-LINEA-SERVICIO.
           DISPLAY "Codigo de servicio: ".
           ACCEPT srv-codigo.

           READ servicios-archivo
               INVALID KEY
                   DISPLAY "Servicio inexistente: " srv-codigo
                   EXIT PARAGRAPH
           END-READ.

           IF srv-baja
               DISPLAY "Servicio dado de baja: " srv-codigo
               EXIT PARAGRAPH
           END-IF.

           DISPLAY srv-descripcion " a " srv-precio " " srv-moneda.
           DISPLAY "Cantidad: ".
           ACCEPT cantidad-nueva.

           IF cantidad-nueva = 0
               DISPLAY "Cantidad cero, linea descartada"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO pedido-detalle.
           MOVE que-pedido TO pedd-numero.
           COMPUTE pedd-linea = ped-total-lineas + 1.
           MOVE srv-codigo TO pedd-producto-id.
           MOVE cantidad-nueva TO pedd-cantidad.
           MOVE srv-precio TO pedd-precio.
           SET pedd-precio-lista TO TRUE.
           MOVE srv-moneda TO pedd-moneda.
           MOVE 0 TO pedd-servida.
           SET pedd-servicio TO TRUE.

           WRITE pedido-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar la linea, estado: "
                       estado-detalle
                   EXIT PARAGRAPH
           END-WRITE.

           ADD 1 TO ped-total-lineas.
           PERFORM REGRABAR-CABECERA.

           MOVE 0 TO cantidad-anterior.
           MOVE "AGREGAR" TO operacion-log.
           MOVE srv-codigo TO producto-log.
           MOVE pedd-linea TO linea-log.
           PERFORM GRABAR-CAMBIO.

           DISPLAY "Linea " pedd-linea " agregada (servicio)".

      *    QUITAR COMPACTA: LAS LINEAS RESTANTES SE RENUMERAN 1..N
      *    PARA QUE ped-total-lineas Y LAS CLAVES SIGAN CONTANDO LA
      *    VERDAD.
      *    CON PARTE DEL PEDIDO YA FACTURADA NO SE RENUMERA (LAS
      *    FACTURAS Y DEVOLUCIONES YA CITAN ESAS LINEAS): LA LINEA
      *    QUITADA QUEDA CANCELADA.  IGUAL SI HAY LINEAS PEDIDAS AL
      *    PROVEEDOR, CUYA ORDEN DE COMPRA CITA SU NUMERO DE LINEA.
       QUITAR-LINEA.
           DISPLAY "Numero de linea a quitar: ".
           ACCEPT que-linea.

           PERFORM CONTAR-SITUACION-LINEAS.

           MOVE que-pedido TO pedd-numero.
           MOVE que-linea TO pedd-linea.
           READ pedidos-detalle
                   EXIT PARAGRAPH
           END-READ.

           IF NOT pedd-activa
               DISPLAY "La linea no esta activa, situacion: "
                   pedd-situacion
               EXIT PARAGRAPH
           END-IF.

           IF pedd-servida > 0
               DISPLAY "La linea tiene devoluciones, no se quita"
               EXIT PARAGRAPH

           MOVE pedd-cantidad TO cantidad-anterior.
           MOVE pedd-producto-id TO producto-log.
           IF pedd-servicio OR pedd-directa
               MOVE "S" TO linea-servicio
           ELSE
               MOVE "N" TO linea-servicio
           END-IF.

           IF lineas-facturadas > 0 OR lineas-directas > 0
               SET pedd-cancelada TO TRUE
               REWRITE pedido-detalle
                   INVALID KEY
                       DISPLAY "No se pudo cancelar la linea, "
                           "estado: " estado-detalle
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE ped-total-lineas TO lineas-cargadas
               PERFORM REVISAR-SITUACION-PEDIDO
           ELSE
               PERFORM CARGAR-LINEAS-MEMORIA
               PERFORM BORRAR-LINEAS-ARCHIVO
               PERFORM REGRABAR-LINEAS-RENUMERADAS
               MOVE lineas-cargadas TO ped-total-lineas
               PERFORM REGRABAR-CABECERA
           END-IF.

           IF linea-servicio = "N"
               MOVE producto-log TO producto-reserva
               COMPUTE ajuste-reserva = 0 - cantidad-anterior
               PERFORM AJUSTAR-RESERVA
           END-IF.

           MOVE 0 TO cantidad-nueva.
           MOVE "QUITAR" TO operacion-log.
                               TO tl-servida(lineas-cargadas)
                           MOVE pedd-regla-precio
                               TO tl-regla(lineas-cargadas)
                           MOVE pedd-tipo-linea
                               TO tl-tipo(lineas-cargadas)
                           MOVE pedd-situacion
                               TO tl-situacion(lineas-cargadas)
                       END-IF
                   END-IF
           END-READ.
           MOVE tl-moneda(ix-lin) TO pedd-moneda.
           MOVE tl-servida(ix-lin) TO pedd-servida.
           MOVE tl-regla(ix-lin) TO pedd-regla-precio.
           MOVE tl-tipo(ix-lin) TO pedd-tipo-linea.
           MOVE tl-situacion(ix-lin) TO pedd-situacion.

           WRITE pedido-detalle
               INVALID KEY
           END-WRITE.

       ANULAR-PEDIDO.
           PERFORM CONTAR-SITUACION-LINEAS.
           IF lineas-facturadas > 0
               DISPLAY "El pedido ya tiene lineas facturadas, no se "
                   "anula; use quitar linea o cancelar remanente"
               EXIT PARAGRAPH
           END-IF.
           IF lineas-directas > 0
               DISPLAY "El pedido tiene lineas pedidas al proveedor "
                   "para envio directo, no se anula"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Confirma anular el pedido " que-pedido
               "? (s/n)".
           ACCEPT opcion-cambio.
           DISPLAY "Pedido anulado: " que-pedido.
           MOVE "S" TO salir-pedido.

      *    EL REMANENTE (LINEAS B O L) SE CANCELA POR LINEA O
      *    ENTERO CON LINEA 0; QUEDA X EN EL PEDIDO POR RASTRO Y SU
      *    RESERVA SE LIBERA
       CANCELAR-REMANENTE.
           DISPLAY "Linea a cancelar (0 = todo el remanente): ".
           ACCEPT que-linea.

           IF que-linea NOT = 0
               MOVE que-pedido TO pedd-numero
               MOVE que-linea TO pedd-linea
               READ pedidos-detalle
                   INVALID KEY
                       DISPLAY "Linea inexistente: " que-linea
                       EXIT PARAGRAPH
               END-READ
               IF NOT pedd-remanente
                   DISPLAY "La linea no esta en backorder, "
                       "situacion: " pedd-situacion
                   EXIT PARAGRAPH
               END-IF
               PERFORM CANCELAR-LINEA-REMANENTE
           ELSE
               MOVE que-pedido TO pedd-numero
               MOVE 0 TO pedd-linea
               START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
                   INVALID KEY
                       DISPLAY "Pedido sin lineas"
                       EXIT PARAGRAPH
               END-START
               MOVE "S" TO recorriendo-lineas
               PERFORM CANCELAR-SI-REMANENTE
               UNTIL recorriendo-lineas = "N"
           END-IF.

           PERFORM REVISAR-SITUACION-PEDIDO.

       CANCELAR-SI-REMANENTE.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF pedd-numero NOT = que-pedido
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF pedd-remanente
                           PERFORM CANCELAR-LINEA-REMANENTE
                       END-IF
                   END-IF
           END-READ.

       CANCELAR-LINEA-REMANENTE.
           MOVE pedd-cantidad TO cantidad-anterior.
           MOVE pedd-linea TO linea-log.
           MOVE pedd-producto-id TO producto-log.

           SET pedd-cancelada TO TRUE.
           REWRITE pedido-detalle
               INVALID KEY
                   DISPLAY "No se pudo cancelar la linea "
                       pedd-linea ", estado: " estado-detalle
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE producto-log TO producto-reserva.
           COMPUTE ajuste-reserva = 0 - cantidad-anterior.
           PERFORM AJUSTAR-RESERVA.

           MOVE 0 TO cantidad-nueva.
           MOVE "CANCELAR" TO operacion-log.
           PERFORM GRABAR-CAMBIO.

           DISPLAY "Remanente cancelado: linea " linea-log
               " producto " producto-log " cantidad "
               cantidad-anterior.

       CONTAR-SITUACION-LINEAS.
           MOVE 0 TO lineas-activas.
           MOVE 0 TO lineas-remanentes.
           MOVE 0 TO lineas-facturadas.
           MOVE 0 TO lineas-directas.

           MOVE que-pedido TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO revisando-lineas.
           PERFORM CONTAR-UNA-LINEA
           UNTIL revisando-lineas = "N".

       CONTAR-UNA-LINEA.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO revisando-lineas
               NOT AT END
                   IF pedd-numero NOT = que-pedido
                       MOVE "N" TO revisando-lineas
                   ELSE
                       EVALUATE TRUE
                           WHEN pedd-activa
                               ADD 1 TO lineas-activas
                           WHEN pedd-remanente
                               ADD 1 TO lineas-remanentes
                           WHEN pedd-facturada
                               ADD 1 TO lineas-facturadas
                           WHEN pedd-en-proveedor
                               ADD 1 TO lineas-directas
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    EL PEDIDO ABIERTO O EN BACKORDER SIGUE LO QUE LE QUEDA:
      *    CON LINEAS ACTIVAS ESTA ABIERTO, SOLO CON REMANENTE EN
      *    BACKORDER O A LA ESPERA DEL ENVIO DIRECTO DEL PROVEEDOR,
      *    SIN NADA PENDIENTE FACTURADO (O ANULADO SI NUNCA SALIO
      *    NADA).  EL PREPARADO O ENVIADO LO CIERRA LA
      *    FACTURACION.
       REVISAR-SITUACION-PEDIDO.
           IF NOT ped-abierto AND NOT ped-en-backorder
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTAR-SITUACION-LINEAS.
           EVALUATE TRUE
               WHEN lineas-activas > 0
                   SET ped-abierto TO TRUE
               WHEN lineas-remanentes > 0 OR lineas-directas > 0
                   SET ped-en-backorder TO TRUE
               WHEN lineas-facturadas > 0
                   SET ped-facturado TO TRUE
                   MOVE "S" TO salir-pedido
               WHEN OTHER
                   SET ped-anulado TO TRUE
                   MOVE "S" TO salir-pedido
           END-EVALUATE.
           PERFORM REGRABAR-CABECERA.

           IF salir-pedido = "S"
               DISPLAY "Pedido sin nada pendiente, queda en estado "
                   ped-estado
           END-IF.

      *    LA RESERVA DEL PRODUCTO SIGUE AL CAMBIO: CRECE AL SUBIR
      *    CANTIDAD O AGREGAR LINEA, BAJA AL RECORTAR O QUITAR.
      *    EL KIT AJUSTA LA DE SUS COMPONENTES; AL BAJAR LIBERA
      *    ANTES LOS KITS ARMADOS QUE TENGA RESERVADOS.
       AJUSTAR-RESERVA.
           MOVE producto-reserva TO kex-producto.
           CALL "SERVICIOS-KIT" USING kit-explosion.
           IF kex-no-es-kit
               PERFORM AJUSTAR-RESERVA-PRODUCTO
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-reserva TO kit-reserva.
           IF ajuste-reserva > 0
               MOVE 1 TO signo-ajuste
               MOVE ajuste-reserva TO kits-ajuste
           ELSE
               MOVE -1 TO signo-ajuste
               COMPUTE kits-ajuste = 0 - ajuste-reserva
               MOVE 0 TO armados-liberar
               MOVE kit-reserva TO rsv-producto-id
               MOVE que-pedido TO rsv-pedido
               READ reservas-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF rsv-cantidad >= kits-ajuste
                           MOVE kits-ajuste TO armados-liberar
                       ELSE
                           MOVE rsv-cantidad TO armados-liberar
                       END-IF
               END-READ
               IF armados-liberar > 0
                   COMPUTE ajuste-reserva = 0 - armados-liberar
                   PERFORM AJUSTAR-RESERVA-PRODUCTO
                   SUBTRACT armados-liberar FROM kits-ajuste
               END-IF
           END-IF.

           MOVE 0 TO ix-kit.
           IF kits-ajuste > 0
               PERFORM AJUSTAR-RESERVA-COMPONENTE
               UNTIL ix-kit >= kex-total
           END-IF.
           MOVE kit-reserva TO producto-reserva.

       AJUSTAR-RESERVA-COMPONENTE.
           ADD 1 TO ix-kit.
           MOVE kex-componente-id(ix-kit) TO producto-reserva.
           COMPUTE ajuste-reserva =
               signo-ajuste * kits-ajuste * kex-cantidad(ix-kit).
           PERFORM AJUSTAR-RESERVA-PRODUCTO.

       AJUSTAR-RESERVA-PRODUCTO.
           MOVE producto-reserva TO rsv-producto-id.
           MOVE que-pedido TO rsv-pedido.
           READ reservas-archivo
