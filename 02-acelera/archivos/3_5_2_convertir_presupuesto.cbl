      *          pedido con numeracion de pedidos-control.dat y las
      *          lineas con el PRECIO COTIZADO tal cual se congelo
      *          (regla de precio Q), reserva el stock de cada linea
      *          de articulo como hace el alta de pedidos (las de
      *          servicio pasan sin reserva), aplica la MISMA regla
      *          comercial que el alta (cliente activo y no moroso,
      *          o no hay pedido), avisa y pide confirmacion si la
      *          validez del presupuesto ya vencio, aplica el MISMO
      *          credito, no abierto: cotizar primero no salta el
      *          control), y marca el presupuesto convertido con el
      *          numero de pedido.  El precio pactado por escrito
      *          se respeta aunque la lista haya subido.  Una
      *          linea de kit reserva en los componentes de su lista
      *          de materiales, que es de donde el picking la saca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  cliente-apto                PIC X VALUE "N".
       77  numero-pedido               PIC 9(6) VALUE 0.
       77  lineas-convertidas          PIC 9(3) VALUE 0.
       77  vendedor-pedido             PIC X(7) VALUE SPACES.
      *    PLAZO DE ENTREGA QUE SE PROMETE SI EL OPERADOR NO DA OTRO
       77  plazo-estandar              PIC 9(2) VALUE 3.
       77  plazo-pedido                PIC 9(2) VALUE 0.
       77  recorriendo-lineas          PIC X VALUE "S".
       77  producto-reserva            PIC 9(6) VALUE 0.
       77  cantidad-reserva            PIC 9(8) VALUE 0.
       77  ix-kit                      PIC 9(2) VALUE 0.
           COPY "KIT-EXPLOSION.CPY".

      *    CONTROL DE CREDITO DEL CLIENTE DEL PRESUPUESTO, COMO EN
      *    EL ALTA DE PEDIDOS
           MOVE pres-clientes-id TO ped-clientes-id.
           MOVE fecha-sistema(1:8) TO ped-fecha.
           MOVE lineas-convertidas TO ped-total-lineas.
      *    EL PRESUPUESTO NO LLEVA DESTINO: EL PEDIDO SALE A LA
      *    DIRECCION DE LA FICHA Y SE CAMBIA EN LA ENTREGA SI HACE
      *    FALTA
           MOVE 0 TO ped-direccion-envio.

      *    MISMO CONTROL DE CREDITO QUE EL ALTA: EL PEDIDO QUE
      *    ROMPE EL LIMITE NACE RETENIDO Y ESPERA AL SUPERVISOR EN
               SET ped-abierto TO TRUE
           END-IF.

      *    EL VENDEDOR POR OMISION ES EL QUE COTIZO; SE PUEDE
      *    ANOTAR OTRO SI CIERRA LA VENTA UN COMPANERO.
           DISPLAY "ID del vendedor del pedido (vacio = "
               pres-empleados-id "): ".
           ACCEPT vendedor-pedido.
           IF vendedor-pedido = SPACES
               MOVE pres-empleados-id TO vendedor-pedido
           END-IF.
           MOVE vendedor-pedido TO ped-empleados-id.

           PERFORM PEDIR-PLAZO-PROMETIDO.
           SET ped-sin-faltante TO TRUE.

           WRITE pedido-cabecera
               INVALID KEY
                   IF pedd-numero NOT = pedido-expuesto
                       MOVE "N" TO recorriendo-lineas
                   ELSE
      *                LO YA FACTURADO ESTA EN CARTERA Y LO CANCELADO
      *                YA NO SE VA A COBRAR
                       IF NOT pedd-facturada AND NOT pedd-cancelada
                           COMPUTE importe-convertir =
                               pedd-cantidad * pedd-precio
                           MOVE pedd-moneda TO moneda-convertir
                           PERFORM CONVERTIR-A-EUR
                           ADD importe-eur TO exposicion-cliente
                       END-IF
                   END-IF
           END-READ.


      *    LA LINEA DEL PEDIDO NACE CON EL PRECIO COTIZADO Y LA
      *    REGLA Q: LA LISTA DE HOY NO PISA LO PACTADO POR ESCRITO.
      *    EL PLAZO PROMETIDO SE GUARDA EN EL PEDIDO: SI CAMBIA EL
      *    ESTANDAR, LOS PEDIDOS YA TOMADOS SE MIDEN CONTRA LO QUE
      *    SE LES PROMETIO
       PEDIR-PLAZO-PROMETIDO.
           DISPLAY "Plazo de entrega prometido en dias habiles "
               "(0 = " plazo-estandar "): ".
           ACCEPT plazo-pedido.
           IF plazo-pedido = 0
               MOVE plazo-estandar TO plazo-pedido
           END-IF.
           MOVE plazo-pedido TO ped-plazo-prometido.

       CONVERTIR-LINEAS.
           MOVE que-presupuesto TO presd-numero.
           MOVE 0 TO presd-linea.
           SET pedd-precio-presupuesto TO TRUE.
           MOVE presd-moneda TO pedd-moneda.
           MOVE 0 TO pedd-servida.
           MOVE presd-tipo-linea TO pedd-tipo-linea.

           WRITE pedido-detalle
               INVALID KEY
           PERFORM CONVERTIR-A-EUR.
           ADD importe-eur TO valor-pedido-nuevo.

           IF presd-articulo
               PERFORM RESERVAR-LINEA
           END-IF.

      *    EL KIT SE RESERVA EN SUS COMPONENTES
       RESERVAR-LINEA.
           MOVE presd-producto-id TO kex-producto.
           CALL "SERVICIOS-KIT" USING kit-explosion.
           IF kex-no-es-kit
               MOVE presd-producto-id TO producto-reserva
               MOVE presd-cantidad TO cantidad-reserva
               PERFORM ANOTAR-RESERVA
           ELSE
               MOVE 0 TO ix-kit
               PERFORM RESERVAR-COMPONENTE
               UNTIL ix-kit >= kex-total
           END-IF.

       RESERVAR-COMPONENTE.
           ADD 1 TO ix-kit.
           MOVE kex-componente-id(ix-kit) TO producto-reserva.
           COMPUTE cantidad-reserva =
               presd-cantidad * kex-cantidad(ix-kit).
           PERFORM ANOTAR-RESERVA.

       ANOTAR-RESERVA.
           MOVE producto-reserva TO rsv-producto-id.
           MOVE numero-pedido TO rsv-pedido.
           READ reservas-archivo
               INVALID KEY
                   MOVE SPACES TO reserva-registro
                   MOVE producto-reserva TO rsv-producto-id
                   MOVE numero-pedido TO rsv-pedido
                   MOVE cantidad-reserva TO rsv-cantidad
                   MOVE fecha-sistema(1:8) TO rsv-fecha
                   WRITE reserva-registro
                       INVALID KEY
                           DISPLAY "No se pudo reservar: "
                               producto-reserva
                   END-WRITE
               NOT INVALID KEY
                   ADD cantidad-reserva TO rsv-cantidad
                   REWRITE reserva-registro
                       INVALID KEY
                           DISPLAY "No se pudo acumular la "
                               "reserva: " producto-reserva
                   END-REWRITE
           END-READ.

