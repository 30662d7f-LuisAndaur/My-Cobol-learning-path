      *          lineas validando cada producto contra producto.dat:
      *          el precio y la moneda se toman del maestro y la
      *          cantidad pedida se compara contra producto-stock con
      *          aviso de faltante.  Admite tambien lineas de servicio
      *          (portes, manipulacion, instalacion) de servicios.dat,
      *          a su precio y sin reserva de stock.  El articulo
      *          que sirve el proveedor directamente al cliente se
      *          marca como envio directo: no mira stock ni reserva,
      *          y ORDENES_ENVIO_DIRECTO lo pide al proveedor.  Si
      *          el cliente tiene direcciones de entrega en
      *          direcciones-envio.dat el operador elige a cual va
      *          el pedido (la factura sigue yendo al cliente).
      *          Anota el plazo de entrega
      *          prometido en dias habiles (por omision el estandar).
      *          Graba cabecera en pedidos.dat y lineas en
      *          pedidos-detalle.dat.
      *          Antes de grabar se
      *          controla el credito: la exposicion del cliente
      *          (saldo de cartera mas sus pedidos aun no
      *          facturados, convertidos a EUR con la tabla de
      *          el limite no se pierde ni se cuela: queda grabado
      *          con estado R (retenido) y encolado en
      *          pedidos-retenidos.dat hasta que un supervisor lo
      *          libere o rechace en COLA_CREDITO.  Los articulos
      *          bloqueados para la venta o descatalogados no se
      *          aceptan en lineas ni se ofrecen como sustitutos.
      *          Los precios especiales pueden alcanzar al producto,
      *          a su subfamilia, a su familia o a todo el catalogo.
      *          Un kit (producto con lista de materiales en
      *          kits.dat) tiene por disponible sus kits ya armados
      *          mas los que se pueden armar con el disponible de sus
      *          componentes; la reserva toma primero lo armado y el
      *          resto lo reserva en los componentes.
      *          Lo que espera inspeccion en la ubicacion de
      *          cuarentena (CUA) no cuenta como disponible, ni del
      *          articulo ni de los componentes de un kit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-precios.

      *MAESTRO DE FAMILIAS, SOLO LECTURA
       SELECT familias-archivo
       ASSIGN TO "familias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fam-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-familias.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

      *DIRECCIONES DE ENTREGA DE LOS CLIENTES, SOLO LECTURA
       SELECT direcciones-envio
       ASSIGN TO "direcciones-envio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-direcciones.

      *STOCK POR UBICACION, SOLO LECTURA
       SELECT stock-ubicacion
       ASSIGN TO "stock-ubicacion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS su-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-stock-ubi.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO
       FD precios-archivo.
           COPY "PRECIO-ESPECIAL.CPY".

      *MAESTRO DE FAMILIAS
       FD familias-archivo.
           COPY "FAMILIA-REGISTRO.CPY".

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

      *DIRECCIONES DE ENTREGA
       FD direcciones-envio.
           COPY "DIRECCION-ENVIO.CPY".

      *STOCK POR UBICACION
       FD stock-ubicacion.
           COPY "STOCK-UBICACION.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  mas-lineas                  PIC X VALUE "S".
       77  que-producto                PIC 9(6) VALUE 0.
       77  cliente-apto                PIC X VALUE "N".
       77  producto-apto               PIC X VALUE "N".
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-venta        VALUE "V" "D".
       77  fecha-sistema               PIC X(21).
       77  numero-pedido               PIC 9(6) VALUE 0.
       77  linea-actual                PIC 9(3) VALUE 0.
       77  cantidad-pedida             PIC 9(6) VALUE 0.
       77  envio-directo               PIC X VALUE "N".

      *    CONTROL DE CREDITO DEL CLIENTE EN CURSO
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-retenidos            PIC X(02) VALUE "00".

      *    DISPONIBILIDAD REAL: STOCK MENOS RESERVAS MENOS
      *    BACKORDERS MENOS CUARENTENA DEL PRODUCTO
       77  estado-reservas             PIC X(02) VALUE "00".
       77  estado-stock-ubi            PIC X(02) VALUE "00".
       77  hay-stock-ubi               PIC X VALUE "N".
       77  cuarentena-producto         PIC 9(8) VALUE 0.
       77  estado-backorders           PIC X(02) VALUE "00".
       77  leyendo-reservas            PIC X VALUE "S".
       77  leyendo-backorders          PIC X VALUE "S".
       77  reservado-producto          PIC 9(8) VALUE 0.
       77  backorder-producto          PIC 9(8) VALUE 0.
       77  disponible-producto         PIC S9(8) VALUE 0.
       77  producto-calculo            PIC 9(6) VALUE 0.

      *    KITS: EL DISPONIBLE PROPIO ES EL DE LOS KITS YA ARMADOS;
      *    A ESO SE SUMA LO QUE SE PUEDE ARMAR CON LOS COMPONENTES
       77  disponible-propio           PIC S9(8) VALUE 0.
       77  reservado-propio            PIC 9(8) VALUE 0.
       77  backorder-propio            PIC 9(8) VALUE 0.
       77  cuarentena-propio           PIC 9(8) VALUE 0.
       77  disponible-componente       PIC S9(8) VALUE 0.
       77  armables-kit                PIC 9(6) VALUE 0.
       77  armables-componente         PIC 9(6) VALUE 0.
       77  ix-kit                      PIC 9(2) VALUE 0.
       77  reserva-armados             PIC 9(6) VALUE 0.
       77  kits-por-armar              PIC 9(6) VALUE 0.
       77  producto-reserva            PIC 9(6) VALUE 0.
       77  cantidad-reserva            PIC 9(8) VALUE 0.
           COPY "KIT-EXPLOSION.CPY".

      *    RESOLUCION DEL MEJOR PRECIO APLICABLE A LA LINEA
       77  estado-precios              PIC X(02) VALUE "00".
       77  precio-candidato            PIC 9(4)V99 VALUE 0.
       77  regla-final                 PIC X VALUE "L".
       77  regla-aplicable             PIC X VALUE "N".
       77  estado-familias             PIC X(02) VALUE "00".
       77  hay-familias                PIC X VALUE "N".
       77  familia-linea               PIC X(4) VALUE SPACES.
       77  familia-padre-linea         PIC X(4) VALUE SPACES.

      *    OFERTA DE SUSTITUTOS EN FALTANTE
       77  estado-sustitutos           PIC X(02) VALUE "00".
       77  disponible-alterno          PIC S9(8) VALUE 0.
       77  que-producto-original       PIC 9(6) VALUE 0.

      *    LINEAS DE SERVICIO (SIN STOCK)
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".
       77  que-servicio                PIC 9(6) VALUE 0.
       77  servicio-apto               PIC X VALUE "N".

      *    DIRECCION DE ENTREGA DEL PEDIDO EN CURSO
       77  estado-direcciones          PIC X(02) VALUE "00".
       77  hay-direcciones             PIC X VALUE "N".
       77  leyendo-direcciones         PIC X VALUE "S".
       77  que-direccion               PIC 9(3) VALUE 0.
       77  direcciones-cliente         PIC 9(3) VALUE 0.
       77  direccion-apta              PIC X VALUE "N".

      *    DEPOSITO A CUENTA DEL PEDIDO EN CURSO
       77  estado-depositos            PIC X(02) VALUE "00".
       77  importe-deposito            PIC 9(6)V99 VALUE 0.
           05  tpe-numero OCCURS 100 TIMES PIC 9(6).

       77  vendedor-pedido             PIC X(7) VALUE SPACES.
      *    PLAZO DE ENTREGA QUE SE PROMETE SI EL OPERADOR NO DA OTRO
       77  plazo-estandar              PIC 9(2) VALUE 3.
       77  plazo-pedido                PIC 9(2) VALUE 0.
       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
               MOVE "N" TO hay-precios
           END-IF.

      *    SIN MAESTRO DE FAMILIAS LA REGLA DE FAMILIA SOLO ALCANZA
      *    A LA FAMILIA PROPIA DEL ARTICULO, NO A LA DE SU PADRE
           OPEN INPUT familias-archivo.
           IF estado-familias = "00"
               MOVE "S" TO hay-familias
           ELSE
               MOVE "N" TO hay-familias
           END-IF.

      *    SIN MAESTRO DE SERVICIOS EL PEDIDO SOLO LLEVA ARTICULOS
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

      *    SIN DIRECCIONES DE ENTREGA TODO VA A LA FICHA DEL CLIENTE
           OPEN INPUT direcciones-envio.
           IF estado-direcciones = "00"
               MOVE "S" TO hay-direcciones
           ELSE
               MOVE "N" TO hay-direcciones
           END-IF.

      *    SIN STOCK POR UBICACION NO SE SABE QUE HAY EN CUARENTENA
      *    Y SE PROMETE SOBRE EL STOCK ENTERO
           OPEN INPUT stock-ubicacion.
           IF estado-stock-ubi = "00"
               MOVE "S" TO hay-stock-ubi
           ELSE
               MOVE "N" TO hay-stock-ubi
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE clientes-archivo.
           CLOSE producto-dinamic.
           IF hay-precios = "S"
               CLOSE precios-archivo
           END-IF.
           IF hay-familias = "S"
               CLOSE familias-archivo
           END-IF.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.
           IF hay-direcciones = "S"
               CLOSE direcciones-envio
           END-IF.
           IF hay-stock-ubi = "S"
               CLOSE stock-ubicacion
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT pedidos-control.
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

           MOVE 0 TO valor-pedido-nuevo.

           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           MOVE SPACES TO pedido-cabecera.
           MOVE numero-pedido TO ped-numero.
           END-IF.
           MOVE vendedor-pedido TO ped-empleados-id.

           PERFORM ELEGIR-DIRECCION-ENVIO.
           MOVE que-direccion TO ped-direccion-envio.

           PERFORM PEDIR-PLAZO-PROMETIDO.
           SET ped-sin-faltante TO TRUE.

           DISPLAY "Pedido numero " numero-pedido " para "
               que-cliente.

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

      *    SE LISTAN LAS DIRECCIONES ACTIVAS DEL CLIENTE Y EL
      *    OPERADOR ELIGE UNA; 0 ES LA DE LA FICHA, QUE SIGUE
      *    SIENDO LA DE FACTURACION EN CUALQUIER CASO.
       ELEGIR-DIRECCION-ENVIO.
           MOVE 0 TO que-direccion.
           IF hay-direcciones = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO direcciones-cliente.
           MOVE que-cliente TO dir-clientes-id.
           MOVE 0 TO dir-numero.
           START direcciones-envio KEY IS NOT LESS THAN dir-clave
               INVALID KEY
                   MOVE "N" TO leyendo-direcciones
               NOT INVALID KEY
                   MOVE "S" TO leyendo-direcciones
           END-START.

           PERFORM LISTAR-UNA-DIRECCION
           UNTIL leyendo-direcciones = "N".

           IF direcciones-cliente = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "  000 " clientes-direccion " (ficha del cliente)".
           MOVE "N" TO direccion-apta.
           PERFORM PEDIR-DIRECCION-ENVIO
           UNTIL direccion-apta = "S".

       LISTAR-UNA-DIRECCION.
           READ direcciones-envio NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-direcciones
               NOT AT END
                   IF dir-clientes-id NOT = que-cliente
                       MOVE "N" TO leyendo-direcciones
                   ELSE
                       IF dir-activa
                           ADD 1 TO direcciones-cliente
                           DISPLAY "  " dir-numero " " dir-direccion
                               " ruta " dir-ruta
                       END-IF
                   END-IF
           END-READ.

       PEDIR-DIRECCION-ENVIO.
           DISPLAY "Direccion de entrega (0 = la del cliente): ".
           ACCEPT que-direccion.
           IF que-direccion = 0
               MOVE "S" TO direccion-apta
               EXIT PARAGRAPH
           END-IF.

           MOVE que-cliente TO dir-clientes-id.
           MOVE que-direccion TO dir-numero.
           READ direcciones-envio
               INVALID KEY
                   DISPLAY "Direccion inexistente: " que-direccion
               NOT INVALID KEY
                   IF dir-baja
                       DISPLAY "Direccion dada de baja: "
                           que-direccion
                   ELSE
                       MOVE "S" TO direccion-apta
                   END-IF
           END-READ.

       CAPTURAR-LINEAS.
           MOVE "S" TO mas-lineas.

           PERFORM CAPTURAR-UNA-LINEA
           UNTIL mas-lineas = "N".

      *    CON MAESTRO DE SERVICIOS, EL CERO DEL PRODUCTO PASA A
      *    PEDIR UN SERVICIO; UN SEGUNDO CERO TERMINA EL PEDIDO.
       CAPTURAR-UNA-LINEA.
           IF hay-servicios = "S"
               DISPLAY "ID del producto (0 = servicio o terminar): "
           ELSE
               DISPLAY "ID del producto (0 = terminar pedido): "
           END-IF.
           ACCEPT que-producto.

           IF que-producto = 0
               IF hay-servicios = "S"
                   PERFORM CAPTURAR-LINEA-SERVICIO
               ELSE
                   MOVE "N" TO mas-lineas
               END-IF
           ELSE
               PERFORM VALIDAR-PRODUCTO-LINEA
               IF producto-apto = "S"
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-producto
               NOT INVALID KEY
                   PERFORM RESOLVER-SITUACION-PRODUCTO
                   IF situacion-bloq-venta
                       DISPLAY "Producto bloqueado para la venta: "
                           que-producto " " producto-descript
                   ELSE
                       MOVE "S" TO producto-apto
                       DISPLAY producto-descript " a "
                           producto-precio " " producto-moneda
                           " (stock " producto-stock ")"
                   END-IF
           END-READ.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

       GRABAR-LINEA.
           DISPLAY "Cantidad pedida: ".
           ACCEPT cantidad-pedida.
               EXIT PARAGRAPH
           END-IF.

      *    EL ENVIO DIRECTO NO SALE DE NUESTRO STOCK: NI
      *    DISPONIBLE, NI SUSTITUTOS, NI RESERVA
           DISPLAY "¿Envio directo del proveedor al cliente? (s/n)".
           ACCEPT envio-directo.
           MOVE FUNCTION UPPER-CASE(envio-directo) TO envio-directo.
           IF envio-directo NOT = "S"
               MOVE "N" TO envio-directo
               PERFORM CALCULAR-DISPONIBLE
               IF kex-es-kit
                   DISPLAY "Kit: " disponible-propio " armados "
                       "disponibles y " armables-kit " armables con "
                       "sus componentes"
               END-IF
               IF cantidad-pedida > disponible-producto
                   PERFORM OFRECER-SUSTITUTOS
               END-IF
               IF cantidad-pedida > disponible-producto
                   DISPLAY "AVISO: cantidad pedida " cantidad-pedida
                       " supera el disponible " disponible-producto
                       " (stock " producto-stock " reservado "
                       reservado-producto " backorder "
                       backorder-producto " cuarentena "
                       cuarentena-producto ")"
               END-IF
           END-IF.

           ADD 1 TO linea-actual.
           MOVE regla-final TO pedd-regla-precio.
           MOVE producto-moneda TO pedd-moneda.
           MOVE 0 TO pedd-servida.
           IF envio-directo = "S"
               SET pedd-directa TO TRUE
           ELSE
               SET pedd-articulo TO TRUE
           END-IF.

           IF regla-final NOT = "L"
               DISPLAY "Precio aplicado " precio-final
                   MOVE pedd-moneda TO moneda-convertir
                   PERFORM CONVERTIR-A-EUR
                   ADD importe-eur TO valor-pedido-nuevo
                   IF envio-directo = "N"
                       PERFORM RESERVAR-STOCK
                   END-IF
                   DISPLAY "Linea " linea-actual " grabada"
           END-WRITE.

       CAPTURAR-LINEA-SERVICIO.
           DISPLAY "Codigo de servicio (0 = terminar pedido): ".
           ACCEPT que-servicio.

           IF que-servicio = 0
               MOVE "N" TO mas-lineas
           ELSE
               PERFORM VALIDAR-SERVICIO-LINEA
               IF servicio-apto = "S"
                   PERFORM GRABAR-LINEA-SERVICIO
               END-IF
           END-IF.

       VALIDAR-SERVICIO-LINEA.
           MOVE "N" TO servicio-apto.

           MOVE que-servicio TO srv-codigo.
           READ servicios-archivo
               INVALID KEY
                   DISPLAY "Servicio inexistente: " que-servicio
               NOT INVALID KEY
                   IF srv-baja
                       DISPLAY "Servicio dado de baja: " que-servicio
                   ELSE
                       MOVE "S" TO servicio-apto
                       DISPLAY srv-descripcion " a " srv-precio
                           " " srv-moneda
                   END-IF
           END-READ.

      *    EL SERVICIO NO TIENE STOCK: NI DISPONIBLE, NI SUSTITUTOS,
      *    NI RESERVA.  VA A PRECIO DEL MAESTRO Y SI CUENTA PARA EL
      *    CONTROL DE CREDITO COMO CUALQUIER OTRA LINEA.
       GRABAR-LINEA-SERVICIO.
           DISPLAY "Cantidad: ".
           ACCEPT cantidad-pedida.

           IF cantidad-pedida = 0
               DISPLAY "Cantidad cero, linea descartada"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO linea-actual.

           MOVE SPACES TO pedido-detalle.
           MOVE numero-pedido TO pedd-numero.
           MOVE linea-actual TO pedd-linea.
           MOVE srv-codigo TO pedd-producto-id.
           MOVE cantidad-pedida TO pedd-cantidad.
           MOVE srv-precio TO pedd-precio.
           MOVE "L" TO pedd-regla-precio.
           MOVE srv-moneda TO pedd-moneda.
           MOVE 0 TO pedd-servida.
           SET pedd-servicio TO TRUE.

           WRITE pedido-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar la linea, estado: "
                       estado-detalle
                   SUBTRACT 1 FROM linea-actual
               NOT INVALID KEY
                   COMPUTE importe-convertir =
                       pedd-cantidad * pedd-precio
                   MOVE pedd-moneda TO moneda-convertir
                   PERFORM CONVERTIR-A-EUR
                   ADD importe-eur TO valor-pedido-nuevo
                   DISPLAY "Linea " linea-actual " grabada (servicio)"
           END-WRITE.

      *    EL DISPONIBLE DE VERDAD: STOCK FISICO MENOS LO YA
      *    PROMETIDO A OTROS PEDIDOS MENOS LA COLA DE BACKORDERS.
      *    DOS PEDIDOS DE LA MISMA MANANA YA NO SE PROMETEN LAS
      *    MISMAS ULTIMAS UNIDADES.  LO QUE ESPERA INSPECCION EN
      *    CUARENTENA TAMPOCO SE PROMETE.
       CALCULAR-DISPONIBLE.
           MOVE que-producto TO producto-calculo.
           PERFORM SUMAR-COMPROMETIDO.

           COMPUTE disponible-producto = producto-stock
               - reservado-producto - backorder-producto
               - cuarentena-producto.
           MOVE disponible-producto TO disponible-propio.

           PERFORM SUMAR-ARMABLES-KIT.

      *    LO RESERVADO, EN BACKORDER Y EN CUARENTENA DEL PRODUCTO
      *    producto-calculo
       SUMAR-COMPROMETIDO.
           MOVE 0 TO reservado-producto.
           MOVE 0 TO backorder-producto.
           MOVE 0 TO cuarentena-producto.

           MOVE producto-calculo TO rsv-producto-id.
           MOVE 0 TO rsv-pedido.
           START reservas-archivo KEY IS NOT LESS THAN rsv-clave
               INVALID KEY
           END-START.

           PERFORM SUMAR-BACKORDERS-PRODUCTO.
           PERFORM LEER-CUARENTENA-PRODUCTO.

      *    UN KIT SE PUEDE VENDER ARMADO O ARMARLO CON LO SUELTO: LO
      *    ARMABLE ES EL MINIMO, ENTRE SUS COMPONENTES, DE SU
      *    DISPONIBLE ENTRE LO QUE LLEVA CADA KIT.  LOS COMPONENTES
      *    SE LEEN EN EL MISMO BUFFER, ASI QUE AL FINAL SE RELEE EL
      *    KIT Y SE REPONE LO COMPROMETIDO DEL PROPIO KIT.
       SUMAR-ARMABLES-KIT.
           MOVE 0 TO armables-kit.
           MOVE que-producto TO kex-producto.
           CALL "SERVICIOS-KIT" USING kit-explosion.
           IF kex-no-es-kit
               EXIT PARAGRAPH
           END-IF.

           MOVE reservado-producto TO reservado-propio.
           MOVE backorder-producto TO backorder-propio.
           MOVE cuarentena-producto TO cuarentena-propio.

           MOVE 999999 TO armables-kit.
           MOVE 0 TO ix-kit.
           PERFORM ACOTAR-ARMABLES-COMPONENTE
           UNTIL ix-kit >= kex-total.

           MOVE que-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE reservado-propio TO reservado-producto.
           MOVE backorder-propio TO backorder-producto.
           MOVE cuarentena-propio TO cuarentena-producto.

           IF disponible-propio > 0
               COMPUTE disponible-producto =
                   disponible-propio + armables-kit
           ELSE
               MOVE armables-kit TO disponible-producto
           END-IF.

       ACOTAR-ARMABLES-COMPONENTE.
           ADD 1 TO ix-kit.

           MOVE kex-componente-id(ix-kit) TO producto-id
               producto-calculo.
           READ producto-dinamic
               INVALID KEY
                   MOVE 0 TO armables-kit
                   EXIT PARAGRAPH
           END-READ.

           PERFORM SUMAR-COMPROMETIDO.
           COMPUTE disponible-componente = producto-stock
               - reservado-producto - backorder-producto
               - cuarentena-producto.

           IF disponible-componente <= 0
               MOVE 0 TO armables-componente
           ELSE
               COMPUTE armables-componente =
                   disponible-componente / kex-cantidad(ix-kit)
           END-IF.

           IF armables-componente < armables-kit
               MOVE armables-componente TO armables-kit
           END-IF.

       SUMAR-UNA-RESERVA.
           READ reservas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-reservas
               NOT AT END
                   IF rsv-producto-id NOT = producto-calculo
                       MOVE "N" TO leyendo-reservas
                   ELSE
                       ADD rsv-cantidad TO reservado-producto
               AT END
                   MOVE "N" TO leyendo-backorders
               NOT AT END
                   IF bko-producto-id = producto-calculo
                   AND bko-pendiente
                       ADD bko-cantidad-pendiente
                           TO backorder-producto
                   END-IF
           END-READ.

       LEER-CUARENTENA-PRODUCTO.
           IF hay-stock-ubi = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-calculo TO su-producto-id.
           MOVE "CUA" TO su-ubi-id.
           READ stock-ubicacion
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE su-stock TO cuarentena-producto
           END-READ.

      *    EL MEJOR PRECIO APLICABLE GANA: PROMOCION VIGENTE, PRECIO
      *    O DESCUENTO PACTADO DEL CLIENTE, O LA LISTA.  SE PRUEBAN
      *    LAS CLAVES POSIBLES DEL CLIENTE Y DE LA PROMOCION (POR
      *    PRODUCTO, POR SU SUBFAMILIA, POR SU FAMILIA Y GENERAL) Y
      *    LA LINEA CONSERVA EL CODIGO DE LA REGLA QUE GANO.
       RESOLVER-PRECIO-LINEA.
           MOVE producto-precio TO precio-final.
           MOVE "L" TO regla-final.
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESOLVER-FAMILIA-LINEA.

           MOVE "C" TO pre-tipo.
           MOVE que-cliente TO pre-clientes-id.
           PERFORM PROBAR-ALCANCES-PRECIO.

           MOVE "P" TO pre-tipo.
           MOVE SPACES TO pre-clientes-id.
           PERFORM PROBAR-ALCANCES-PRECIO.

       PROBAR-ALCANCES-PRECIO.
           MOVE SPACES TO pre-familia.
           MOVE que-producto TO pre-producto-id.
           PERFORM PROBAR-REGLA-PRECIO.

           MOVE 0 TO pre-producto-id.
           IF familia-linea NOT = SPACES
               MOVE familia-linea TO pre-familia
               PERFORM PROBAR-REGLA-PRECIO
           END-IF.

           IF familia-padre-linea NOT = SPACES
               MOVE familia-padre-linea TO pre-familia
               PERFORM PROBAR-REGLA-PRECIO
           END-IF.

           MOVE SPACES TO pre-familia.
           PERFORM PROBAR-REGLA-PRECIO.

      *    LA FAMILIA DEL ARTICULO PUEDE SER UNA SUBFAMILIA: SU PADRE
      *    TAMBIEN CUENTA PARA LAS REGLAS DE FAMILIA
       RESOLVER-FAMILIA-LINEA.
           MOVE producto-familia TO familia-linea.
           MOVE SPACES TO familia-padre-linea.

           IF familia-linea = SPACES OR hay-familias = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE familia-linea TO fam-codigo.
           READ familias-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE fam-padre TO familia-padre-linea
           END-READ.

       PROBAR-REGLA-PRECIO.
           READ precios-archivo
               INVALID KEY
                   DISPLAY "Sustituto inexistente: " producto-elegido
                   PERFORM RETOMAR-PRODUCTO-ORIGINAL
               NOT INVALID KEY
                   PERFORM RESOLVER-SITUACION-PRODUCTO
                   IF situacion-bloq-venta
                       DISPLAY "Sustituto bloqueado para la venta: "
                           producto-elegido
                       PERFORM RETOMAR-PRODUCTO-ORIGINAL
                   ELSE
                       DISPLAY "Linea cambiada a " producto-id " "
                           producto-descript
                       PERFORM CALCULAR-DISPONIBLE
                   END-IF
           END-READ.

       LISTAR-UNA-ALTERNATIVA.
                   EXIT PARAGRAPH
           END-READ.

           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-venta
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-DISPONIBLE.
           MOVE disponible-producto TO disponible-alterno.


      *    LA RESERVA SE ACUMULA POR PRODUCTO Y PEDIDO; LA CONSUME
      *    LA CONFIRMACION DE PICKING O LA LIBERA LA ANULACION.
      *    EL KIT RESERVA PRIMERO SUS KITS YA ARMADOS Y LO QUE FALTA
      *    LO RESERVA EN SUS COMPONENTES; EL PICKING SACA DE LO
      *    ARMADO LO QUE EL KIT TENGA RESERVADO Y EL RESTO DE LOS
      *    COMPONENTES.
       RESERVAR-STOCK.
           IF kex-no-es-kit
               MOVE que-producto TO producto-reserva
               MOVE cantidad-pedida TO cantidad-reserva
               PERFORM ANOTAR-RESERVA
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO reserva-armados.
           IF disponible-propio > 0
               IF disponible-propio >= cantidad-pedida
                   MOVE cantidad-pedida TO reserva-armados
               ELSE
                   MOVE disponible-propio TO reserva-armados
               END-IF
           END-IF.
           COMPUTE kits-por-armar = cantidad-pedida - reserva-armados.

           IF reserva-armados > 0
               MOVE que-producto TO producto-reserva
               MOVE reserva-armados TO cantidad-reserva
               PERFORM ANOTAR-RESERVA
           END-IF.

           IF kits-por-armar > 0
               MOVE 0 TO ix-kit
               PERFORM RESERVAR-COMPONENTE
               UNTIL ix-kit >= kex-total
           END-IF.

       RESERVAR-COMPONENTE.
           ADD 1 TO ix-kit.
           MOVE kex-componente-id(ix-kit) TO producto-reserva.
           COMPUTE cantidad-reserva =
               kits-por-armar * kex-cantidad(ix-kit).
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

           SET ret-pendiente TO TRUE.
           MOVE SPACES TO ret-resuelto-por.
           MOVE 0 TO ret-fecha-resolucion.
           MOVE empleado-firmado TO ret-capturado-por.

           WRITE pedido-retenido-registro
               INVALID KEY
