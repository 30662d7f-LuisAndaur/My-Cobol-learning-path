      *          cotizaciones de financiacion).  Valida el cliente,
      *          numera desde presupuestos-control.dat, captura
      *          lineas con precio congelado del maestro de
      *          productos (o del de servicios, para portes,
      *          manipulacion o instalacion que no llevan stock) y
      *          una fecha de validez y el vendedor que cotiza, graba
      *          cabecera y lineas e imprime el presupuesto por el
      *          escritor de spool para entregarselo al cliente por
      *          escrito.
      *          Cuando el cliente acepta, CONVERTIR_PRESUPUESTO lo
      *          vuelve pedido con los precios cotizados.
      * Tectonics: cobc
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO
       01  control-registro.
           05  ctrl-ultimo-presupuesto PIC 9(6).

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  mas-lineas                  PIC X VALUE "S".
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-venta        VALUE "V" "D".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-presupuestos         PIC X(02) VALUE "00".
       77  linea-actual                PIC 9(3) VALUE 0.
       77  cantidad-pedida             PIC 9(6) VALUE 0.
       77  importe-linea               PIC 9(8)V99 VALUE 0.
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
               STOP RUN
           END-IF.

      *    SIN MAESTRO DE SERVICIOS SOLO SE COTIZAN ARTICULOS
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE clientes-archivo.
           CLOSE producto-dinamic.
           CLOSE presupuestos-archivo.
           CLOSE presupuestos-detalle.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT presupuestos-control.
                   END-IF
           END-READ.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

       ABRIR-CABECERA.
           ADD 1 TO numero-presupuesto.
           MOVE 0 TO linea-actual.

           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           MOVE SPACES TO presupuesto-cabecera.
           MOVE numero-presupuesto TO pres-numero.
           DISPLAY "Fecha de validez (AAAAMMDD): ".
           ACCEPT pres-validez.

      *    EL VENDEDOR QUE COTIZA PASA AL PEDIDO AL CONVERTIR Y SU
      *    CARTERA ABIERTA SALE EN EL REPORTE DE OBJETIVOS.
           DISPLAY "ID del vendedor que cotiza: ".
           ACCEPT pres-empleados-id.

           DISPLAY "Presupuesto numero " numero-presupuesto
               " para " que-cliente.

           PERFORM CAPTURAR-UNA-LINEA
           UNTIL mas-lineas = "N".

      *    CON MAESTRO DE SERVICIOS, EL CERO DEL PRODUCTO PASA A
      *    PEDIR UN SERVICIO; UN SEGUNDO CERO TERMINA.
       CAPTURAR-UNA-LINEA.
           IF hay-servicios = "S"
               DISPLAY "ID del producto (0 = servicio o terminar): "
           ELSE
               DISPLAY "ID del producto (0 = terminar presupuesto): "
           END-IF.
           ACCEPT que-producto.

           IF que-producto = 0
               IF hay-servicios = "S"
                   PERFORM CAPTURAR-LINEA-SERVICIO
               ELSE
                   MOVE "N" TO mas-lineas
               END-IF
               EXIT PARAGRAPH
           END-IF.

                   EXIT PARAGRAPH
           END-READ.

           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-venta
               DISPLAY "Producto bloqueado para la venta: "
                   que-producto " " producto-descript
               EXIT PARAGRAPH
           END-IF.

           DISPLAY producto-descript " a " producto-precio " "
               producto-moneda.
           DISPLAY "Cantidad cotizada: ".
           MOVE cantidad-pedida TO presd-cantidad.
           MOVE producto-precio TO presd-precio.
           MOVE producto-moneda TO presd-moneda.
           SET presd-articulo TO TRUE.

           WRITE presupuesto-detalle
               INVALID KEY
                   DISPLAY "Linea " linea-actual " cotizada"
           END-WRITE.

      *    EL SERVICIO SE COTIZA A PRECIO DEL MAESTRO DE SERVICIOS,
      *    CONGELADO COMO EL DE LOS ARTICULOS.
       CAPTURAR-LINEA-SERVICIO.
           DISPLAY "Codigo de servicio (0 = terminar presupuesto): ".
           ACCEPT srv-codigo.

           IF srv-codigo = 0
               MOVE "N" TO mas-lineas
               EXIT PARAGRAPH
           END-IF.

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
           DISPLAY "Cantidad cotizada: ".
           ACCEPT cantidad-pedida.

           IF cantidad-pedida = 0
               DISPLAY "Cantidad cero, linea descartada"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO linea-actual.

           MOVE SPACES TO presupuesto-detalle.
           MOVE numero-presupuesto TO presd-numero.
           MOVE linea-actual TO presd-linea.
           MOVE srv-codigo TO presd-producto-id.
           MOVE cantidad-pedida TO presd-cantidad.
           MOVE srv-precio TO presd-precio.
           MOVE srv-moneda TO presd-moneda.
           SET presd-servicio TO TRUE.

           WRITE presupuesto-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar la linea, estado: "
                       estado-presdet
                   SUBTRACT 1 FROM linea-actual
               NOT INVALID KEY
                   DISPLAY "Linea " linea-actual " cotizada (servicio)"
           END-WRITE.

       CERRAR-CABECERA.
           IF linea-actual = 0
               DISPLAY "Presupuesto sin lineas, no se graba: "
