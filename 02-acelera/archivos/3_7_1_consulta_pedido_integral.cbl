      *          fallida de entregas.dat, la factura emitida contra
      *          el pedido con sus totales, los apuntes de cartera
      *          que la saldan (cargos FAC y aplicaciones de
      *          recibos), las devoluciones de sus lineas y las
      *          incidencias del cliente ligadas al pedido, en orden
      *          de ciclo.  El pedido de un cliente con facturacion
      *          periodica se encuentra dentro de su factura resumen
      *          por el pedido de las lineas.  Con 0 como numero de
      *          pedido se listan los pedidos de un cliente para
      *          elegir.  Atencion a clientes responde el telefono
      *          con una sola busqueda.  El pedido que no esta en los
      *          vivos se busca en los historicos del archivo anual
      *          de ventas, del corte mas reciente al mas antiguo
      *          (los anios los da archivo-ventas-control.dat), y se
      *          muestra entero desde ese anio: lineas, factura y
      *          cartera se archivan juntas; el listado por cliente
      *          incluye tambien los pedidos archivados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      *CABECERAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-archivo
       ASSIGN TO DYNAMIC nombre-pedidos
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC

      *LINEAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-detalle
       ASSIGN TO DYNAMIC nombre-detalle
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC

      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO DYNAMIC nombre-facturas
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *LINEAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-detalle
       ASSIGN TO DYNAMIC nombre-facdet
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

      *LIBRO DE CARTERA, SOLO LECTURA
       SELECT cartera-archivo
       ASSIGN TO DYNAMIC nombre-cartera
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-devoluciones.

      *INCIDENCIAS DE CLIENTES, SOLO LECTURA
       SELECT incidencias-archivo
       ASSIGN TO "incidencias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS inc-numero
       ALTERNATE RECORD KEY IS inc-pedido WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-incidencias.

      *CONTROL DEL ARCHIVO DE VENTAS, SOLO LECTURA
       SELECT control-archivo
       ASSIGN TO "archivo-ventas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE PEDIDO
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".
       FD devoluciones-archivo.
           COPY "DEVOLUCION-REGISTRO.CPY".

      *INCIDENCIAS DE CLIENTES
       FD incidencias-archivo.
           COPY "INCIDENCIA-REGISTRO.CPY".

      *CONTROL DEL ARCHIVO DE VENTAS
       FD control-archivo.
           COPY "ARCHIVO-VENTAS-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-aplicaciones         PIC X(02) VALUE "00".
       77  estado-devoluciones         PIC X(02) VALUE "00".
       77  estado-incidencias          PIC X(02) VALUE "00".
       77  hay-incidencias             PIC X VALUE "N".
       77  hay-entregas                PIC X VALUE "N".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  hay-detalle-factura         PIC X VALUE "N".
       77  recorriendo-detalle         PIC X VALUE "S".
       77  pedido-en-resumen           PIC X VALUE "N".
       77  que-pedido                  PIC 9(6) VALUE 0.
       77  que-cliente                 PIC X(7) VALUE SPACES.
       77  recorriendo                 PIC X VALUE "S".
       77  factura-del-pedido          PIC 9(6) VALUE 0.
       77  ix-mon                      PIC 9 VALUE 0.
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.

      *    ARCHIVOS DEL PEDIDO: LOS VIVOS O LOS HISTORICOS DEL ANIO
      *    DE CORTE EN QUE SE ARCHIVO
       77  nombre-pedidos              PIC X(40) VALUE "pedidos.dat".
       77  nombre-detalle              PIC X(40)
           VALUE "pedidos-detalle.dat".
       77  nombre-facturas             PIC X(40) VALUE "facturas.dat".
       77  nombre-facdet               PIC X(40)
           VALUE "facturas-detalle.dat".
       77  nombre-cartera              PIC X(40) VALUE "cartera.dat".
       77  estado-control              PIC X(02) VALUE "00".
       77  hay-pedidos                 PIC X VALUE "N".
       77  hay-detalle-pedido          PIC X VALUE "N".
       77  hay-facturas                PIC X VALUE "N".
       77  pedido-hallado              PIC X VALUE "N".
       77  anio-historico              PIC 9(4) VALUE 0.
       77  total-anios-hist            PIC 9(2) VALUE 0.
       77  ix-anio                     PIC 9(2) VALUE 0.
       01  tabla-anios-historico.
           05  tah-anio                PIC 9(4) OCCURS 50 TIMES.

       01  referencia-factura.
           05  FILLER                  PIC X(4) VALUE "FAC ".
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM CONSULTAR-UN-PEDIDO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO hay-pedidos.

           OPEN INPUT pedidos-detalle.
           IF estado-detalle NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "S" TO hay-detalle-pedido.

           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "Sin facturas.dat, estado: " estado-facturas
           ELSE
               MOVE "S" TO hay-facturas
           END-IF.

           OPEN INPUT entregas-archivo.
               MOVE "S" TO hay-entregas
           END-IF.

           OPEN INPUT facturas-detalle.
           IF estado-facdet = "00"
               MOVE "S" TO hay-detalle-factura
           END-IF.

           OPEN INPUT incidencias-archivo.
           IF estado-incidencias = "00"
               MOVE "S" TO hay-incidencias
           END-IF.

           PERFORM CARGAR-ANIOS-HISTORICO.

       PROCEDIMIENTO-DE-CIERRE.
           PERFORM CERRAR-ARCHIVOS-PEDIDO.
           IF hay-entregas = "S"
               CLOSE entregas-archivo
           END-IF.
           IF hay-incidencias = "S"
               CLOSE incidencias-archivo
           END-IF.

       CONSULTAR-UN-PEDIDO.
           DISPLAY "Numero de pedido (0 = buscar por cliente): ".
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO pedido-hallado.
           MOVE que-pedido TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO pedido-hallado
           END-READ.

           IF pedido-hallado = "N"
               PERFORM BUSCAR-PEDIDO-HISTORICO
           END-IF.

           IF pedido-hallado = "N"
               DISPLAY "Pedido inexistente: " que-pedido
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "================================".
           DISPLAY "PEDIDO " ped-numero " cliente "
               ped-clientes-id " fecha " ped-fecha " estado "
               ped-estado " vendedor " ped-empleados-id.
           IF anio-historico > 0
               DISPLAY "  (archivado en el historico de ventas "
                   anio-historico ")"
           END-IF.
           IF ped-direccion-envio > 0
               DISPLAY "  Entrega en la direccion " ped-direccion-envio
                   " del cliente"
           END-IF.

           PERFORM MOSTRAR-LINEAS-PEDIDO.
           PERFORM MOSTRAR-ENTREGA.
           PERFORM MOSTRAR-FACTURA.
           PERFORM MOSTRAR-CARTERA.
           PERFORM MOSTRAR-DEVOLUCIONES.
           PERFORM MOSTRAR-INCIDENCIAS.

           IF anio-historico > 0
               PERFORM ABRIR-ARCHIVOS-VIVOS
           END-IF.

           PERFORM REINICIAR.

      *    DEL CORTE MAS RECIENTE AL MAS ANTIGUO; SI NO APARECE SE
      *    VUELVE A LOS VIVOS
       BUSCAR-PEDIDO-HISTORICO.
           MOVE total-anios-hist TO ix-anio.
           PERFORM PROBAR-ANIO-HISTORICO
           UNTIL pedido-hallado = "S" OR ix-anio = 0.

           IF pedido-hallado = "N"
           AND anio-historico > 0
               PERFORM ABRIR-ARCHIVOS-VIVOS
           END-IF.

       PROBAR-ANIO-HISTORICO.
           MOVE tah-anio(ix-anio) TO anio-historico.
           SUBTRACT 1 FROM ix-anio.
           PERFORM ABRIR-HISTORICO-ANIO.

           IF hay-pedidos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-pedido TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO pedido-hallado
           END-READ.

      *    UN CORTE REANUDADO DEJA VARIOS REGISTROS SEGUIDOS CON EL
      *    MISMO ANIO; EN LA TABLA ENTRA UNA SOLA VEZ
       CARGAR-ANIOS-HISTORICO.
           MOVE 0 TO total-anios-hist.
           OPEN INPUT control-archivo.
           IF estado-control NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO recorriendo.
           PERFORM LEER-ANIO-HISTORICO
           UNTIL recorriendo = "N".
           CLOSE control-archivo.

       LEER-ANIO-HISTORICO.
           READ control-archivo
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF total-anios-hist > 0
                       IF avc-anio-corte = tah-anio(total-anios-hist)
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   IF total-anios-hist < 50
                       ADD 1 TO total-anios-hist
                       MOVE avc-anio-corte
                           TO tah-anio(total-anios-hist)
                   END-IF
           END-READ.

       ABRIR-HISTORICO-ANIO.
           PERFORM CERRAR-ARCHIVOS-PEDIDO.
           MOVE SPACES TO nombre-pedidos nombre-detalle
               nombre-facturas nombre-facdet nombre-cartera.
           STRING "pedidos-h" anio-historico ".dat"
               DELIMITED BY SIZE INTO nombre-pedidos.
           STRING "pedidos-detalle-h" anio-historico ".dat"
               DELIMITED BY SIZE INTO nombre-detalle.
           STRING "facturas-h" anio-historico ".dat"
               DELIMITED BY SIZE INTO nombre-facturas.
           STRING "facturas-detalle-h" anio-historico ".dat"
               DELIMITED BY SIZE INTO nombre-facdet.
           STRING "cartera-h" anio-historico ".dat"
               DELIMITED BY SIZE INTO nombre-cartera.
           PERFORM ABRIR-ARCHIVOS-PEDIDO.

       ABRIR-ARCHIVOS-VIVOS.
           PERFORM CERRAR-ARCHIVOS-PEDIDO.
           MOVE 0 TO anio-historico.
           MOVE "pedidos.dat" TO nombre-pedidos.
           MOVE "pedidos-detalle.dat" TO nombre-detalle.
           MOVE "facturas.dat" TO nombre-facturas.
           MOVE "facturas-detalle.dat" TO nombre-facdet.
           MOVE "cartera.dat" TO nombre-cartera.
           PERFORM ABRIR-ARCHIVOS-PEDIDO.

           IF hay-pedidos = "N"
               DISPLAY "No se pudo reabrir pedidos.dat, estado: "
                   estado-pedidos
           END-IF.

      *    UN HISTORICO PUEDE NO TENER ALGUNO DE LOS ARCHIVOS
       ABRIR-ARCHIVOS-PEDIDO.
           OPEN INPUT pedidos-archivo.
           IF estado-pedidos = "00"
               MOVE "S" TO hay-pedidos
           END-IF.

           OPEN INPUT pedidos-detalle.
           IF estado-detalle = "00"
               MOVE "S" TO hay-detalle-pedido
           END-IF.

           OPEN INPUT facturas-archivo.
           IF estado-facturas = "00"
               MOVE "S" TO hay-facturas
           END-IF.

           OPEN INPUT facturas-detalle.
           IF estado-facdet = "00"
               MOVE "S" TO hay-detalle-factura
           END-IF.

       CERRAR-ARCHIVOS-PEDIDO.
           IF hay-pedidos = "S"
               CLOSE pedidos-archivo
           END-IF.
           IF hay-detalle-pedido = "S"
               CLOSE pedidos-detalle
           END-IF.
           IF hay-facturas = "S"
               CLOSE facturas-archivo
           END-IF.
           IF hay-detalle-factura = "S"
               CLOSE facturas-detalle
           END-IF.
           MOVE "N" TO hay-pedidos.
           MOVE "N" TO hay-detalle-pedido.
           MOVE "N" TO hay-facturas.
           MOVE "N" TO hay-detalle-factura.

       LISTAR-PEDIDOS-CLIENTE.
           DISPLAY "ID del cliente: ".
           ACCEPT que-cliente.
           PERFORM LISTAR-UN-PEDIDO-CLIENTE
           UNTIL recorriendo = "N".

           IF total-anios-hist = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE total-anios-hist TO ix-anio.
           PERFORM LISTAR-PEDIDOS-HISTORICO
           UNTIL ix-anio = 0.
           PERFORM ABRIR-ARCHIVOS-VIVOS.

       LISTAR-UN-PEDIDO-CLIENTE.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF ped-clientes-id = que-cliente
                       IF anio-historico > 0
                           DISPLAY "  Pedido " ped-numero " fecha "
                               ped-fecha " estado " ped-estado
                               " (historico " anio-historico ")"
                       ELSE
                           DISPLAY "  Pedido " ped-numero " fecha "
                               ped-fecha " estado " ped-estado
                       END-IF
                   END-IF
           END-READ.

       LISTAR-PEDIDOS-HISTORICO.
           MOVE tah-anio(ix-anio) TO anio-historico.
           SUBTRACT 1 FROM ix-anio.
           PERFORM ABRIR-HISTORICO-ANIO.

           IF hay-pedidos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO recorriendo.
           PERFORM LISTAR-UN-PEDIDO-CLIENTE
           UNTIL recorriendo = "N".

       MOSTRAR-LINEAS-PEDIDO.
           IF hay-detalle-pedido = "N"
               DISPLAY "  (pedido sin lineas)"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-pedido TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
                   IF pedd-numero NOT = que-pedido
                       MOVE "N" TO recorriendo
                   ELSE
                       IF pedd-servicio
                           DISPLAY "  Linea " pedd-linea " servicio "
                               pedd-producto-id " x " pedd-cantidad
                               " a " pedd-precio " " pedd-moneda
                       ELSE
                           DISPLAY "  Linea " pedd-linea " producto "
                               pedd-producto-id " x " pedd-cantidad
                               " a " pedd-precio " " pedd-moneda
                               " regla " pedd-regla-precio
                       END-IF
                       EVALUATE TRUE
                           WHEN pedd-en-backorder
                               DISPLAY "    en backorder, espera "
                                   "stock"
                           WHEN pedd-liberada
                               DISPLAY "    remanente liberado, sale "
                                   "en el proximo envio"
                           WHEN pedd-facturada
                               DISPLAY "    ya facturada"
                           WHEN pedd-cancelada
                               DISPLAY "    remanente cancelado"
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

                   DISPLAY "  Almacen: retenido por credito"
               WHEN ped-anulado
                   DISPLAY "  Almacen: pedido anulado"
               WHEN ped-en-backorder
                   DISPLAY "  Almacen: enviado en parte, remanente "
                       "en espera de stock"
               WHEN OTHER
                   DISPLAY "  Almacen: mercancia enviada"
           END-EVALUATE.

      *    LA FACTURA DEL PEDIDO SE LOCALIZA BARRIENDO LAS
      *    CABECERAS: EL ARCHIVO SE INDEXA POR FACTURA, NO POR
      *    PEDIDO.  LA FACTURA RESUMEN PERIODICA LLEVA PEDIDO CERO:
      *    SI ES DEL MISMO CLIENTE SE MIRA SI ALGUNA LINEA ES DEL
      *    PEDIDO.
       MOSTRAR-FACTURA.
           MOVE 0 TO factura-del-pedido.

           IF hay-facturas = "N"
               EXIT PARAGRAPH
           END-IF.

                       MOVE 0 TO ix-mon
                       PERFORM MOSTRAR-TOTAL-MONEDA 3 TIMES
                       MOVE "N" TO recorriendo
                   ELSE
                       IF fac-pedido = 0
                       AND fac-ordinaria
                       AND fac-clientes-id = ped-clientes-id
                           PERFORM BUSCAR-PEDIDO-EN-RESUMEN
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-PEDIDO-EN-RESUMEN.
           IF hay-detalle-factura = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO pedido-en-resumen.
           MOVE fac-numero TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo-detalle.
           PERFORM BUSCAR-LINEA-DEL-PEDIDO
           UNTIL recorriendo-detalle = "N".

           IF pedido-en-resumen = "S"
               MOVE fac-numero TO factura-del-pedido
               DISPLAY "  Factura resumen " fac-numero " del "
                   fac-fecha " (totales de todo el periodo):"
               MOVE 0 TO ix-mon
               PERFORM MOSTRAR-TOTAL-MONEDA 3 TIMES
               MOVE "N" TO recorriendo
           END-IF.

       BUSCAR-LINEA-DEL-PEDIDO.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-detalle
               NOT AT END
                   IF facd-numero NOT = fac-numero
                       MOVE "N" TO recorriendo-detalle
                   ELSE
                       IF facd-pedido = que-pedido
                           MOVE "S" TO pedido-en-resumen
                           MOVE "N" TO recorriendo-detalle
                       END-IF
                   END-IF
           END-READ.

               DISPLAY "    " fac-moneda(ix-mon) " base "
                   fac-base(ix-mon) " IVA " fac-impuesto(ix-mon)
                   " total " fac-total(ix-mon)
               IF fac-recargo(ix-mon) > 0
                   DISPLAY "    " fac-moneda(ix-mon)
                       " recargo de equivalencia "
                       fac-recargo(ix-mon)
               END-IF
           END-IF.

       MOSTRAR-CARTERA.
                   END-IF
           END-READ.

      *    LAS INCIDENCIAS SE BUSCAN POR LA CLAVE ALTERNATIVA DEL
      *    PEDIDO; LA LIGADA SOLO A LA FACTURA YA LLEVA EL PEDIDO DE
      *    LA FACTURA DESDE EL ALTA
       MOSTRAR-INCIDENCIAS.
           IF hay-incidencias = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-pedido TO inc-pedido.
           START incidencias-archivo KEY IS EQUAL TO inc-pedido
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo.
           PERFORM MOSTRAR-UNA-INCIDENCIA
           UNTIL recorriendo = "N".

       MOSTRAR-UNA-INCIDENCIA.
           READ incidencias-archivo NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF inc-pedido NOT = que-pedido
                       MOVE "N" TO recorriendo
                   ELSE
                       DISPLAY "  Incidencia " inc-numero " del "
                           inc-fecha-alta " " inc-categoria
                           " prioridad " inc-prioridad " estado "
                           inc-estado " resp. " inc-responsable
                       DISPLAY "    " inc-descripcion
                       IF inc-pendiente
                       AND inc-fecha-objetivo < fecha-hoy
                           DISPLAY "    VENCIDA: objetivo "
                               inc-fecha-objetivo
                       END-IF
                   END-IF
           END-READ.

       REINICIAR.
           DISPLAY "¿Desea consultar otro pedido? (s/n)".
           ACCEPT si-no.
