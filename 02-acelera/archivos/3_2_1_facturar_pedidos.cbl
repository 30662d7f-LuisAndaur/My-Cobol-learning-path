      *          a EUR con la tabla de tipos de cambio porque el
      *          libro de cartera se lleva en moneda base) con el
      *          vencimiento calculado del plazo de pago del cliente
      *          sobre el calendario de dias habiles.  Al cliente
      *          en recargo de equivalencia se le suma ademas el
      *          recargo del codigo de IVA de cada producto
      *          (tipos-recargo.dat, con vigencias como la tabla de
      *          IVA), totalizado por moneda e impreso en una linea
      *          por cada tipo de recargo.
      *          Los clientes con facturacion quincenal o mensual no
      *          reciben una factura por pedido: sus pedidos se
      *          apartan y, cuando el periodo de la fecha de entrega
      *          ya termino, salen en una sola factura resumen por
      *          cliente y periodo (cabecera con pedido cero) con las
      *          lineas agrupadas bajo cada pedido y su albaran.  Los
      *          de un periodo aun abierto esperan a otra corrida.
      *          Las lineas de servicio (portes, manipulacion,
      *          instalacion) se facturan con el codigo de IVA de su
      *          ficha en servicios.dat y no con el de un producto.
      *          Solo se facturan las lineas activas del pedido, que
      *          quedan marcadas como facturadas: cada envio parcial
      *          lleva su propia factura.  El pedido con remanente
      *          en espera de stock no se cierra sino que pasa a B,
      *          y si el remanente ya fue liberado vuelve a A para
      *          prepararse; en ambos casos se borra su entrega para
      *          que el siguiente envio se confirme de nuevo.
      *          Las lineas de envio directo se facturan cuando el
      *          proveedor confirma que las sirvio (situacion E), sin
      *          esperar entrega nuestra: van con la parte propia si
      *          el pedido ya se entrego, y si no en una factura
      *          propia del pedido abierto, preparado, enviado o en
      *          backorder, que no cambia su estado salvo que ya no
      *          le quede nada pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-iva.

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA EN MODO INDEXADO
       SELECT tipos-recargo
       ASSIGN TO "tipos-recargo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rec-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-recargo.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-entregas.

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
       FD tipos-iva.
           COPY "TIPO-IVA.CPY".

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA
       FD tipos-recargo.
           COPY "TIPO-RECARGO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".
       FD entregas-archivo.
           COPY "ENTREGA-REGISTRO.CPY".

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  recorriendo-lineas          PIC X VALUE "S".
               10  tiv-vigencia        PIC 9(8).
               10  tiv-porcentaje      PIC 9(2)V99.

      *    RECARGO DE EQUIVALENCIA: TABLA DE TIPOS EN MEMORIA COMO LA
      *    DE IVA, CON UN RECARGO DE RESPALDO (EL DEL TIPO GENERAL)
      *    PARA CUANDO LA TABLA NO EXISTE O NO TIENE EL CODIGO.  LOS
      *    RECARGOS DE LA FACTURA EN CURSO SE ACUMULAN POR MONEDA Y
      *    TIPO PARA IMPRIMIR UNA LINEA POR CADA UNO.
       77  tasa-recargo-respaldo       PIC 9V9999 VALUE 0,0520.
       77  estado-recargo              PIC X(02) VALUE "00".
       77  hay-tipos-recargo           PIC X VALUE "N".
       77  leyendo-recargo             PIC X VALUE "S".
       77  total-recargo-tabla         PIC 9(2) VALUE 0.
       77  ix-rec                      PIC 9(2) VALUE 0.
       77  tasa-recargo-linea          PIC 9V9999 VALUE 0.
       77  recargo-linea               PIC 9(8)V99 VALUE 0.
       77  vigencia-recargo            PIC 9(8) VALUE 0.
       77  recargo-ubicado             PIC X VALUE "N".
       01  tabla-recargo.
           05  entrada-recargo OCCURS 50 TIMES.
               10  trc-codigo          PIC X(2).
               10  trc-vigencia        PIC 9(8).
               10  trc-porcentaje      PIC 9(2)V99.
       77  total-recargos-factura      PIC 9(2) VALUE 0.
       77  ix-rcf                      PIC 9(2) VALUE 0.
       01  tabla-recargos-factura.
           05  entrada-recargo-factura OCCURS 9 TIMES.
               10  trf-moneda          PIC X(3).
               10  trf-tasa            PIC 9V9999.
               10  trf-base            PIC 9(8)V99.
               10  trf-importe         PIC 9(8)V99.

       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-cambio               PIC X(02) VALUE "00".
       77  moneda-convertir            PIC X(3) VALUE SPACES.
       77  estado-entregas             PIC X(02) VALUE "00".
       77  hay-entregas                PIC X VALUE "N".
       77  revisando-remanentes        PIC X VALUE "S".
       77  remanentes-liberados        PIC 9(3) VALUE 0.
       77  remanentes-en-espera        PIC 9(3) VALUE 0.

      *    FACTURA SOLO DE LAS LINEAS DE ENVIO DIRECTO QUE EL
      *    PROVEEDOR YA SIRVIO, CON LA PARTE PROPIA AUN SIN ENTREGAR
       77  solo-directas               PIC X VALUE "N".
       77  directas-servidas           PIC 9(3) VALUE 0.
       77  lineas-pendientes           PIC 9(3) VALUE 0.
       77  total-solo-directas         PIC 9(6) VALUE 0.
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".
       77  total-sin-entrega           PIC 9(6) VALUE 0.
       77  fecha-entrega-pedido        PIC 9(8) VALUE 0.
       77  plazo-cliente               PIC 9(3) VALUE 0.
       77  vencimiento-factura         PIC 9(8) VALUE 0.

       77  suma-totales-factura        PIC 9(8)V99 VALUE 0.
       77  neto-a-pagar                PIC S9(8)V99 VALUE 0.

      *    FACTURACION PERIODICA: LOS PEDIDOS DE LOS CLIENTES CON
      *    FACTURA RESUMEN CUYO PERIODO YA TERMINO SE APARTAN EN LA
      *    TABLA Y SE FACTURAN AL FINAL, UNA FACTURA POR CLIENTE Y
      *    FIN DE PERIODO.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  fin-periodo                 PIC 9(8) VALUE 0.
       77  dias-enteros                PIC 9(8) VALUE 0.
       77  total-periodicos            PIC 9(3) VALUE 0.
       77  ix-per                      PIC 9(3) VALUE 0.
       77  ix-grupo                    PIC 9(3) VALUE 0.
       77  total-en-espera             PIC 9(6) VALUE 0.
       77  total-resumenes             PIC 9(6) VALUE 0.
       01  fecha-desglose.
           05  fd-anio                 PIC 9(4).
           05  fd-mes                  PIC 9(2).
           05  fd-dia                  PIC 9(2).
       01  tabla-periodicos.
           05  entrada-periodico OCCURS 500 TIMES.
               10  tpe-clientes-id     PIC X(7).
               10  tpe-fin-periodo     PIC 9(8).
               10  tpe-pedido          PIC 9(6).
               10  tpe-entrega         PIC 9(8).
               10  tpe-facturado       PIC X.
               10  tpe-solo-directas   PIC X.

       01  impreso-deposito.
           05  FILLER                  PIC X(19)
               VALUE "DEPOSITO APLICADO: ".
           05  FILLER                  PIC X(10) VALUE "  PEDIDO: ".
           05  ic-pedido               PIC 9(6).

       01  impreso-resumen.
           05  FILLER                  PIC X(9) VALUE "CLIENTE: ".
           05  irs-clientes-id         PIC X(7).
           05  FILLER                  PIC X(28)
               VALUE "  FACTURA RESUMEN HASTA EL: ".
           05  irs-fin-periodo         PIC 9(8).

       01  impreso-grupo-pedido.
           05  FILLER                  PIC X(8) VALUE "PEDIDO: ".
           05  igp-pedido              PIC 9(6).
           05  FILLER                  PIC X(11) VALUE "  ALBARAN: ".
           05  igp-albaran             PIC 9(6).
           05  FILLER                  PIC X(11) VALUE "  ENTREGA: ".
           05  igp-entrega             PIC 9(8).

       01  impreso-linea.
           05  il-producto             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  il-moneda               PIC X(3).

       01  impreso-recargo.
           05  FILLER                  PIC X(15)
               VALUE "RECARGO EQUIV. ".
           05  irc-moneda              PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  irc-porcentaje          PIC Z9,99.
           05  FILLER                  PIC X(9) VALUE "% S/BASE ".
           05  irc-base                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  irc-importe             PIC ZZZ.ZZ9,99.

       01  impreso-total.
           05  FILLER                  PIC X(6) VALUE "TOTAL ".
           05  ipt-moneda              PIC X(3).
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

      *    LA CORRIDA NO ARRANCA CON EL MES DE FACTURACION CERRADO:
      *    FACTURAR EN UN PERIODO REPORTADO CAMBIA SUS TOTALES.
           PERFORM BUSCAR-PEDIDOS-ENVIADOS
           UNTIL si-no = "N".

           MOVE 0 TO ix-per.
           PERFORM FACTURAR-PERIODICO
           UNTIL ix-per >= total-periodicos.

           DISPLAY "Pedidos facturados: " total-facturados.
           DISPLAY "Facturas resumen periodicas: " total-resumenes.
           DISPLAY "Retenidos sin entrega confirmada: "
               total-sin-entrega.
           DISPLAY "Pedidos con envio directo facturado aparte: "
               total-solo-directas.
           DISPLAY "Periodicos a la espera del fin de periodo: "
               total-en-espera.
           DISPLAY "Facturas impresas en facturas.prt".
           PERFORM FINALIZA-PROGRAMA.

               STOP RUN
           END-IF.

      *    LAS LINEAS FACTURADAS SE MARCAN EN EL PROPIO DETALLE
           OPEN I-O pedidos-detalle.
           IF estado-detalle NOT = "00"
               DISPLAY "No se pudo abrir pedidos-detalle.dat, "
                   "estado: " estado-detalle
           END-IF.

           PERFORM CARGAR-TABLA-IVA.
           PERFORM CARGAR-TABLA-RECARGO.

      *    SIN TABLA DE CAMBIOS EL CARGO EN DIVISA ENTRA A VALOR
      *    NOMINAL CON AVISO; MEJOR QUE PERDER EL CARGO.
           END-IF.

      *    SIN REGISTRO DE ENTREGAS SE FACTURA COMO SIEMPRE; CON EL,
      *    SOLO SE FACTURA LO ENTREGADO Y CONFIRMADO.  SE ABRE EN
      *    I-O PORQUE EL PEDIDO QUE SIGUE ABIERTO SUELTA SU ENTREGA.
           OPEN I-O entregas-archivo.
           IF estado-entregas = "00"
               MOVE "S" TO hay-entregas
           ELSE
                   "estado: " estado-entregas
           END-IF.

      *    SIN MAESTRO DE SERVICIOS LA LINEA DE SERVICIO VA AL TIPO
      *    GENERAL, COMO EL PRODUCTO SIN CODIGO DE IVA.
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           IF hay-entregas = "S"
               CLOSE entregas-archivo
           END-IF.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.

      *    LA TABLA DE TIPOS SE CARGA ENTERA EN MEMORIA: ES CHICA Y
      *    ASI CADA LINEA RESUELVE SU TIPO SIN TOCAR EL ARCHIVO.
                   END-IF
           END-READ.

      *    SIN TABLA DE RECARGOS SE FACTURA AL RECARGO DE RESPALDO,
      *    PERO SOLO A LOS CLIENTES EN EL REGIMEN
       CARGAR-TABLA-RECARGO.
           OPEN INPUT tipos-recargo.
           IF estado-recargo NOT = "00"
               MOVE "N" TO hay-tipos-recargo
               DISPLAY "Sin tipos-recargo.dat, recargo de "
                   "equivalencia al tipo de respaldo, estado: "
                   estado-recargo
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO hay-tipos-recargo.
           MOVE "S" TO leyendo-recargo.
           PERFORM CARGAR-UN-TIPO-RECARGO
           UNTIL leyendo-recargo = "N".

           CLOSE tipos-recargo.

       CARGAR-UN-TIPO-RECARGO.
           READ tipos-recargo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-recargo
               NOT AT END
                   IF total-recargo-tabla >= 50
                       DISPLAY "Tabla de tipos de recargo desbordada"
                       MOVE "N" TO leyendo-recargo
                   ELSE
                       ADD 1 TO total-recargo-tabla
                       MOVE rec-codigo
                           TO trc-codigo(total-recargo-tabla)
                       MOVE rec-vigencia
                           TO trc-vigencia(total-recargo-tabla)
                       MOVE rec-porcentaje
                           TO trc-porcentaje(total-recargo-tabla)
                   END-IF
           END-READ.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT facturas-control.
           IF estado-control = "35"
                           estado-pedidos
                       MOVE "N" TO si-no
                   ELSE
                       EVALUATE TRUE
                           WHEN ped-enviado
                               PERFORM VERIFICAR-Y-FACTURAR
                           WHEN ped-abierto OR ped-preparado
                           OR ped-en-backorder
                               PERFORM FACTURAR-SOLO-DIRECTAS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    EL PEDIDO ENVIADO SIN ENTREGA CONFIRMADA NO SE FACTURA:
      *    NO SE COBRA LO QUE EL CLIENTE AUN NO RECIBIO.
       VERIFICAR-Y-FACTURAR.
           MOVE "N" TO solo-directas.
           MOVE ped-fecha TO fecha-entrega-pedido.
           IF hay-entregas = "N"
               PERFORM ENCAMINAR-PEDIDO
               EXIT PARAGRAPH
           END-IF.

           READ entregas-archivo
               INVALID KEY
                   ADD 1 TO total-sin-entrega
                   PERFORM FACTURAR-SOLO-DIRECTAS
               NOT INVALID KEY
                   IF ent-confirmada
                       IF ent-fecha-entrega NOT = 0
                           MOVE ent-fecha-entrega
                               TO fecha-entrega-pedido
                       END-IF
                       PERFORM ENCAMINAR-PEDIDO
                   ELSE
                       ADD 1 TO total-sin-entrega
                       PERFORM FACTURAR-SOLO-DIRECTAS
                   END-IF
           END-READ.

      *    LO QUE EL PROVEEDOR YA SIRVIO AL CLIENTE SE COBRA AUNQUE
      *    NUESTRA PARTE DEL PEDIDO NO HAYA SALIDO O NO SE HAYA
      *    ENTREGADO.  SIN FECHA DE ENTREGA PROPIA, EL CLIENTE
      *    PERIODICO LO RECIBE EN EL PERIODO DE LA FECHA DEL PEDIDO.
       FACTURAR-SOLO-DIRECTAS.
           MOVE ped-numero TO pedido-en-curso.
           PERFORM CONTAR-DIRECTAS-SERVIDAS.
           IF directas-servidas = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-solo-directas.
           MOVE "S" TO solo-directas.
           MOVE ped-fecha TO fecha-entrega-pedido.
           PERFORM ENCAMINAR-PEDIDO.

       CONTAR-DIRECTAS-SERVIDAS.
           MOVE 0 TO directas-servidas.

           MOVE pedido-en-curso TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo-lineas.
           PERFORM CONTAR-UNA-SERVIDA
           UNTIL recorriendo-lineas = "N".

       CONTAR-UNA-SERVIDA.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF pedd-numero NOT = pedido-en-curso
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF pedd-enviada-proveedor
                           ADD 1 TO directas-servidas
                       END-IF
                   END-IF
           END-READ.

      *    EL CLIENTE POR PEDIDO SE FACTURA EN EL ACTO, COMO SIEMPRE.
      *    EL PEDIDO DEL CLIENTE PERIODICO SE APARTA PARA LA FACTURA
      *    RESUMEN SI SU PERIODO YA TERMINO; SI NO, SIGUE ENVIADO Y
      *    LO RECOGE UNA CORRIDA POSTERIOR.
       ENCAMINAR-PEDIDO.
           MOVE ped-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   MOVE "P" TO clientes-frecuencia-fac
           END-READ.

           IF NOT clientes-fac-periodica
               PERFORM FACTURAR-PEDIDO
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-FIN-PERIODO.
           IF fin-periodo > fecha-hoy
               ADD 1 TO total-en-espera
               EXIT PARAGRAPH
           END-IF.

           IF total-periodicos >= 500
               DISPLAY "Tabla de facturacion periodica llena, queda "
                   "para la proxima corrida: " ped-numero
               ADD 1 TO total-en-espera
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-periodicos.
           MOVE ped-clientes-id TO tpe-clientes-id(total-periodicos).
           MOVE fin-periodo TO tpe-fin-periodo(total-periodicos).
           MOVE ped-numero TO tpe-pedido(total-periodicos).
           MOVE fecha-entrega-pedido TO tpe-entrega(total-periodicos).
           MOVE "N" TO tpe-facturado(total-periodicos).
           MOVE solo-directas TO tpe-solo-directas(total-periodicos).

      *    LA QUINCENA CIERRA EL DIA 15 Y EL ULTIMO DEL MES; EL MES,
      *    EL ULTIMO.  EL ULTIMO DIA SALE DEL PRIMERO DEL MES
      *    SIGUIENTE MENOS UNO.
       CALCULAR-FIN-PERIODO.
           MOVE fecha-entrega-pedido TO fecha-desglose.
           IF clientes-fac-quincenal
           AND fd-dia <= 15
               MOVE 15 TO fd-dia
               MOVE fecha-desglose TO fin-periodo
               EXIT PARAGRAPH
           END-IF.

           IF fd-mes = 12
               ADD 1 TO fd-anio
               MOVE 1 TO fd-mes
           ELSE
               ADD 1 TO fd-mes
           END-IF.
           MOVE 1 TO fd-dia.
           MOVE fecha-desglose TO fin-periodo.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fin-periodo) - 1.
           COMPUTE fin-periodo =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

       FACTURAR-PEDIDO.
           ADD 1 TO numero-factura.
           MOVE ped-numero TO pedido-en-curso.
           MOVE ped-numero TO fac-pedido.
           MOVE ped-clientes-id TO fac-clientes-id.
           MOVE fecha-sistema(1:8) TO fac-fecha.
           SET fac-ordinaria TO TRUE.
           MOVE 0 TO ix-mon.
           PERFORM LIMPIAR-TOTAL-MONEDA 3 TIMES.
           MOVE 0 TO total-recargos-factura.
           PERFORM LEER-REGIMEN-CLIENTE.

           PERFORM IMPRIMIR-CABECERA-FACTURA.
           PERFORM VALORAR-LINEAS-PEDIDO.

           MOVE 0 TO deposito-aplicado.
           PERFORM APLICAR-DEPOSITO-PEDIDO.

           MOVE linea-factura TO fac-total-lineas.
           PERFORM IMPRIMIR-TOTALES-FACTURA.

                   ADD 1 TO total-facturados
           END-WRITE.

      *    CADA ENTRADA AUN NO FACTURADA ABRE LA FACTURA RESUMEN DE
      *    SU CLIENTE Y FIN DE PERIODO, QUE RECOGE TODAS LAS DEMAS
      *    ENTRADAS CON ESA MISMA PAREJA.
       FACTURAR-PERIODICO.
           ADD 1 TO ix-per.
           IF tpe-facturado(ix-per) = "N"
               PERFORM FACTURAR-RESUMEN
           END-IF.

      *    LA FACTURA RESUMEN LLEVA PEDIDO CERO EN LA CABECERA (COMO
      *    LA VENTA DE MOSTRADOR): CADA LINEA GUARDA SU PROPIO PEDIDO.
      *    LOS DEPOSITOS DE TODOS LOS PEDIDOS SE DESCUENTAN JUNTOS.
       FACTURAR-RESUMEN.
           ADD 1 TO numero-factura.
           MOVE tpe-fin-periodo(ix-per) TO fin-periodo.
           MOVE 0 TO linea-factura.
           MOVE 0 TO deposito-aplicado.

           MOVE SPACES TO factura-cabecera.
           MOVE numero-factura TO fac-numero.
           MOVE 0 TO fac-pedido.
           MOVE tpe-clientes-id(ix-per) TO fac-clientes-id.
           MOVE fecha-hoy TO fac-fecha.
           SET fac-ordinaria TO TRUE.
           MOVE 0 TO ix-mon.
           PERFORM LIMPIAR-TOTAL-MONEDA 3 TIMES.
           MOVE 0 TO total-recargos-factura.
           PERFORM LEER-REGIMEN-CLIENTE.

           PERFORM IMPRIMIR-CABECERA-RESUMEN.
           COMPUTE ix-grupo = ix-per - 1.
           PERFORM AGRUPAR-PEDIDO-RESUMEN
           UNTIL ix-grupo >= total-periodicos.

           MOVE linea-factura TO fac-total-lineas.
           PERFORM IMPRIMIR-TOTALES-FACTURA.

           WRITE factura-cabecera
               INVALID KEY
                   DISPLAY "No se pudo grabar la factura, estado: "
                       estado-facturas
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   COMPUTE ix-grupo = ix-per - 1
                   PERFORM MARCAR-PEDIDO-RESUMEN
                   UNTIL ix-grupo >= total-periodicos
                   PERFORM GRABAR-CARGOS-CARTERA
                   ADD 1 TO total-resumenes
           END-WRITE.

       AGRUPAR-PEDIDO-RESUMEN.
           ADD 1 TO ix-grupo.
           IF tpe-facturado(ix-grupo) = "N"
           AND tpe-clientes-id(ix-grupo) = fac-clientes-id
           AND tpe-fin-periodo(ix-grupo) = fin-periodo
               MOVE "S" TO tpe-facturado(ix-grupo)
               MOVE tpe-pedido(ix-grupo) TO pedido-en-curso
               MOVE tpe-solo-directas(ix-grupo) TO solo-directas
               PERFORM IMPRIMIR-GRUPO-PEDIDO
               PERFORM VALORAR-LINEAS-PEDIDO
               PERFORM APLICAR-DEPOSITO-PEDIDO
           END-IF.

      *    EL PEDIDO SE VUELVE A LEER POR CLAVE PARA MARCARLO: LA
      *    LECTURA SECUENCIAL DE LA CORRIDA YA TERMINO.
       MARCAR-PEDIDO-RESUMEN.
           ADD 1 TO ix-grupo.
           IF tpe-clientes-id(ix-grupo) = fac-clientes-id
           AND tpe-fin-periodo(ix-grupo) = fin-periodo
               MOVE tpe-pedido(ix-grupo) TO pedido-en-curso
               MOVE pedido-en-curso TO ped-numero
               READ pedidos-archivo
                   INVALID KEY
                       DISPLAY "No se pudo marcar el pedido "
                           "facturado: " pedido-en-curso
                   NOT INVALID KEY
                       MOVE tpe-solo-directas(ix-grupo)
                           TO solo-directas
                       PERFORM MARCAR-PEDIDO-FACTURADO
                       ADD 1 TO total-facturados
               END-READ
           END-IF.

      *    EL REGIMEN SE TOMA DEL CLIENTE AL FACTURAR Y QUEDA EN LA
      *    CABECERA: LOS REPORTES Y EL POSTEO NO DEPENDEN DE QUE EL
      *    CLIENTE SIGA O NO EN RECARGO.
       LEER-REGIMEN-CLIENTE.
           MOVE "N" TO fac-recargo-equiv.
           MOVE fac-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF clientes-con-recargo
                       MOVE "S" TO fac-recargo-equiv
                   END-IF
           END-READ.

      *    LA FACTURA SE ASIENTA EN CARTERA EN EL MOMENTO DE
      *    EMITIRSE: UN CARGO POR CADA MONEDA TOTALIZADA, CON EL
      *    VENCIMIENTO DEL PLAZO PACTADO DEL CLIENTE CORRIDO AL
           MOVE 0 TO fac-base(ix-mon).
           MOVE 0 TO fac-impuesto(ix-mon).
           MOVE 0 TO fac-total(ix-mon).
           MOVE 0 TO fac-recargo(ix-mon).

       VALORAR-LINEAS-PEDIDO.
           MOVE pedido-en-curso TO pedd-numero.
                   IF pedd-numero NOT = pedido-en-curso
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       EVALUATE TRUE
                           WHEN pedd-enviada-proveedor
                               PERFORM GRABAR-LINEA-FACTURA
                           WHEN pedd-activa AND NOT pedd-directa
                           AND solo-directas = "N"
                               PERFORM GRABAR-LINEA-FACTURA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

           MOVE pedd-precio TO facd-precio.
           MOVE pedd-moneda TO facd-moneda.
           MOVE importe-linea TO facd-importe.
           MOVE pedd-numero TO facd-pedido.
           MOVE pedd-tipo-linea TO facd-tipo-linea.

           WRITE factura-detalle
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.

           SET pedd-facturada TO TRUE.
           REWRITE pedido-detalle
               INVALID KEY
                   DISPLAY "No se pudo marcar facturada la linea "
                       pedd-linea " del pedido " pedd-numero
           END-REWRITE.

           PERFORM RESOLVER-TASA-LINEA.
           PERFORM RESOLVER-RECARGO-LINEA.
           PERFORM ACUMULAR-POR-MONEDA.
           PERFORM IMPRIMIR-LINEA-FACTURA.

      *    EL TIPO DE LA LINEA ES EL DEL CODIGO DE IVA DEL PRODUCTO
      *    (O DEL SERVICIO) EN VIGOR A LA FECHA DE LA FACTURA: LA
      *    VIGENCIA MAS ALTA QUE NO LA SUPERA.  SIN TABLA O SIN
      *    CODIGO CONOCIDO SE FACTURA AL TIPO DE RESPALDO.
       RESOLVER-TASA-LINEA.
           MOVE tasa-impuesto TO tasa-linea.

           MOVE "GE" TO codigo-iva-linea.
           IF pedd-servicio
               PERFORM RESOLVER-CODIGO-SERVICIO
           ELSE
               MOVE pedd-producto-id TO producto-id
               READ producto-dinamic
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF producto-iva-codigo NOT = SPACES
                           MOVE producto-iva-codigo
                               TO codigo-iva-linea
                       END-IF
               END-READ
           END-IF.

           IF hay-tipos-iva = "N"
               EXIT PARAGRAPH
           PERFORM BUSCAR-TIPO-VIGENTE
           UNTIL ix-iva >= total-iva-tabla.

       RESOLVER-CODIGO-SERVICIO.
           IF hay-servicios = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE pedd-producto-id TO srv-codigo.
           READ servicios-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF srv-iva-codigo NOT = SPACES
                       MOVE srv-iva-codigo TO codigo-iva-linea
                   END-IF
           END-READ.

       BUSCAR-TIPO-VIGENTE.
           ADD 1 TO ix-iva.

               COMPUTE tasa-linea = tiv-porcentaje(ix-iva) / 100
           END-IF.

      *    EL RECARGO SIGUE AL CODIGO DE IVA DE LA LINEA YA RESUELTO
      *    Y SE BUSCA CON EL MISMO CRITERIO DE VIGENCIA.  FUERA DEL
      *    REGIMEN LA LINEA NO LLEVA RECARGO.
       RESOLVER-RECARGO-LINEA.
           MOVE 0 TO tasa-recargo-linea.
           IF NOT fac-con-recargo
               EXIT PARAGRAPH
           END-IF.

           MOVE tasa-recargo-respaldo TO tasa-recargo-linea.
           IF hay-tipos-recargo = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO vigencia-recargo.
           MOVE 0 TO ix-rec.
           PERFORM BUSCAR-RECARGO-VIGENTE
           UNTIL ix-rec >= total-recargo-tabla.

       BUSCAR-RECARGO-VIGENTE.
           ADD 1 TO ix-rec.

           IF trc-codigo(ix-rec) = codigo-iva-linea
           AND trc-vigencia(ix-rec) <= fac-fecha
           AND trc-vigencia(ix-rec) >= vigencia-recargo
               MOVE trc-vigencia(ix-rec) TO vigencia-recargo
               COMPUTE tasa-recargo-linea =
                   trc-porcentaje(ix-rec) / 100
           END-IF.

       ACUMULAR-POR-MONEDA.
           MOVE "N" TO moneda-ubicada.
           MOVE 0 TO ix-mon.
               COMPUTE impuesto-linea ROUNDED =
                   importe-linea * tasa-linea
               ADD impuesto-linea TO fac-impuesto(ix-mon)
               IF tasa-recargo-linea > 0
                   COMPUTE recargo-linea ROUNDED =
                       importe-linea * tasa-recargo-linea
                   ADD recargo-linea TO fac-recargo(ix-mon)
                   PERFORM ACUMULAR-RECARGO-TASA
               END-IF
               MOVE "S" TO moneda-ubicada
           END-IF.

       ACUMULAR-RECARGO-TASA.
           MOVE "N" TO recargo-ubicado.
           MOVE 0 TO ix-rcf.
           PERFORM UBICAR-RECARGO-TASA
           UNTIL recargo-ubicado = "S"
           OR ix-rcf >= total-recargos-factura.

           IF recargo-ubicado = "N"
               IF total-recargos-factura >= 9
                   DISPLAY "Demasiados tipos de recargo en la "
                       "factura, linea sin desglosar: " facd-linea
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-recargos-factura
               MOVE total-recargos-factura TO ix-rcf
               MOVE pedd-moneda TO trf-moneda(ix-rcf)
               MOVE tasa-recargo-linea TO trf-tasa(ix-rcf)
               MOVE 0 TO trf-base(ix-rcf)
               MOVE 0 TO trf-importe(ix-rcf)
           END-IF.

           ADD importe-linea TO trf-base(ix-rcf).
           ADD recargo-linea TO trf-importe(ix-rcf).

       UBICAR-RECARGO-TASA.
           ADD 1 TO ix-rcf.
           IF trf-moneda(ix-rcf) = pedd-moneda
           AND trf-tasa(ix-rcf) = tasa-recargo-linea
               MOVE "S" TO recargo-ubicado
           END-IF.

      *    EL PEDIDO SOLO SE CIERRA SI NO LE QUEDA REMANENTE: CON
      *    REMANENTE LIBERADO VUELVE A ABIERTO PARA EL SIGUIENTE
      *    ENVIO, Y CON REMANENTE EN ESPERA QUEDA EN BACKORDER.
       MARCAR-PEDIDO-FACTURADO.
           IF solo-directas = "S"
               PERFORM CERRAR-SI-NADA-PENDIENTE
               EXIT PARAGRAPH
           END-IF.

           PERFORM REVISAR-REMANENTES.
           EVALUATE TRUE
               WHEN remanentes-liberados > 0
                   SET ped-abierto TO TRUE
               WHEN remanentes-en-espera > 0
                   SET ped-en-backorder TO TRUE
               WHEN OTHER
                   SET ped-facturado TO TRUE
           END-EVALUATE.

           REWRITE pedido-cabecera
               INVALID KEY
                   DISPLAY "No se pudo marcar el pedido facturado: "
                       pedido-en-curso
           END-REWRITE.

           IF NOT ped-facturado
               DISPLAY "Pedido con remanente, queda en estado "
                   ped-estado ": " pedido-en-curso
               PERFORM SOLTAR-ENTREGA-PEDIDO
           END-IF.

      *    EL REMANENTE LIBERADO POR LA ENTRADA DE STOCK MIENTRAS EL
      *    PEDIDO ESTABA EN CURSO VUELVE A SER LINEA ACTIVA
       REVISAR-REMANENTES.
           MOVE 0 TO remanentes-liberados.
           MOVE 0 TO remanentes-en-espera.

           MOVE pedido-en-curso TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO revisando-remanentes.
           PERFORM REVISAR-UN-REMANENTE
           UNTIL revisando-remanentes = "N".

       REVISAR-UN-REMANENTE.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO revisando-remanentes
               NOT AT END
                   IF pedd-numero NOT = pedido-en-curso
                       MOVE "N" TO revisando-remanentes
                   ELSE
                       EVALUATE TRUE
                           WHEN pedd-liberada
                               ADD 1 TO remanentes-liberados
                               SET pedd-activa TO TRUE
                               REWRITE pedido-detalle
                                   INVALID KEY
                                       DISPLAY "No se pudo reabrir "
                                           "la linea " pedd-linea
                               END-REWRITE
                           WHEN pedd-en-backorder
                           WHEN pedd-pedida-proveedor
                           WHEN pedd-directa AND pedd-activa
                               ADD 1 TO remanentes-en-espera
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *    LA FACTURA DEL ENVIO DIRECTO NO TOCA EL CURSO DEL PEDIDO:
      *    SOLO LO CIERRA SI YA NO LE QUEDA NINGUNA LINEA POR
      *    FACTURAR (NI PROPIA, NI EN ESPERA, NI EN EL PROVEEDOR)
       CERRAR-SI-NADA-PENDIENTE.
           MOVE 0 TO lineas-pendientes.

           MOVE pedido-en-curso TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO revisando-remanentes
                   PERFORM CONTAR-UNA-PENDIENTE
                   UNTIL revisando-remanentes = "N"
           END-START.

           IF lineas-pendientes > 0
               DISPLAY "Envio directo facturado, el pedido sigue en "
                   "estado " ped-estado ": " pedido-en-curso
               EXIT PARAGRAPH
           END-IF.

           SET ped-facturado TO TRUE.
           REWRITE pedido-cabecera
               INVALID KEY
                       pedido-en-curso
           END-REWRITE.

       CONTAR-UNA-PENDIENTE.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO revisando-remanentes
               NOT AT END
                   IF pedd-numero NOT = pedido-en-curso
                       MOVE "N" TO revisando-remanentes
                   ELSE
                       IF NOT pedd-facturada AND NOT pedd-cancelada
                           ADD 1 TO lineas-pendientes
                       END-IF
                   END-IF
           END-READ.

      *    LA ENTREGA CONFIRMADA YA SE COBRO EN ESTA FACTURA; EL
      *    ENVIO DEL REMANENTE NECESITA SU PROPIA CONFIRMACION
       SOLTAR-ENTREGA-PEDIDO.
           IF hay-entregas = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE pedido-en-curso TO ent-pedido.
           DELETE entregas-archivo RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       IMPRIMIR-CABECERA-FACTURA.
           MOVE numero-factura TO it-numero.
           MOVE fac-fecha TO it-fecha.
           WRITE linea-impresa FROM impreso-cliente.
           WRITE linea-impresa FROM SPACES.

       IMPRIMIR-CABECERA-RESUMEN.
           MOVE numero-factura TO it-numero.
           MOVE fac-fecha TO it-fecha.
           WRITE linea-impresa FROM impreso-titulo.

           MOVE fac-clientes-id TO irs-clientes-id.
           MOVE fin-periodo TO irs-fin-periodo.
           WRITE linea-impresa FROM impreso-resumen.

      *    EL ALBARAN SE NUMERA CON EL PEDIDO QUE ENTREGA
       IMPRIMIR-GRUPO-PEDIDO.
           WRITE linea-impresa FROM SPACES.
           MOVE pedido-en-curso TO igp-pedido.
           MOVE pedido-en-curso TO igp-albaran.
           MOVE tpe-entrega(ix-grupo) TO igp-entrega.
           WRITE linea-impresa FROM impreso-grupo-pedido.

       IMPRIMIR-LINEA-FACTURA.
           MOVE facd-producto-id TO il-producto.
           MOVE facd-cantidad TO il-cantidad.
       IMPRIMIR-TOTALES-FACTURA.
           WRITE linea-impresa FROM SPACES.

           MOVE 0 TO ix-rcf.
           PERFORM IMPRIMIR-RECARGO-TASA
           UNTIL ix-rcf >= total-recargos-factura.

           MOVE 0 TO ix-mon.
           PERFORM IMPRIMIR-TOTAL-MONEDA 3 TIMES.

           PERFORM IMPRIMIR-DEPOSITO-APLICADO.

           WRITE linea-impresa FROM SPACES.
           WRITE linea-impresa FROM SPACES.
      *    EL DEPOSITO TOMADO CON EL PEDIDO SE DESCUENTA EN LA
      *    FACTURA IMPRESA (BRUTO, DEPOSITO, NETO) Y QUEDA MARCADO
      *    APLICADO; EN CARTERA YA FIGURABA COMO PAGO DESDE EL ALTA,
      *    ASI QUE EL CARGO BRUTO Y EL LIBRO CUADRAN SOLOS.  SE
      *    ACUMULA SOBRE deposito-aplicado PARA QUE LA FACTURA
      *    RESUMEN SUME LOS DE TODOS SUS PEDIDOS.
       APLICAR-DEPOSITO-PEDIDO.
           OPEN I-O depositos-archivo.
           IF estado-depositos NOT = "00"
               EXIT PARAGRAPH

           CLOSE depositos-archivo.

       IMPRIMIR-DEPOSITO-APLICADO.
           IF deposito-aplicado > 0
               MOVE 0 TO suma-totales-factura
               MOVE 0 TO ix-mon
               ADD fac-total(ix-mon) TO suma-totales-factura
           END-IF.

      *    UNA LINEA POR MONEDA Y TIPO DE RECARGO, ANTES DE LOS
      *    TOTALES QUE YA LO INCLUYEN
       IMPRIMIR-RECARGO-TASA.
           ADD 1 TO ix-rcf.
           MOVE trf-moneda(ix-rcf) TO irc-moneda.
           COMPUTE irc-porcentaje = trf-tasa(ix-rcf) * 100.
           MOVE trf-base(ix-rcf) TO irc-base.
           MOVE trf-importe(ix-rcf) TO irc-importe.
           WRITE linea-impresa FROM impreso-recargo.

       IMPRIMIR-TOTAL-MONEDA.
           ADD 1 TO ix-mon.

      *    EL IMPUESTO Y EL RECARGO YA SE ACUMULARON LINEA A LINEA AL
      *    TIPO DE CADA PRODUCTO; AQUI SOLO SE EXTIENDE EL TOTAL.
           IF fac-moneda(ix-mon) NOT = SPACES
               COMPUTE fac-total(ix-mon) =
                   fac-base(ix-mon) + fac-impuesto(ix-mon)
                   + fac-recargo(ix-mon)

               MOVE fac-moneda(ix-mon) TO ipt-moneda
               MOVE fac-base(ix-mon) TO ipt-base
