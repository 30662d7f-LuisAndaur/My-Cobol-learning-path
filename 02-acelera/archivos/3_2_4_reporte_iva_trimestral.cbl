      * Date:
      * Purpose: Declaracion trimestral de IVA.  Barre las facturas
      *          emitidas LINEA A LINEA (facturas-detalle.dat, con
      *          el tipo del codigo de IVA de cada producto, o del
      *          servicio en las lineas de servicio, resuelto en
      *          tipos-iva.dat, porque una factura mezcla lineas
      *          al general y al reducido y cada base debe caer en
      *          SU casilla), los abonos por devoluciones
      *          (abonos.dat, que restan), las facturas
      *          rectificativas (rectificativas.dat, que suman o
      *          restan segun sean de cargo o de abono, a los tipos
      *          de la factura que corrigen), los abonos por rappel
      *          (rappels-liquidaciones.dat, que restan, en EUR) y
      *          las facturas recibidas de proveedores
      *          (compras-facturas.dat, IVA soportado) del
      *          trimestre pedido, y acumula base
      *          imponible e impuesto por tipo y por moneda,
      *          convertido a EUR con la tabla de tipos de cambio.
      *          Sin detalle o sin tabla de tipos cae al reparto por
      *          cabecera con el tipo deducido impuesto/base.  Emite
      *          por el escritor de spool el detalle que soporta
      *          cada casilla y el resumen con devengado, soportado
      *          y el saldo a ingresar.  El recargo de equivalencia
      *          de las facturas y abonos a clientes en ese regimen
      *          va en casillas propias (sentido R), por tipo de
      *          recargo, y suma al saldo a ingresar.
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

      *REGISTRO DE ABONOS, SOLO LECTURA
       SELECT abonos-archivo
       ASSIGN TO "abonos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-abonos.

      *ABONOS POR RAPPEL, SOLO LECTURA
       SELECT rappels-liquidaciones
       ASSIGN TO "rappels-liquidaciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-rappels.

      *REGISTRO DE FACTURAS RECTIFICATIVAS, SOLO LECTURA
       SELECT rectificativas-archivo
       ASSIGN TO "rectificativas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rct-numero
       ALTERNATE RECORD KEY IS rct-origen WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rectificativas.

      *FACTURAS RECIBIDAS DE PROVEEDORES EN MODO INDEXADO
       SELECT compras-facturas
       ASSIGN TO "compras-facturas.dat"
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cambio.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE FACTURA
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

      *TABLA DE TIPOS DE IVA
       FD tipos-iva.
           COPY "TIPO-IVA.CPY".

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA
       FD tipos-recargo.
           COPY "TIPO-RECARGO.CPY".

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *ABONOS POR RAPPEL
       FD rappels-liquidaciones.
           COPY "RAPPEL-LIQUIDACION.CPY".

      *REGISTRO DE FACTURAS RECTIFICATIVAS
       FD rectificativas-archivo.
           COPY "RECTIFICATIVA-REGISTRO.CPY".

      *FACTURAS RECIBIDAS DE PROVEEDORES
       FD compras-facturas.
           COPY "FACTURA-PROVEEDOR.CPY".
       77  si-no                       PIC X VALUE "S".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-rappels              PIC X(02) VALUE "00".
       77  estado-compras              PIC X(02) VALUE "00".
       77  estado-cambio               PIC X(02) VALUE "00".
       77  hay-tipos-cambio            PIC X VALUE "N".
       77  estado-iva                  PIC X(02) VALUE "00".
       77  hay-detalle                 PIC X VALUE "N".
       77  hay-producto                PIC X VALUE "N".
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".
       77  hay-tipos-iva               PIC X VALUE "N".
       77  leyendo-iva                 PIC X VALUE "S".
       77  leyendo-lineas-fac          PIC X VALUE "S".
               10  tiv-codigo          PIC X(2).
               10  tiv-vigencia        PIC 9(8).
               10  tiv-porcentaje      PIC 9(2)V99.

      *    RECARGO DE EQUIVALENCIA POR LINEA: MISMO CAMINO QUE LA
      *    FACTURACION, CON EL CODIGO DE IVA YA RESUELTO
       77  estado-recargo              PIC X(02) VALUE "00".
       77  hay-tipos-recargo           PIC X VALUE "N".
       77  leyendo-recargo             PIC X VALUE "S".
       77  total-recargo-tabla         PIC 9(2) VALUE 0.
       77  ix-rec                      PIC 9(2) VALUE 0.
       77  vigencia-recargo            PIC 9(8) VALUE 0.
       77  recargo-respaldo            PIC 9(2)V99 VALUE 5,20.
       01  tabla-recargo.
           05  entrada-recargo OCCURS 50 TIMES.
               10  trc-codigo          PIC X(2).
               10  trc-vigencia        PIC 9(8).
               10  trc-porcentaje      PIC 9(2)V99.
       77  importe-eur                 PIC S9(8)V99 VALUE 0.
       77  total-recargo-eur           PIC S9(9)V99 VALUE 0.
       77  total-devengado-eur         PIC S9(9)V99 VALUE 0.
       77  total-soportado-eur         PIC S9(9)V99 VALUE 0.
       77  saldo-a-ingresar            PIC S9(9)V99 VALUE 0.
       77  total-documentos            PIC 9(6) VALUE 0.

      *    CASILLAS DE LA DECLARACION: UNA POR SENTIDO (D=DEVENGADO,
      *    S=SOPORTADO, R=RECARGO DE EQUIVALENCIA), MONEDA Y TIPO
      *    CALCULADO
       77  total-cajas                 PIC 9(2) VALUE 0.
       01  tabla-cajas.
           05  entrada-caja OCCURS 30 TIMES.
           05  dd-moneda               PIC X(3).
           05  FILLER                  PIC X(7) VALUE "  BASE ".
           05  dd-base                 PIC -ZZZ.ZZ9,99.
           05  dd-etiqueta             PIC X(6) VALUE "  IVA ".
           05  dd-impuesto             PIC -ZZZ.ZZ9,99.

       01  detalle-caja.
           05  dc-tasa                 PIC Z9,99.
           05  FILLER                  PIC X(8) VALUE "%  BASE ".
           05  dc-base                 PIC -Z.ZZZ.ZZ9,99.
           05  dc-etiqueta             PIC X(6) VALUE "  IVA ".
           05  dc-impuesto             PIC -Z.ZZZ.ZZ9,99.

       01  linea-resumen-iva.
           UNTIL si-no = "N".

           PERFORM BARRER-ABONOS.
           PERFORM BARRER-RECTIFICATIVAS.
           PERFORM BARRER-RAPPELS.
           PERFORM BARRER-COMPRAS.

           PERFORM IMPRIMIR-CAJAS.
               MOVE "N" TO hay-producto
           END-IF.

      *    SIN MAESTRO DE SERVICIOS LA LINEA DE SERVICIO VA AL TIPO
      *    GENERAL
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

           PERFORM CARGAR-TABLA-IVA.
           PERFORM CARGAR-TABLA-RECARGO.

           IF hay-detalle = "N" OR hay-tipos-iva = "N"
               DISPLAY "Sin detalle o sin tabla de tipos: el "
           IF hay-producto = "S"
               CLOSE producto-dinamic
           END-IF.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.

       CARGAR-TABLA-IVA.
           OPEN INPUT tipos-iva.
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-TABLA-RECARGO.
           OPEN INPUT tipos-recargo.
           IF estado-recargo NOT = "00"
               MOVE "N" TO hay-tipos-recargo
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

      *    LAS FACTURAS DE INTERESES DE DEMORA NO ESTAN SUJETAS A
      *    IVA Y NO ENTRAN EN LA DECLARACION
       BARRER-FACTURAS-EMITIDAS.
           READ facturas-archivo NEXT RECORD
               AT END
               NOT AT END
                   IF fac-fecha >= fecha-desde
                   AND fac-fecha <= fecha-hasta
                   AND NOT fac-intereses
                       PERFORM ACUMULAR-FACTURA-EMITIDA
                   END-IF
           END-READ.
           MOVE detalle-documento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF fac-con-recargo
               PERFORM RESOLVER-RECARGO-LINEA
               MOVE "R" TO sentido-trabajo
               COMPUTE impuesto-trabajo ROUNDED =
                   facd-importe * tasa-calculada / 100
               PERFORM ACUMULAR-EN-CAJA
               PERFORM DETALLAR-RECARGO
           END-IF.

      *    LA FACTURA SE EMITIO CON RECARGO: LA LINEA LLEVA EL DEL
      *    CODIGO DE IVA EN VIGOR A fac-fecha, O EL DE RESPALDO
       RESOLVER-RECARGO-LINEA.
           MOVE recargo-respaldo TO tasa-calculada.
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
               MOVE trc-porcentaje(ix-rec) TO tasa-calculada
           END-IF.

      *    LINEA DE DETALLE DEL RECARGO, DEBAJO DE LA DEL IVA DEL
      *    MISMO DOCUMENTO
       DETALLAR-RECARGO.
           MOVE "RECARGO" TO dd-tipo.
           MOVE base-trabajo TO dd-base.
           MOVE "  REC " TO dd-etiqueta.
           MOVE impuesto-trabajo TO dd-impuesto.
           MOVE detalle-documento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "  IVA " TO dd-etiqueta.

      *    MISMO CAMINO QUE LA FACTURACION: CODIGO DE IVA DEL
      *    PRODUCTO Y VIGENCIA MAS ALTA QUE NO SUPERA fac-fecha.
       RESOLVER-TASA-LINEA.
           MOVE tasa-respaldo TO tasa-calculada.

           MOVE "GE" TO codigo-iva-linea.
           EVALUATE TRUE
               WHEN facd-servicio
                   IF hay-servicios = "S"
                       MOVE facd-producto-id TO srv-codigo
                       READ servicios-archivo
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF srv-iva-codigo NOT = SPACES
                                   MOVE srv-iva-codigo
                                       TO codigo-iva-linea
                               END-IF
                       END-READ
                   END-IF
               WHEN hay-producto = "S"
                   MOVE facd-producto-id TO producto-id
                   READ producto-dinamic
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF producto-iva-codigo NOT = SPACES
                               MOVE producto-iva-codigo
                                   TO codigo-iva-linea
                           END-IF
                   END-READ
           END-EVALUATE.

           MOVE 0 TO vigencia-hallada.
           MOVE 0 TO ix-iva.
           MOVE detalle-documento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF fac-recargo(ix-mon) > 0
               MOVE "R" TO sentido-trabajo
               MOVE fac-recargo(ix-mon) TO impuesto-trabajo
               PERFORM CALCULAR-TASA-RATIO
               PERFORM ACUMULAR-EN-CAJA
               PERFORM DETALLAR-RECARGO
           END-IF.

      *    LOS ABONOS RESTAN DEL DEVENGADO: ENTRAN CON SIGNO
      *    NEGATIVO EN LA MISMA CASILLA DE SU MONEDA Y TIPO.
       BARRER-ABONOS.
           MOVE detalle-documento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF abo-recargo > 0
               MOVE "R" TO sentido-trabajo
               COMPUTE impuesto-trabajo = 0 - abo-recargo
               PERFORM CALCULAR-TASA-RATIO
               PERFORM ACUMULAR-EN-CAJA
               PERFORM DETALLAR-RECARGO
           END-IF.

      *    LAS RECTIFICATIVAS LLEVAN GRABADOS LOS TIPOS DE LA
      *    FACTURA QUE CORRIGEN: CAEN EN ESA CASILLA, SUMANDO LAS DE
      *    CARGO Y RESTANDO LAS DE ABONO.
       BARRER-RECTIFICATIVAS.
           OPEN INPUT rectificativas-archivo.
           IF estado-rectificativas NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BARRER-UNA-RECTIFICATIVA
           UNTIL si-no = "N".

           CLOSE rectificativas-archivo.

       BARRER-UNA-RECTIFICATIVA.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rct-fecha >= fecha-desde
                   AND rct-fecha <= fecha-hasta
                       PERFORM ACUMULAR-RECTIFICATIVA
                   END-IF
           END-READ.

       ACUMULAR-RECTIFICATIVA.
           ADD 1 TO total-documentos.

           MOVE "D" TO sentido-trabajo.
           MOVE rct-moneda TO moneda-trabajo.
           MOVE rct-tasa-iva TO tasa-calculada.
           IF rct-abono
               COMPUTE base-trabajo = 0 - rct-base
               COMPUTE impuesto-trabajo = 0 - rct-impuesto
           ELSE
               MOVE rct-base TO base-trabajo
               MOVE rct-impuesto TO impuesto-trabajo
           END-IF.
           PERFORM ACUMULAR-EN-CAJA.

           MOVE "RECTIF." TO dd-tipo.
           MOVE SPACES TO dd-numero.
           MOVE rct-numero TO dd-numero(1:6).
           MOVE rct-fecha TO dd-fecha.
           MOVE rct-moneda TO dd-moneda.
           MOVE base-trabajo TO dd-base.
           MOVE impuesto-trabajo TO dd-impuesto.
           MOVE detalle-documento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF rct-recargo > 0
               MOVE "R" TO sentido-trabajo
               MOVE rct-tasa-recargo TO tasa-calculada
               IF rct-abono
                   COMPUTE impuesto-trabajo = 0 - rct-recargo
               ELSE
                   MOVE rct-recargo TO impuesto-trabajo
               END-IF
               PERFORM ACUMULAR-EN-CAJA
               PERFORM DETALLAR-RECARGO
           END-IF.

      *    EL ABONO POR RAPPEL DEVUELVE UNA PROPORCION DEL IVA DEL
      *    ANO DEL CLIENTE: RESTA COMO UN ABONO, EN LA CASILLA DEL
      *    TIPO DEDUCIDO IMPUESTO/BASE.  YA VIENE EN EUR.
       BARRER-RAPPELS.
           OPEN INPUT rappels-liquidaciones.
           IF estado-rappels NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BARRER-UN-RAPPEL
           UNTIL si-no = "N".

           CLOSE rappels-liquidaciones.

       BARRER-UN-RAPPEL.
           READ rappels-liquidaciones
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rli-fecha >= fecha-desde
                   AND rli-fecha <= fecha-hasta
                       PERFORM ACUMULAR-RAPPEL
                   END-IF
           END-READ.

       ACUMULAR-RAPPEL.
           ADD 1 TO total-documentos.

           MOVE "D" TO sentido-trabajo.
           MOVE "EUR" TO moneda-trabajo.
           COMPUTE base-trabajo = 0 - rli-base.
           COMPUTE impuesto-trabajo = 0 - rli-impuesto.
           PERFORM CALCULAR-TASA-RATIO.
           PERFORM ACUMULAR-EN-CAJA.

           MOVE "RAPPEL" TO dd-tipo.
           MOVE SPACES TO dd-numero.
           MOVE rli-numero TO dd-numero(1:6).
           MOVE rli-fecha TO dd-fecha.
           MOVE "EUR" TO dd-moneda.
           MOVE base-trabajo TO dd-base.
           MOVE impuesto-trabajo TO dd-impuesto.
           MOVE detalle-documento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF rli-recargo > 0
               MOVE "R" TO sentido-trabajo
               COMPUTE impuesto-trabajo = 0 - rli-recargo
               PERFORM CALCULAR-TASA-RATIO
               PERFORM ACUMULAR-EN-CAJA
               PERFORM DETALLAR-RECARGO
           END-IF.

       BARRER-COMPRAS.
           IF hay-compras = "N"
               EXIT PARAGRAPH
       IMPRIMIR-UNA-CAJA.
           ADD 1 TO ix-caja.

           MOVE "  IVA " TO dc-etiqueta.
           EVALUATE tcj-sentido(ix-caja)
               WHEN "D"
                   MOVE "DEVENGADO" TO dc-sentido
               WHEN "R"
                   MOVE "RECARGO" TO dc-sentido
                   MOVE "  REC " TO dc-etiqueta
               WHEN OTHER
                   MOVE "SOPORTADO" TO dc-sentido
           END-EVALUATE.
           MOVE tcj-moneda(ix-caja) TO dc-moneda.
           MOVE tcj-tasa(ix-caja) TO dc-tasa.
           MOVE tcj-base(ix-caja) TO dc-base.
           MOVE tcj-moneda(ix-caja) TO moneda-trabajo.
           PERFORM CONVERTIR-A-EUR.

           EVALUATE tcj-sentido(ix-caja)
               WHEN "D"
                   ADD importe-eur TO total-devengado-eur
               WHEN "R"
                   ADD importe-eur TO total-recargo-eur
               WHEN OTHER
                   ADD importe-eur TO total-soportado-eur
           END-EVALUATE.

       CONVERTIR-A-EUR.
           IF moneda-trabajo = "EUR"
           MOVE linea-resumen-iva TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "RECARGO EQUIVALENCIA.:" TO lri-leyenda.
           MOVE total-recargo-eur TO lri-importe.
           MOVE linea-resumen-iva TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "IVA SOPORTADO........:" TO lri-leyenda.
           MOVE total-soportado-eur TO lri-importe.
           MOVE linea-resumen-iva TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    EL RECARGO COBRADO SE INGRESA JUNTO CON EL IVA DEVENGADO
           COMPUTE saldo-a-ingresar =
               total-devengado-eur + total-recargo-eur
               - total-soportado-eur.
           MOVE "SALDO A INGRESAR.....:" TO lri-leyenda.
           MOVE saldo-a-ingresar TO lri-importe.
           MOVE linea-resumen-iva TO spool-linea-env.
