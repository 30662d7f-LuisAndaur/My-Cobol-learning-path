      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion de fin de ano de los rappels por volumen.
      *          Para cada acuerdo vigente de rappels-acuerdos.dat
      *          aun sin liquidar en el ejercicio pedido, acumula la
      *          venta neta del ano en EUR como DEVENGO_RAPPELS
      *          (facturas menos abonos, mas o menos rectificativas)
      *          junto con el IVA y el recargo de esos documentos.
      *          Si el cliente alcanzo algun tramo, emite un abono
      *          por rappel: el porcentaje del tramo sobre el volumen
      *          es la base, y el IVA y el recargo devuelven la misma
      *          proporcion de lo cobrado en el ano.  El abono se
      *          numera desde rappels-control.dat (regrabado tras
      *          cada uno), se anota en rappels-liquidaciones.dat,
      *          entra a cartera.dat como pago contra el cliente y se
      *          le envia una carta de liquidacion por el escritor de
      *          spool.  El acuerdo queda con el ejercicio liquidado
      *          para no abonarlo dos veces; el asiento lo genera
      *          POSTEO_CONTABLE desde rappels-liquidaciones.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LIQUIDACION_RAPPELS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ACUERDOS DE RAPPEL; SE REGRABA EL ULTIMO EJERCICIO LIQUIDADO
       SELECT rappels-acuerdos
       ASSIGN TO "rappels-acuerdos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rpa-clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

      *ABONOS POR RAPPEL, SOLO SE AGREGA AL FINAL
       SELECT rappels-liquidaciones
       ASSIGN TO "rappels-liquidaciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-liquidaciones.

      *REGISTRO DE NUMERACION DE ABONOS POR RAPPEL (UN SOLO REGISTRO)
       SELECT rappels-control
       ASSIGN TO "rappels-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *REGISTRO DE ABONOS, SOLO LECTURA
       SELECT abonos-archivo
       ASSIGN TO "abonos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-abonos.

      *REGISTRO DE FACTURAS RECTIFICATIVAS, SOLO LECTURA
       SELECT rectificativas-archivo
       ASSIGN TO "rectificativas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rct-numero
       ALTERNATE RECORD KEY IS rct-origen WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rectificativas.

      *LIBRO DE CARTERA, SOLO SE AGREGA AL FINAL
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

       DATA DIVISION.
       FILE SECTION.
      *ACUERDOS DE RAPPEL
       FD rappels-acuerdos.
           COPY "RAPPEL-ACUERDO.CPY".

      *ABONOS POR RAPPEL
       FD rappels-liquidaciones.
           COPY "RAPPEL-LIQUIDACION.CPY".

      *REGISTRO DE NUMERACION
       FD rappels-control.
       01  control-registro.
           05  ctrl-ultimo-rappel      PIC 9(6).

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *REGISTRO DE FACTURAS RECTIFICATIVAS
       FD rectificativas-archivo.
           COPY "RECTIFICATIVA-REGISTRO.CPY".

      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  estado-liquidaciones        PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  hay-abonos                  PIC X VALUE "N".
       77  hay-rectificativas          PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  anio-pedido                 PIC 9(4) VALUE 0.
       77  confirmacion                PIC X VALUE "N".
       77  numero-rappel               PIC 9(6) VALUE 0.
       77  ix-mon                      PIC 9 VALUE 0.
       77  ix-rap                      PIC 9(4) VALUE 0.
       77  ix-tramo                    PIC 9 VALUE 0.
       77  rappel-ubicado              PIC X VALUE "N".
       77  id-trabajo                  PIC X(7) VALUE SPACES.
       77  fecha-trabajo               PIC 9(8) VALUE 0.
       77  moneda-trabajo              PIC X(3) VALUE SPACES.
       77  base-trabajo                PIC S9(8)V99 VALUE 0.
       77  impuesto-trabajo            PIC S9(8)V99 VALUE 0.
       77  recargo-trabajo             PIC S9(8)V99 VALUE 0.
       77  tramo-alcanzado             PIC 9 VALUE 0.
       77  porcentaje-aplicado         PIC 9(2)V99 VALUE 0.
       77  importe-calculado           PIC S9(9)V99 VALUE 0.
       77  total-documentos            PIC 9(6) VALUE 0.
       77  total-sin-tasa              PIC 9(6) VALUE 0.
       77  total-liquidados            PIC 9(6) VALUE 0.
       77  total-sin-tramo             PIC 9(6) VALUE 0.
       77  total-abonado               PIC 9(9)V99 VALUE 0.

      *    CAMPOS PARA SERVICIOS-CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

      *    CLIENTES A LIQUIDAR CON LA VENTA NETA DEL ANO, EL IVA Y EL
      *    RECARGO DE ESA VENTA, TODO EN EUR
       77  total-rappels               PIC 9(4) VALUE 0.
       01  tabla-rappels.
           05  entrada-rappel OCCURS 1000 TIMES.
               10  trp-clientes-id     PIC X(7).
               10  trp-volumen         PIC S9(11)V99.
               10  trp-impuesto        PIC S9(11)V99.
               10  trp-recargo         PIC S9(11)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "VENTAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  referencia-rappel.
           05  FILLER                  PIC X(4) VALUE "RAP ".
           05  rr-numero               PIC 9(6).

       01  carta-destinatario.
           05  FILLER                  PIC X(11) VALUE "CLIENTE..: ".
           05  cd-clientes-id          PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  cd-nombre               PIC X(35).

       01  carta-direccion.
           05  FILLER                  PIC X(11) VALUE "DIRECCION: ".
           05  cdi-direccion           PIC X(35).

       01  carta-titulo.
           05  FILLER                  PIC X(20)
               VALUE "ABONO POR RAPPEL N. ".
           05  cti-numero              PIC 9(6).
           05  FILLER                  PIC X(9) VALUE "  FECHA: ".
           05  cti-fecha               PIC 9(8).
           05  FILLER                  PIC X(13)
               VALUE "  EJERCICIO: ".
           05  cti-ejercicio           PIC 9(4).

       01  carta-volumen.
           05  FILLER                  PIC X(32)
               VALUE "VOLUMEN NETO DEL ANO (SIN IVA).:".
           05  cv-volumen              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       01  carta-tramo.
           05  FILLER                  PIC X(32)
               VALUE "TRAMO ALCANZADO................:".
           05  FILLER                  PIC X VALUE SPACE.
           05  ctr-tramo               PIC 9.
           05  FILLER                  PIC X(9) VALUE "  DESDE ".
           05  ctr-umbral              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(7) VALUE " EUR AL".
           05  ctr-porcentaje          PIC ZZ9,99.
           05  FILLER                  PIC X VALUE "%".

       01  carta-importe.
           05  cim-leyenda             PIC X(32).
           05  cim-importe             PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       01  carta-aviso.
           05  FILLER                  PIC X(48)
               VALUE "EL IMPORTE TOTAL SE ABONA EN SU CUENTA CON NOSOT".
           05  FILLER                  PIC X(34)
               VALUE "ROS Y SE DESCONTARA DE SUS CARGOS.".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           MOVE "S" TO si-no.
           PERFORM CARGAR-ACUERDOS
           UNTIL si-no = "N".

           IF total-rappels = 0
               DISPLAY "No hay acuerdos pendientes de liquidar en "
                   anio-pedido
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BARRER-FACTURAS
           UNTIL si-no = "N".

           IF hay-abonos = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-ABONOS
               UNTIL si-no = "N"
           END-IF.

           IF hay-rectificativas = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-RECTIFICATIVAS
               UNTIL si-no = "N"
           END-IF.

           MOVE 0 TO ix-rap.
           PERFORM LIQUIDAR-UN-RAPPEL
           UNTIL ix-rap >= total-rappels.

           DISPLAY "Acuerdos evaluados.....: " total-rappels.
           DISPLAY "Abonos por rappel......: " total-liquidados.
           DISPLAY "Sin tramo alcanzado....: " total-sin-tramo.
           DISPLAY "Total abonado (EUR)....: " total-abonado.
           IF total-sin-tasa > 0
               DISPLAY "Documentos sin tasa de cambio (a valor "
                   "nominal): " total-sin-tasa
           END-IF.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

      *    POR OMISION SE LIQUIDA EL ANO ANTERIOR, QUE ES LO NORMAL
      *    AL CORRER LA LIQUIDACION EN ENERO
       OBTENER-PARAMETROS.
           DISPLAY "Ejercicio a liquidar (AAAA, 0 = ano anterior): ".
           ACCEPT anio-pedido.
           IF anio-pedido = 0
               MOVE fecha-sistema(1:4) TO anio-pedido
               SUBTRACT 1 FROM anio-pedido
           END-IF.

           IF anio-pedido >= fecha-sistema(1:4)
               DISPLAY "ATENCION: el ejercicio " anio-pedido
                   " no esta cerrado"
           END-IF.

           DISPLAY "Se liquidaran los rappels de " anio-pedido
               ", ¿continuar? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Liquidacion cancelada"
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O rappels-acuerdos.
           IF estado-acuerdos NOT = "00"
               DISPLAY "No se pudo abrir rappels-acuerdos.dat, "
                   "estado: " estado-acuerdos
               STOP RUN
           END-IF.

           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               CLOSE rappels-acuerdos
               STOP RUN
           END-IF.

           OPEN EXTEND rappels-liquidaciones.
           IF estado-liquidaciones = "35"
               OPEN OUTPUT rappels-liquidaciones
           END-IF.
           IF estado-liquidaciones NOT = "00"
               DISPLAY "No se pudo abrir rappels-liquidaciones.dat, "
                   "estado: " estado-liquidaciones
               STOP RUN
           END-IF.

           OPEN EXTEND cartera-archivo.
           IF estado-cartera = "35"
               OPEN OUTPUT cartera-archivo
           END-IF.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo abrir cartera.dat, estado: "
                   estado-cartera
               STOP RUN
           END-IF.

           OPEN INPUT abonos-archivo.
           IF estado-abonos = "00"
               MOVE "S" TO hay-abonos
           ELSE
               MOVE "N" TO hay-abonos
           END-IF.

           OPEN INPUT rectificativas-archivo.
           IF estado-rectificativas = "00"
               MOVE "S" TO hay-rectificativas
           ELSE
               MOVE "N" TO hay-rectificativas
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
               DISPLAY "Sin clientes-i.dat, las cartas salen sin "
                   "nombre ni direccion, estado: " estado-clientes
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE rappels-acuerdos.
           CLOSE facturas-archivo.
           CLOSE rappels-liquidaciones.
           CLOSE cartera-archivo.
           IF hay-abonos = "S"
               CLOSE abonos-archivo
           END-IF.
           IF hay-rectificativas = "S"
               CLOSE rectificativas-archivo
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT rappels-control.
           IF estado-control = "35"
               MOVE 0 TO numero-rappel
           ELSE
               READ rappels-control
                   AT END
                       MOVE 0 TO numero-rappel
                   NOT AT END
                       MOVE ctrl-ultimo-rappel TO numero-rappel
               END-READ
               CLOSE rappels-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT rappels-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar rappels-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-rappel TO ctrl-ultimo-rappel
               WRITE control-registro
               CLOSE rappels-control
           END-IF.

      *    SOLO LOS ACUERDOS VIGENTES QUE NO TENGAN YA LIQUIDADO EL
      *    EJERCICIO; ASI LA LIQUIDACION SE PUEDE REPETIR SIN RIESGO
       CARGAR-ACUERDOS.
           READ rappels-acuerdos NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rpa-vigente
                   AND rpa-ultimo-liquidado < anio-pedido
                       PERFORM AGREGAR-ACUERDO
                   END-IF
           END-READ.

       AGREGAR-ACUERDO.
           IF total-rappels >= 1000
               DISPLAY "Tabla de acuerdos desbordada, se omite: "
                   rpa-clientes-id
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-rappels.
           MOVE rpa-clientes-id TO trp-clientes-id(total-rappels).
           MOVE 0 TO trp-volumen(total-rappels).
           MOVE 0 TO trp-impuesto(total-rappels).
           MOVE 0 TO trp-recargo(total-rappels).

      *    SOLO CUENTA LA VENTA DE BIENES Y SERVICIOS: LAS FACTURAS
      *    DE INTERESES DE DEMORA NO HACEN VOLUMEN
       BARRER-FACTURAS.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fac-fecha(1:4) = anio-pedido
                   AND NOT fac-intereses
                       ADD 1 TO total-documentos
                       MOVE 0 TO ix-mon
                       PERFORM ACUMULAR-MONEDA-FACTURA 3 TIMES
                   END-IF
           END-READ.

       ACUMULAR-MONEDA-FACTURA.
           ADD 1 TO ix-mon.
           IF fac-base(ix-mon) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE fac-clientes-id TO id-trabajo.
           MOVE fac-fecha TO fecha-trabajo.
           MOVE fac-moneda(ix-mon) TO moneda-trabajo.
           MOVE fac-base(ix-mon) TO base-trabajo.
           MOVE fac-impuesto(ix-mon) TO impuesto-trabajo.
           MOVE fac-recargo(ix-mon) TO recargo-trabajo.
           PERFORM ACUMULAR-DOCUMENTO.

       BARRER-ABONOS.
           READ abonos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF abo-fecha(1:4) = anio-pedido
                       ADD 1 TO total-documentos
                       MOVE abo-clientes-id TO id-trabajo
                       MOVE abo-fecha TO fecha-trabajo
                       MOVE abo-moneda TO moneda-trabajo
                       COMPUTE base-trabajo = 0 - abo-base
                       COMPUTE impuesto-trabajo = 0 - abo-impuesto
                       COMPUTE recargo-trabajo = 0 - abo-recargo
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

      *    LA RECTIFICATIVA DE CARGO SUMA Y LA DE ABONO RESTA
       BARRER-RECTIFICATIVAS.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rct-fecha(1:4) = anio-pedido
                       ADD 1 TO total-documentos
                       MOVE rct-clientes-id TO id-trabajo
                       MOVE rct-fecha TO fecha-trabajo
                       MOVE rct-moneda TO moneda-trabajo
                       MOVE rct-base TO base-trabajo
                       MOVE rct-impuesto TO impuesto-trabajo
                       MOVE rct-recargo TO recargo-trabajo
                       IF rct-abono
                           COMPUTE base-trabajo = 0 - base-trabajo
                           COMPUTE impuesto-trabajo =
                               0 - impuesto-trabajo
                           COMPUTE recargo-trabajo =
                               0 - recargo-trabajo
                       END-IF
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

      *    SOLO INTERESAN LOS CLIENTES A LIQUIDAR; LA CONVERSION A
      *    EUR ES A LA FECHA DEL DOCUMENTO
       ACUMULAR-DOCUMENTO.
           PERFORM UBICAR-RAPPEL.
           IF rappel-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE moneda-trabajo TO sc-moneda.
           MOVE fecha-trabajo TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               ADD 1 TO total-sin-tasa
               DISPLAY "Moneda sin tasa, se toma a valor nominal: "
                   moneda-trabajo " " id-trabajo " " fecha-trabajo
               MOVE 1 TO sc-tasa
           END-IF.

           COMPUTE trp-volumen(ix-rap) ROUNDED =
               trp-volumen(ix-rap) + base-trabajo * sc-tasa.
           COMPUTE trp-impuesto(ix-rap) ROUNDED =
               trp-impuesto(ix-rap) + impuesto-trabajo * sc-tasa.
           COMPUTE trp-recargo(ix-rap) ROUNDED =
               trp-recargo(ix-rap) + recargo-trabajo * sc-tasa.

       UBICAR-RAPPEL.
           MOVE "N" TO rappel-ubicado.
           MOVE 0 TO ix-rap.
           PERFORM BUSCAR-UN-RAPPEL
           UNTIL rappel-ubicado = "S"
           OR ix-rap >= total-rappels.

       BUSCAR-UN-RAPPEL.
           ADD 1 TO ix-rap.
           IF trp-clientes-id(ix-rap) = id-trabajo
               MOVE "S" TO rappel-ubicado
           END-IF.

      *    EL PORCENTAJE DEL TRAMO MAS ALTO ALCANZADO SE APLICA A
      *    TODO EL VOLUMEN DEL ANO.  SIN TRAMO NO HAY ABONO Y EL
      *    ACUERDO QUEDA SIN LIQUIDAR, POR SI UNA RECTIFICATIVA
      *    POSTERIOR LO LLEVA AL PRIMER TRAMO.
       LIQUIDAR-UN-RAPPEL.
           ADD 1 TO ix-rap.
           MOVE trp-clientes-id(ix-rap) TO rpa-clientes-id.
           READ rappels-acuerdos
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE 0 TO tramo-alcanzado.
           MOVE 0 TO ix-tramo.
           PERFORM EVALUAR-UN-TRAMO 5 TIMES.

           IF tramo-alcanzado = 0
               ADD 1 TO total-sin-tramo
               DISPLAY "Sin tramo alcanzado: " rpa-clientes-id
                   " volumen " trp-volumen(ix-rap)
               EXIT PARAGRAPH
           END-IF.

           MOVE rpa-porcentaje(tramo-alcanzado) TO porcentaje-aplicado.
           ADD 1 TO numero-rappel.

           MOVE SPACES TO rappel-liquidacion-registro.
           MOVE numero-rappel TO rli-numero.
           MOVE rpa-clientes-id TO rli-clientes-id.
           MOVE anio-pedido TO rli-ejercicio.
           MOVE fecha-hoy TO rli-fecha.
           MOVE trp-volumen(ix-rap) TO rli-volumen.
           MOVE porcentaje-aplicado TO rli-porcentaje.
           COMPUTE rli-base ROUNDED =
               trp-volumen(ix-rap) * porcentaje-aplicado / 100.

           COMPUTE importe-calculado ROUNDED =
               trp-impuesto(ix-rap) * porcentaje-aplicado / 100.
           IF importe-calculado < 0
               MOVE 0 TO importe-calculado
           END-IF.
           MOVE importe-calculado TO rli-impuesto.

           COMPUTE importe-calculado ROUNDED =
               trp-recargo(ix-rap) * porcentaje-aplicado / 100.
           IF importe-calculado < 0
               MOVE 0 TO importe-calculado
           END-IF.
           MOVE importe-calculado TO rli-recargo.

           COMPUTE rli-total = rli-base + rli-impuesto + rli-recargo.

           WRITE rappel-liquidacion-registro.
           IF estado-liquidaciones NOT = "00"
               DISPLAY "Error grabando rappels-liquidaciones.dat, "
                   "estado: " estado-liquidaciones
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM GRABAR-PAGO-CARTERA.
           PERFORM EMITIR-CARTA.

           MOVE anio-pedido TO rpa-ultimo-liquidado.
           REWRITE rappel-acuerdo-registro
               INVALID KEY
                   DISPLAY "No se pudo marcar el acuerdo liquidado: "
                       rpa-clientes-id
           END-REWRITE.

           PERFORM GRABAR-ULTIMO-NUMERO.

           ADD 1 TO total-liquidados.
           ADD rli-total TO total-abonado.

       EVALUAR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           IF rpa-umbral(ix-tramo) > 0
           AND trp-volumen(ix-rap) >= rpa-umbral(ix-tramo)
               MOVE ix-tramo TO tramo-alcanzado
           END-IF.

      *    EL ABONO YA ESTA EN EUR, LA MONEDA DEL LIBRO DE CARTERA
       GRABAR-PAGO-CARTERA.
           MOVE rli-clientes-id TO cart-clientes-id.
           SET cart-pago TO TRUE.
           MOVE rli-total TO cart-importe.
           MOVE rli-fecha TO cart-fecha.
           MOVE rli-numero TO rr-numero.
           MOVE referencia-rappel TO cart-referencia.
           MOVE rli-fecha TO cart-fecha-vencimiento.
           WRITE cartera-registro.
           IF estado-cartera NOT = "00"
               DISPLAY "Error grabando cartera.dat, estado: "
                   estado-cartera
           END-IF.

      *    UNA CARTA POR CLIENTE, CADA UNA EN SU PROPIO REPORTE DE
      *    SPOOL, COMO LAS CARTAS DE RECLAMO
       EMITIR-CARTA.
           MOVE "CARTA_RAPPEL" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "CLIENTE " rli-clientes-id
               " EJERCICIO " anio-pedido
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           PERFORM ARMAR-CUERPO-CARTA.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           DISPLAY "Abono por rappel " rli-numero " para "
               rli-clientes-id " en " spool-archivo.

       ARMAR-CUERPO-CARTA.
           MOVE rli-clientes-id TO cd-clientes-id.
           MOVE SPACES TO cd-nombre cdi-direccion.

           IF hay-clientes = "S"
               MOVE rli-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       DISPLAY "Cliente del acuerdo inexistente en el "
                           "maestro: " rli-clientes-id
                   NOT INVALID KEY
                       MOVE clientes-nombre TO cd-nombre
                       MOVE clientes-direccion TO cdi-direccion
               END-READ
           END-IF.

           MOVE carta-destinatario TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE carta-direccion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE rli-numero TO cti-numero.
           MOVE rli-fecha TO cti-fecha.
           MOVE rli-ejercicio TO cti-ejercicio.
           MOVE carta-titulo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE rli-volumen TO cv-volumen.
           MOVE carta-volumen TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE tramo-alcanzado TO ctr-tramo.
           MOVE rpa-umbral(tramo-alcanzado) TO ctr-umbral.
           MOVE rli-porcentaje TO ctr-porcentaje.
           MOVE carta-tramo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "BASE DEL RAPPEL................:" TO cim-leyenda.
           MOVE rli-base TO cim-importe.
           MOVE carta-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "IVA DEVUELTO...................:" TO cim-leyenda.
           MOVE rli-impuesto TO cim-importe.
           MOVE carta-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           IF rli-recargo > 0
               MOVE "RECARGO EQUIVALENCIA DEVUELTO..:" TO cim-leyenda
               MOVE rli-recargo TO cim-importe
               MOVE carta-importe TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           MOVE "TOTAL ABONADO..................:" TO cim-leyenda.
           MOVE rli-total TO cim-importe.
           MOVE carta-importe TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE carta-aviso TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "LIQUIDACION_RAPPELS".
