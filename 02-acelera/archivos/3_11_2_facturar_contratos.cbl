      ******************************************************************
      * Author:
      * Date:
      * Purpose: Facturacion por lotes de los contratos de servicio
      *          periodico.  Cada contrato vigente cuya proxima fecha
      *          de factura ya llego (y no pasa de su fecha de fin)
      *          emite una factura por periodo vencido, mensual o
      *          trimestral, con el mismo circuito que
      *          FACTURAR_PEDIDOS: numeracion de facturas-control.dat
      *          regrabada tras cada factura, IVA por linea con el
      *          codigo pactado en el contrato (o el del maestro si
      *          la linea no lo trae) en vigor a la fecha de factura,
      *          recargo de equivalencia del cliente, impresion en
      *          facturas.prt y cargo en cartera.dat por moneda con
      *          el vencimiento del plazo del cliente.  La factura es
      *          ordinaria y lleva pedido cero, como la venta de
      *          mostrador, de modo que el posteo contable la recoge
      *          como cualquier otra.
      *          Tras cada factura el contrato avanza su proxima
      *          fecha uno o tres meses conservando el dia de inicio
      *          (el 31 pasa al ultimo dia de los meses cortos) y se
      *          regraba en el acto: un relanzamiento no repite
      *          periodos.  Cuando la proxima fecha supera la de fin,
      *          el contrato queda terminado.  Al final se avisa de
      *          los contratos vigentes que vencen en los proximos
      *          60 dias, con el vendedor que debe renovarlos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FACTURAR_CONTRATOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS DE CONTRATO EN MODO INDEXADO
       SELECT contratos-archivo
       ASSIGN TO "contratos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ctr-numero
       ALTERNATE RECORD KEY IS ctr-clientes-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-contratos.

      *LINEAS DE CONTRATO, SOLO LECTURA
       SELECT contratos-detalle
       ASSIGN TO "contratos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ctrd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ctrdet.

      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *LINEAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-detalle
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

      *REGISTRO DE NUMERACION DE FACTURAS (UN SOLO REGISTRO)
       SELECT facturas-control
       ASSIGN TO "facturas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *FACTURAS IMPRESAS
       SELECT facturas-impresas
       ASSIGN TO "facturas.prt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-impresas.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *LIBRO DE CARTERA, SOLO SE AGREGA AL FINAL
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *TABLA DE TIPOS DE IVA EN MODO INDEXADO
       SELECT tipos-iva
       ASSIGN TO "tipos-iva.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS iva-clave
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
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *TABLA DE TIPOS DE CAMBIO EN MODO INDEXADO
       SELECT tipos-cambio
       ASSIGN TO "tipos-cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS tc-moneda
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
      *CABECERAS DE CONTRATO
       FD contratos-archivo.
           COPY "CONTRATO-CABECERA.CPY".

      *LINEAS DE CONTRATO
       FD contratos-detalle.
           COPY "CONTRATO-DETALLE.CPY".

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *REGISTRO DE NUMERACION
       FD facturas-control.
       01  control-registro.
           05  ctrl-ultima-factura     PIC 9(6).

      *FACTURAS IMPRESAS
       FD facturas-impresas.
       01  linea-impresa               PIC X(80).

      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *TABLA DE TIPOS DE IVA
       FD tipos-iva.
           COPY "TIPO-IVA.CPY".

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA
       FD tipos-recargo.
           COPY "TIPO-RECARGO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *TABLA DE TIPOS DE CAMBIO
       FD tipos-cambio.
           COPY "TIPO-CAMBIO.CPY".

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  recorriendo-lineas          PIC X VALUE "S".
       77  estado-contratos            PIC X(02) VALUE "00".
       77  estado-ctrdet               PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-impresas             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  numero-factura              PIC 9(6) VALUE 0.
       77  contrato-en-curso           PIC 9(6) VALUE 0.
       77  linea-factura               PIC 9(3) VALUE 0.
       77  importe-linea               PIC 9(8)V99 VALUE 0.
       77  ix-mon                      PIC 9 VALUE 0.
       77  moneda-ubicada              PIC X VALUE "N".
       77  total-facturas              PIC 9(6) VALUE 0.
       77  total-contratos             PIC 9(6) VALUE 0.
       77  total-terminados            PIC 9(6) VALUE 0.
       77  total-avisos                PIC 9(6) VALUE 0.
       77  contrato-facturado          PIC X VALUE "N".
       77  error-contrato              PIC X VALUE "N".

      *    PERIODO QUE CUBRE LA FACTURA EN CURSO Y AVANCE DE LA
      *    PROXIMA FECHA DEL CONTRATO
       77  periodo-desde               PIC 9(8) VALUE 0.
       77  periodo-hasta               PIC 9(8) VALUE 0.
       77  meses-periodo               PIC 9 VALUE 0.
       77  dia-contrato                PIC 9(2) VALUE 0.
       77  ultimo-dia-mes              PIC 9(8) VALUE 0.
       77  dias-enteros                PIC 9(8) VALUE 0.
       77  limite-aviso                PIC 9(8) VALUE 0.
       01  fecha-desglose.
           05  fd-anio                 PIC 9(4).
           05  fd-mes                  PIC 9(2).
           05  fd-dia                  PIC 9(2).
       01  fecha-fin-mes.
           05  ffm-anio                PIC 9(4).
           05  ffm-mes                 PIC 9(2).
           05  ffm-dia                 PIC 9(2).

      *    TIPO DE IVA DE RESPALDO: SOLO SE APLICA SI LA TABLA DE
      *    TIPOS NO EXISTE O EL CODIGO DE LA LINEA NO ESTA EN ELLA
       77  tasa-impuesto               PIC 9V99 VALUE 0,21.

      *    TABLA DE TIPOS DE IVA EN MEMORIA; POR LINEA SE TOMA EL
      *    TIPO DEL CODIGO PACTADO EN VIGOR A fac-fecha
       77  estado-iva                  PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  hay-tipos-iva               PIC X VALUE "N".
       77  leyendo-iva                 PIC X VALUE "S".
       77  total-iva-tabla             PIC 9(2) VALUE 0.
       77  ix-iva                      PIC 9(2) VALUE 0.
       77  tasa-linea                  PIC 9(2)V99 VALUE 0.
       77  impuesto-linea              PIC 9(8)V99 VALUE 0.
       77  codigo-iva-linea            PIC X(2) VALUE SPACES.
       77  vigencia-hallada            PIC 9(8) VALUE 0.
       01  tabla-iva.
           05  entrada-iva OCCURS 50 TIMES.
               10  tiv-codigo          PIC X(2).
               10  tiv-vigencia        PIC 9(8).
               10  tiv-porcentaje      PIC 9(2)V99.

      *    RECARGO DE EQUIVALENCIA, CON EL MISMO CRITERIO QUE EN LA
      *    FACTURACION DE PEDIDOS
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
       77  hay-tipos-cambio            PIC X VALUE "N".
       77  importe-convertir           PIC 9(8)V99 VALUE 0.
       77  importe-eur                 PIC 9(8)V99 VALUE 0.
       77  moneda-convertir            PIC X(3) VALUE SPACES.
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".
       77  plazo-cliente               PIC 9(3) VALUE 0.
       77  vencimiento-factura         PIC 9(8) VALUE 0.

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       01  referencia-cargo.
           05  FILLER                  PIC X(4) VALUE "FAC ".
           05  rcg-numero              PIC 9(6).

       01  impreso-titulo.
           05  FILLER                  PIC X(11) VALUE "FACTURA N. ".
           05  it-numero               PIC 9(6).
           05  FILLER                  PIC X(9) VALUE "  FECHA: ".
           05  it-fecha                PIC 9(8).

       01  impreso-cliente.
           05  FILLER                  PIC X(9) VALUE "CLIENTE: ".
           05  ic-clientes-id          PIC X(7).
           05  FILLER                  PIC X(12) VALUE "  CONTRATO: ".
           05  ic-contrato             PIC 9(6).

       01  impreso-periodo.
           05  FILLER                  PIC X(15)
               VALUE "PERIODO DESDE: ".
           05  ipe-desde               PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "  HASTA: ".
           05  ipe-hasta               PIC 9(8).

       01  impreso-linea.
           05  il-producto             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  il-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(3) VALUE " x ".
           05  il-precio               PIC Z.ZZ9,99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  il-importe              PIC ZZZ.ZZ9,99.
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
           05  FILLER                  PIC X(7) VALUE " BASE: ".
           05  ipt-base                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(6) VALUE " IVA: ".
           05  ipt-impuesto            PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(8) VALUE " TOTAL: ".
           05  ipt-total               PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

      *    LA CORRIDA NO ARRANCA CON EL MES DE FACTURACION CERRADO:
      *    FACTURAR EN UN PERIODO REPORTADO CAMBIA SUS TOTALES.
           MOVE fecha-hoy TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-resultado = "N"
               DISPLAY "Periodo contable cerrado para la fecha "
                   cp-fecha ", corrida cancelada"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           MOVE 0 TO ctr-numero.
           START contratos-archivo KEY IS NOT LESS THAN ctr-numero
               INVALID KEY
                   MOVE "N" TO si-no
           END-START.
           PERFORM BUSCAR-CONTRATOS-VENCIDOS
           UNTIL si-no = "N".

           PERFORM AVISAR-VENCIMIENTOS.

           DISPLAY "Contratos facturados: " total-contratos.
           DISPLAY "Facturas de contrato emitidas: " total-facturas.
           DISPLAY "Contratos terminados: " total-terminados.
           DISPLAY "Contratos a renovar en 60 dias: " total-avisos.
           DISPLAY "Facturas impresas en facturas.prt".
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
      *    EL CONTRATO SE REGRABA CON SU PROXIMA FECHA TRAS CADA
      *    FACTURA
           OPEN I-O contratos-archivo.
           IF estado-contratos NOT = "00"
               DISPLAY "No se pudo abrir contratos.dat, estado: "
                   estado-contratos
               STOP RUN
           END-IF.

           OPEN INPUT contratos-detalle.
           IF estado-ctrdet NOT = "00"
               DISPLAY "No se pudo abrir contratos-detalle.dat, "
                   "estado: " estado-ctrdet
               STOP RUN
           END-IF.

           OPEN I-O facturas-archivo.
           IF estado-facturas = "35"
               OPEN OUTPUT facturas-archivo
               CLOSE facturas-archivo
               OPEN I-O facturas-archivo
           END-IF.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               STOP RUN
           END-IF.

           OPEN I-O facturas-detalle.
           IF estado-facdet = "35"
               OPEN OUTPUT facturas-detalle
               CLOSE facturas-detalle
               OPEN I-O facturas-detalle
           END-IF.
           IF estado-facdet NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle.dat, "
                   "estado: " estado-facdet
               STOP RUN
           END-IF.

           OPEN EXTEND facturas-impresas.
           IF estado-impresas = "35"
               OPEN OUTPUT facturas-impresas
           END-IF.
           IF estado-impresas NOT = "00"
               DISPLAY "No se pudo abrir facturas.prt, estado: "
                   estado-impresas
               STOP RUN
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-archivo, estado: "
                   estado-clientes
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

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               STOP RUN
           END-IF.

           PERFORM CARGAR-TABLA-IVA.
           PERFORM CARGAR-TABLA-RECARGO.

      *    SIN TABLA DE CAMBIOS EL CARGO EN DIVISA ENTRA A VALOR
      *    NOMINAL CON AVISO; MEJOR QUE PERDER EL CARGO.
           OPEN INPUT tipos-cambio.
           IF estado-cambio = "00"
               MOVE "S" TO hay-tipos-cambio
           ELSE
               MOVE "N" TO hay-tipos-cambio
               DISPLAY "Sin tabla de tipos de cambio, estado: "
                   estado-cambio
           END-IF.

      *    SIN MAESTRO DE SERVICIOS LA LINEA DE SERVICIO SIN CODIGO
      *    PACTADO VA AL TIPO GENERAL
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE contratos-archivo.
           CLOSE contratos-detalle.
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.
           CLOSE facturas-impresas.
           CLOSE clientes-archivo.
           CLOSE cartera-archivo.
           CLOSE producto-dinamic.
           IF hay-tipos-cambio = "S"
               CLOSE tipos-cambio
           END-IF.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.

      *    LA TABLA DE TIPOS SE CARGA ENTERA EN MEMORIA: ES CHICA Y
      *    ASI CADA LINEA RESUELVE SU TIPO SIN TOCAR EL ARCHIVO.
       CARGAR-TABLA-IVA.
           OPEN INPUT tipos-iva.
           IF estado-iva NOT = "00"
               MOVE "N" TO hay-tipos-iva
               DISPLAY "Sin tipos-iva.dat, se factura al tipo de "
                   "respaldo, estado: " estado-iva
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO hay-tipos-iva.
           MOVE "S" TO leyendo-iva.
           PERFORM CARGAR-UN-TIPO-IVA
           UNTIL leyendo-iva = "N".

           CLOSE tipos-iva.

       CARGAR-UN-TIPO-IVA.
           READ tipos-iva NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-iva
               NOT AT END
                   IF total-iva-tabla >= 50
                       DISPLAY "Tabla de tipos de IVA desbordada"
                       MOVE "N" TO leyendo-iva
                   ELSE
                       ADD 1 TO total-iva-tabla
                       MOVE iva-codigo
                           TO tiv-codigo(total-iva-tabla)
                       MOVE iva-vigencia
                           TO tiv-vigencia(total-iva-tabla)
                       MOVE iva-porcentaje
                           TO tiv-porcentaje(total-iva-tabla)
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
               MOVE 0 TO numero-factura
           ELSE
               READ facturas-control
                   AT END
                       MOVE 0 TO numero-factura
                   NOT AT END
                       MOVE ctrl-ultima-factura TO numero-factura
               END-READ
               CLOSE facturas-control
           END-IF.

      *    EL REGISTRO DE NUMERACION SE REGRABA TRAS CADA FACTURA:
      *    SI LA CORRIDA SE CAE, EL RELANZAMIENTO ARRANCA EN EL
      *    NUMERO SIGUIENTE Y HACIENDA NO VE HUECOS NI DUPLICADOS.
       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT facturas-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar facturas-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-factura TO ctrl-ultima-factura
               WRITE control-registro
               CLOSE facturas-control
           END-IF.

       BUSCAR-CONTRATOS-VENCIDOS.
           READ contratos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF ctr-vigente
                       PERFORM FACTURAR-CONTRATO
                   END-IF
           END-READ.

      *    UN CONTRATO ATRASADO (CORRIDAS QUE NO SE LANZARON) SACA
      *    UNA FACTURA POR CADA PERIODO PENDIENTE, NO UNA SOLA
      *    FACTURA POR EL TOTAL.
       FACTURAR-CONTRATO.
           MOVE ctr-numero TO contrato-en-curso.
           MOVE "N" TO contrato-facturado.
           MOVE "N" TO error-contrato.

           IF ctr-total-lineas = 0
               DISPLAY "Contrato sin lineas, no se factura: "
                   ctr-numero
               EXIT PARAGRAPH
           END-IF.

           PERFORM FACTURAR-PERIODO-CONTRATO
           UNTIL ctr-proxima-factura > fecha-hoy
           OR ctr-proxima-factura > ctr-fecha-fin
           OR error-contrato = "S".

           IF error-contrato = "N"
           AND ctr-proxima-factura > ctr-fecha-fin
               SET ctr-terminado TO TRUE
               REWRITE contrato-cabecera
                   INVALID KEY
                       DISPLAY "No se pudo terminar el contrato "
                           ctr-numero ", estado: " estado-contratos
                   NOT INVALID KEY
                       ADD 1 TO total-terminados
               END-REWRITE
           END-IF.

           IF contrato-facturado = "S"
               ADD 1 TO total-contratos
           END-IF.

      *    EL PERIODO VA DE LA PROXIMA FECHA AL DIA ANTERIOR A LA
      *    SIGUIENTE, SIN PASAR DEL FIN DEL CONTRATO
       FACTURAR-PERIODO-CONTRATO.
           MOVE ctr-proxima-factura TO periodo-desde.
           PERFORM AVANZAR-PROXIMA-FECHA.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(ctr-proxima-factura) - 1.
           COMPUTE periodo-hasta =
               FUNCTION DATE-OF-INTEGER(dias-enteros).
           IF periodo-hasta > ctr-fecha-fin
               MOVE ctr-fecha-fin TO periodo-hasta
           END-IF.

           ADD 1 TO numero-factura.
           MOVE 0 TO linea-factura.

           MOVE SPACES TO factura-cabecera.
           MOVE numero-factura TO fac-numero.
           MOVE 0 TO fac-pedido.
           MOVE ctr-clientes-id TO fac-clientes-id.
           MOVE fecha-hoy TO fac-fecha.
           SET fac-ordinaria TO TRUE.
           MOVE 0 TO ix-mon.
           PERFORM LIMPIAR-TOTAL-MONEDA 3 TIMES.
           MOVE 0 TO total-recargos-factura.
           PERFORM LEER-REGIMEN-CLIENTE.

           PERFORM IMPRIMIR-CABECERA-FACTURA.
           PERFORM VALORAR-LINEAS-CONTRATO.

           MOVE linea-factura TO fac-total-lineas.
           PERFORM IMPRIMIR-TOTALES-FACTURA.

           WRITE factura-cabecera
               INVALID KEY
                   DISPLAY "No se pudo grabar la factura, estado: "
                       estado-facturas
                   SUBTRACT 1 FROM numero-factura
                   MOVE periodo-desde TO ctr-proxima-factura
                   MOVE "S" TO error-contrato
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   PERFORM GRABAR-CARGOS-CARTERA
                   PERFORM REGRABAR-CONTRATO
                   ADD 1 TO total-facturas
                   MOVE "S" TO contrato-facturado
           END-WRITE.

      *    LA PROXIMA FECHA AVANZA UNO O TRES MESES Y TOMA EL DIA DE
      *    INICIO DEL CONTRATO, RECORTADO AL ULTIMO DIA DEL MES SI
      *    ESTE ES MAS CORTO.
       AVANZAR-PROXIMA-FECHA.
           IF ctr-trimestral
               MOVE 3 TO meses-periodo
           ELSE
               MOVE 1 TO meses-periodo
           END-IF.
           MOVE ctr-fecha-inicio(7:2) TO dia-contrato.

           MOVE ctr-proxima-factura TO fecha-desglose.
           ADD meses-periodo TO fd-mes.
           IF fd-mes > 12
               SUBTRACT 12 FROM fd-mes
               ADD 1 TO fd-anio
           END-IF.

           MOVE fd-anio TO ffm-anio.
           MOVE fd-mes TO ffm-mes.
           IF ffm-mes = 12
               ADD 1 TO ffm-anio
               MOVE 1 TO ffm-mes
           ELSE
               ADD 1 TO ffm-mes
           END-IF.
           MOVE 1 TO ffm-dia.
           MOVE fecha-fin-mes TO ultimo-dia-mes.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(ultimo-dia-mes) - 1.
           COMPUTE ultimo-dia-mes =
               FUNCTION DATE-OF-INTEGER(dias-enteros).
           MOVE ultimo-dia-mes TO fecha-fin-mes.

           IF dia-contrato > ffm-dia
               MOVE ffm-dia TO fd-dia
           ELSE
               MOVE dia-contrato TO fd-dia
           END-IF.
           MOVE fecha-desglose TO ctr-proxima-factura.

      *    SE REGRABA TRAS CADA FACTURA: UN RELANZAMIENTO TRAS UNA
      *    CAIDA NO VUELVE A FACTURAR EL MISMO PERIODO.
       REGRABAR-CONTRATO.
           MOVE numero-factura TO ctr-ultima-factura.
           REWRITE contrato-cabecera
               INVALID KEY
                   DISPLAY "No se pudo avanzar el contrato "
                       ctr-numero ", estado: " estado-contratos
           END-REWRITE.

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
      *    SIGUIENTE DIA HABIL.
       GRABAR-CARGOS-CARTERA.
           MOVE 0 TO plazo-cliente.
           MOVE fac-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   DISPLAY "Cliente de la factura inexistente: "
                       fac-clientes-id
               NOT INVALID KEY
                   MOVE clientes-plazo-pago TO plazo-cliente
           END-READ.

           MOVE "F" TO sf-operacion.
           MOVE fac-fecha TO sf-fecha-1.
           MOVE plazo-cliente TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado = "S"
               MOVE sf-resultado-num TO vencimiento-factura
           ELSE
               MOVE fac-fecha TO vencimiento-factura
           END-IF.

           MOVE 0 TO ix-mon.
           PERFORM GRABAR-CARGO-MONEDA 3 TIMES.

      *    EL LIBRO DE CARTERA SE LLEVA EN MONEDA BASE: EL TOTAL EN
      *    DIVISA SE CONVIERTE A EUR ANTES DE ASENTAR EL CARGO.
       GRABAR-CARGO-MONEDA.
           ADD 1 TO ix-mon.

           IF fac-moneda(ix-mon) NOT = SPACES
               MOVE fac-total(ix-mon) TO importe-convertir
               MOVE fac-moneda(ix-mon) TO moneda-convertir
               PERFORM CONVERTIR-CARGO-EUR
               MOVE SPACES TO cartera-registro
               MOVE fac-clientes-id TO cart-clientes-id
               MOVE "C" TO cart-tipo
               MOVE importe-eur TO cart-importe
               MOVE fac-fecha TO cart-fecha
               MOVE fac-numero TO rcg-numero
               MOVE referencia-cargo TO cart-referencia
               MOVE vencimiento-factura TO cart-fecha-vencimiento
               WRITE cartera-registro
               IF estado-cartera NOT = "00"
                   DISPLAY "Error al grabar cartera.dat, estado: "
                       estado-cartera
               END-IF
           END-IF.

       CONVERTIR-CARGO-EUR.
           IF moneda-convertir = "EUR"
           OR moneda-convertir = SPACES
           OR hay-tipos-cambio = "N"
               MOVE importe-convertir TO importe-eur
               EXIT PARAGRAPH
           END-IF.

           MOVE moneda-convertir TO tc-moneda.
           READ tipos-cambio
               INVALID KEY
                   DISPLAY "Moneda sin tipo de cambio, cargo a "
                       "valor nominal: " moneda-convertir
                   MOVE importe-convertir TO importe-eur
               NOT INVALID KEY
                   COMPUTE importe-eur ROUNDED =
                       importe-convertir * tc-tasa
           END-READ.

       LIMPIAR-TOTAL-MONEDA.
           ADD 1 TO ix-mon.
           MOVE SPACES TO fac-moneda(ix-mon).
           MOVE 0 TO fac-base(ix-mon).
           MOVE 0 TO fac-impuesto(ix-mon).
           MOVE 0 TO fac-total(ix-mon).
           MOVE 0 TO fac-recargo(ix-mon).

       VALORAR-LINEAS-CONTRATO.
           MOVE contrato-en-curso TO ctrd-numero.
           MOVE 0 TO ctrd-linea.

           START contratos-detalle KEY IS NOT LESS THAN ctrd-clave
               INVALID KEY
                   DISPLAY "Contrato sin lineas: " contrato-en-curso
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo-lineas.
           PERFORM VALORAR-UNA-LINEA
           UNTIL recorriendo-lineas = "N".

       VALORAR-UNA-LINEA.
           READ contratos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF ctrd-numero NOT = contrato-en-curso
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       PERFORM GRABAR-LINEA-FACTURA
                   END-IF
           END-READ.

       GRABAR-LINEA-FACTURA.
           ADD 1 TO linea-factura.

           COMPUTE importe-linea =
               ctrd-cantidad * ctrd-precio.

           MOVE SPACES TO factura-detalle.
           MOVE numero-factura TO facd-numero.
           MOVE linea-factura TO facd-linea.
           MOVE ctrd-producto-id TO facd-producto-id.
           MOVE ctrd-cantidad TO facd-cantidad.
           MOVE ctrd-precio TO facd-precio.
           MOVE ctrd-moneda TO facd-moneda.
           MOVE importe-linea TO facd-importe.
           MOVE 0 TO facd-pedido.
           MOVE ctrd-tipo-linea TO facd-tipo-linea.

           WRITE factura-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar linea de factura, "
                       "estado: " estado-facdet
                   SUBTRACT 1 FROM linea-factura
                   EXIT PARAGRAPH
           END-WRITE.

           PERFORM RESOLVER-TASA-LINEA.
           PERFORM RESOLVER-RECARGO-LINEA.
           PERFORM ACUMULAR-POR-MONEDA.
           PERFORM IMPRIMIR-LINEA-FACTURA.

      *    EL TIPO DE LA LINEA ES EL DEL CODIGO DE IVA PACTADO EN EL
      *    CONTRATO; SI LA LINEA NO LO TRAE, EL DEL PRODUCTO O EL
      *    SERVICIO.  SE TOMA LA VIGENCIA MAS ALTA QUE NO SUPERA LA
      *    FECHA DE LA FACTURA, Y SIN TABLA O SIN CODIGO CONOCIDO SE
      *    FACTURA AL TIPO DE RESPALDO.
       RESOLVER-TASA-LINEA.
           MOVE tasa-impuesto TO tasa-linea.

           MOVE "GE" TO codigo-iva-linea.
           IF ctrd-iva-codigo NOT = SPACES
               MOVE ctrd-iva-codigo TO codigo-iva-linea
           ELSE
               IF ctrd-servicio
                   PERFORM RESOLVER-CODIGO-SERVICIO
               ELSE
                   MOVE ctrd-producto-id TO producto-id
                   READ producto-dinamic
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF producto-iva-codigo NOT = SPACES
                               MOVE producto-iva-codigo
                                   TO codigo-iva-linea
                           END-IF
                   END-READ
               END-IF
           END-IF.

           IF hay-tipos-iva = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO vigencia-hallada.
           MOVE 0 TO ix-iva.
           PERFORM BUSCAR-TIPO-VIGENTE
           UNTIL ix-iva >= total-iva-tabla.

       RESOLVER-CODIGO-SERVICIO.
           IF hay-servicios = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ctrd-producto-id TO srv-codigo.
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

           IF tiv-codigo(ix-iva) = codigo-iva-linea
           AND tiv-vigencia(ix-iva) <= fac-fecha
           AND tiv-vigencia(ix-iva) >= vigencia-hallada
               MOVE tiv-vigencia(ix-iva) TO vigencia-hallada
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

           PERFORM UBICAR-MONEDA
           UNTIL moneda-ubicada = "S" OR ix-mon >= 3.

           IF moneda-ubicada = "N"
               DISPLAY "Mas de tres monedas en la factura, linea "
                   "sin totalizar: " facd-linea
           END-IF.

       UBICAR-MONEDA.
           ADD 1 TO ix-mon.

           IF fac-moneda(ix-mon) = ctrd-moneda
           OR fac-moneda(ix-mon) = SPACES
               IF fac-moneda(ix-mon) = SPACES
                   MOVE ctrd-moneda TO fac-moneda(ix-mon)
               END-IF
               ADD importe-linea TO fac-base(ix-mon)
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
               MOVE ctrd-moneda TO trf-moneda(ix-rcf)
               MOVE tasa-recargo-linea TO trf-tasa(ix-rcf)
               MOVE 0 TO trf-base(ix-rcf)
               MOVE 0 TO trf-importe(ix-rcf)
           END-IF.

           ADD importe-linea TO trf-base(ix-rcf).
           ADD recargo-linea TO trf-importe(ix-rcf).

       UBICAR-RECARGO-TASA.
           ADD 1 TO ix-rcf.
           IF trf-moneda(ix-rcf) = ctrd-moneda
           AND trf-tasa(ix-rcf) = tasa-recargo-linea
               MOVE "S" TO recargo-ubicado
           END-IF.

       IMPRIMIR-CABECERA-FACTURA.
           MOVE numero-factura TO it-numero.
           MOVE fac-fecha TO it-fecha.
           WRITE linea-impresa FROM impreso-titulo.

           MOVE fac-clientes-id TO ic-clientes-id.
           MOVE contrato-en-curso TO ic-contrato.
           WRITE linea-impresa FROM impreso-cliente.

           MOVE periodo-desde TO ipe-desde.
           MOVE periodo-hasta TO ipe-hasta.
           WRITE linea-impresa FROM impreso-periodo.
           WRITE linea-impresa FROM SPACES.

       IMPRIMIR-LINEA-FACTURA.
           MOVE facd-producto-id TO il-producto.
           MOVE facd-cantidad TO il-cantidad.
           MOVE facd-precio TO il-precio.
           MOVE facd-importe TO il-importe.
           MOVE facd-moneda TO il-moneda.
           WRITE linea-impresa FROM impreso-linea.

       IMPRIMIR-TOTALES-FACTURA.
           WRITE linea-impresa FROM SPACES.

           MOVE 0 TO ix-rcf.
           PERFORM IMPRIMIR-RECARGO-TASA
           UNTIL ix-rcf >= total-recargos-factura.

           MOVE 0 TO ix-mon.
           PERFORM IMPRIMIR-TOTAL-MONEDA 3 TIMES.

           WRITE linea-impresa FROM SPACES.
           WRITE linea-impresa FROM SPACES.

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

           IF fac-moneda(ix-mon) NOT = SPACES
               COMPUTE fac-total(ix-mon) =
                   fac-base(ix-mon) + fac-impuesto(ix-mon)
                   + fac-recargo(ix-mon)

               MOVE fac-moneda(ix-mon) TO ipt-moneda
               MOVE fac-base(ix-mon) TO ipt-base
               MOVE fac-impuesto(ix-mon) TO ipt-impuesto
               MOVE fac-total(ix-mon) TO ipt-total
               WRITE linea-impresa FROM impreso-total
           END-IF.

      *    AVISO DE RENOVACION: CONTRATOS VIGENTES QUE TERMINAN EN
      *    LOS PROXIMOS 60 DIAS, CON EL VENDEDOR QUE LOS LLEVA
       AVISAR-VENCIMIENTOS.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-hoy) + 60.
           COMPUTE limite-aviso =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

           MOVE 0 TO ctr-numero.
           START contratos-archivo KEY IS NOT LESS THAN ctr-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           DISPLAY "===== CONTRATOS QUE VENCEN HASTA EL "
               limite-aviso " =====".
           MOVE "S" TO si-no.
           PERFORM AVISAR-UN-CONTRATO
           UNTIL si-no = "N".

       AVISAR-UN-CONTRATO.
           READ contratos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF ctr-vigente
                   AND ctr-fecha-fin >= fecha-hoy
                   AND ctr-fecha-fin <= limite-aviso
                       ADD 1 TO total-avisos
                       DISPLAY "Contrato " ctr-numero " cliente "
                           ctr-clientes-id " vence el "
                           ctr-fecha-fin " vendedor "
                           ctr-empleados-id
                   END-IF
           END-READ.

       END PROGRAM "FACTURAR_CONTRATOS".
