      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exportacion de factura electronica (Facturae) para
      *          los clientes marcados con clientes-con-facturae.
      *          Barre las facturas (facturas.dat con sus lineas de
      *          facturas-detalle.dat) y los abonos (abonos.dat) del
      *          rango de fechas pedido y escribe por documento un
      *          archivo facturae-F999999.xml / facturae-A999999.xml
      *          con el NIF y la razon social del emisor y del
      *          cliente, las lineas, el desglose de IVA (y recargo
      *          de equivalencia) por moneda y tipo, calculado linea
      *          a linea como la facturacion, y los totales por
      *          moneda de fac-totales-moneda.  El abono sale como
      *          factura rectificativa con importes negativos.
      *          Cada documento queda en intercambios-facturae.dat
      *          con su estado: los ya enviados no se repiten; los
      *          que no pasan las comprobaciones de datos
      *          obligatorios (NIF, nombre y direccion del cliente,
      *          documento con lineas y totales) no generan archivo,
      *          quedan como rechazados con su motivo y salen en la
      *          lista de rechazos del reporte de spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EXPORTAR_FACTURAE".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

      *REGISTRO DE ABONOS, SOLO LECTURA
       SELECT abonos-archivo
       ASSIGN TO "abonos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-abonos.

      *ARCHIVO FISICO EN MODO INDEXADO, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

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

      *REGISTRO DE INTERCAMBIOS FACTURAE EN MODO INDEXADO
       SELECT intercambios-facturae
       ASSIGN TO "intercambios-facturae.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ife-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-intercambios.

      *ARCHIVO FACTURAE, UNO POR DOCUMENTO
       SELECT archivo-facturae
       ASSIGN TO DYNAMIC nombre-facturae
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-facturae.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
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

      *REGISTRO DE INTERCAMBIOS FACTURAE
       FD intercambios-facturae.
           COPY "INTERCAMBIO-FACTURAE.CPY".

      *ARCHIVO FACTURAE
       FD archivo-facturae.
       01  linea-facturae              PIC X(200).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-servicios            PIC X(02) VALUE "00".
       77  estado-iva                  PIC X(02) VALUE "00".
       77  estado-recargo              PIC X(02) VALUE "00".
       77  estado-intercambios         PIC X(02) VALUE "00".
       77  estado-facturae             PIC X(02) VALUE "00".
       77  hay-detalle                 PIC X VALUE "N".
       77  hay-producto                PIC X VALUE "N".
       77  hay-servicios               PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  fecha-hasta                 PIC 9(8) VALUE 0.
       77  nif-emisor                  PIC X(9) VALUE SPACES.
       77  nombre-emisor               PIC X(35) VALUE SPACES.
       77  nombre-facturae             PIC X(40) VALUE SPACES.
       77  caracteres-no-admitidos     PIC 9(3) VALUE 0.

      *    DOCUMENTO EN CURSO (FACTURA O ABONO)
       77  tipo-documento              PIC X VALUE "F".
       77  numero-documento            PIC 9(6) VALUE 0.
       77  fecha-documento             PIC 9(8) VALUE 0.
       77  cliente-documento           PIC X(7) VALUE SPACES.
       77  pedido-documento            PIC 9(6) VALUE 0.
       77  existe-intercambio          PIC X VALUE "N".
       77  hay-cliente-documento       PIC X VALUE "N".
       77  motivo-rechazo              PIC X(40) VALUE SPACES.
       77  leyendo-lineas-fac          PIC X VALUE "S".
       77  ix-mon                      PIC 9 VALUE 0.
       77  ix-linea                    PIC 9(3) VALUE 0.
       77  ix-dsg                      PIC 9(2) VALUE 0.
       77  desglose-ubicado            PIC X VALUE "N".
       77  cuota-linea                 PIC S9(8)V99 VALUE 0.
       77  recargo-linea               PIC S9(8)V99 VALUE 0.
       77  total-lineas-doc            PIC 9(3) VALUE 0.
       01  tabla-lineas-doc.
           05  linea-doc OCCURS 200 TIMES.
               10  tld-producto-id     PIC 9(6).
               10  tld-descripcion     PIC X(35).
               10  tld-cantidad        PIC S9(6).
               10  tld-precio          PIC 9(4)V99.
               10  tld-moneda          PIC X(3).
               10  tld-importe         PIC S9(8)V99.
               10  tld-tasa            PIC 9(2)V99.
               10  tld-tasa-recargo    PIC 9(2)V99.

      *    DESGLOSE DE IVA DEL DOCUMENTO: UNA ENTRADA POR MONEDA,
      *    TIPO DE IVA Y TIPO DE RECARGO
       77  total-desglose              PIC 9(2) VALUE 0.
       01  tabla-desglose.
           05  desglose-doc OCCURS 30 TIMES.
               10  tdg-moneda          PIC X(3).
               10  tdg-tasa            PIC 9(2)V99.
               10  tdg-tasa-recargo    PIC 9(2)V99.
               10  tdg-base            PIC S9(9)V99.
               10  tdg-cuota           PIC S9(9)V99.
               10  tdg-recargo         PIC S9(9)V99.

      *    TOTALES POR MONEDA DEL DOCUMENTO (LOS DEL ABONO EN
      *    NEGATIVO)
       01  tabla-totales-doc.
           05  total-doc OCCURS 3 TIMES.
               10  ttd-moneda          PIC X(3).
               10  ttd-base            PIC S9(9)V99.
               10  ttd-impuesto        PIC S9(9)V99.
               10  ttd-recargo         PIC S9(9)V99.
               10  ttd-total           PIC S9(9)V99.

      *    RESOLUCION DEL TIPO POR LINEA, COMO LA FACTURACION
       77  hay-tipos-iva               PIC X VALUE "N".
       77  leyendo-iva                 PIC X VALUE "S".
       77  total-iva-tabla             PIC 9(2) VALUE 0.
       77  ix-iva                      PIC 9(2) VALUE 0.
       77  codigo-iva-linea            PIC X(2) VALUE SPACES.
       77  vigencia-hallada            PIC 9(8) VALUE 0.
       77  tasa-calculada              PIC 9(2)V99 VALUE 0.
       77  tasa-respaldo               PIC 9(2)V99 VALUE 21.
       01  tabla-iva.
           05  entrada-iva OCCURS 50 TIMES.
               10  tiv-codigo          PIC X(2).
               10  tiv-vigencia        PIC 9(8).
               10  tiv-porcentaje      PIC 9(2)V99.

       77  hay-tipos-recargo           PIC X VALUE "N".
       77  leyendo-recargo             PIC X VALUE "S".
       77  total-recargo-tabla         PIC 9(2) VALUE 0.
       77  ix-rec                      PIC 9(2) VALUE 0.
       77  vigencia-recargo            PIC 9(8) VALUE 0.
       77  tasa-recargo-calc           PIC 9(2)V99 VALUE 0.
       77  recargo-respaldo            PIC 9(2)V99 VALUE 5,20.
       01  tabla-recargo.
           05  entrada-recargo OCCURS 50 TIMES.
               10  trc-codigo          PIC X(2).
               10  trc-vigencia        PIC 9(8).
               10  trc-porcentaje      PIC 9(2)V99.

      *    CAMPOS PARA COMPONER EL ARCHIVO FACTURAE
       77  comillas                    PIC X VALUE QUOTE.
       77  texto-xml                   PIC X(200) VALUE SPACES.
       77  etiqueta-xml                PIC X(40) VALUE SPACES.
       77  valor-xml                   PIC X(80) VALUE SPACES.
       77  importe-xml                 PIC S9(9)V99 VALUE 0.
       77  importe-editado             PIC -(9)9,99.
       77  tasa-xml                    PIC 9(2)V99 VALUE 0.
       77  tasa-editada                PIC Z9,99.
       77  cantidad-editada            PIC -(6)9.
       77  fecha-xml                   PIC X(10) VALUE SPACES.
       77  nif-xml                     PIC X(9) VALUE SPACES.

      *    CONTADORES Y LISTA DE RECHAZOS
       77  total-exportados            PIC 9(6) VALUE 0.
       77  total-rechazados            PIC 9(6) VALUE 0.
       77  total-ya-enviados           PIC 9(6) VALUE 0.
       77  total-errores               PIC 9(6) VALUE 0.
       77  total-lista-rechazos        PIC 9(3) VALUE 0.
       77  ix-rechazo                  PIC 9(3) VALUE 0.
       01  tabla-rechazos.
           05  rechazo-listado OCCURS 200 TIMES PIC X(79).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "FISCAL".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  linea-documento.
           05  ldo-tipo                PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ldo-numero              PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ldo-fecha               PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ldo-cliente             PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ldo-resultado           PIC X(42).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "DOCUMENTOS EXPORTADOS" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           PERFORM BARRER-FACTURAS
           UNTIL si-no = "N".

           PERFORM BARRER-ABONOS.
           PERFORM IMPRIMIR-RECHAZOS.

           DISPLAY "Documentos exportados....: " total-exportados.
           DISPLAY "Documentos rechazados....: " total-rechazados.
           DISPLAY "Ya enviados, no repetidos: " total-ya-enviados.
           DISPLAY "Errores de escritura.....: " total-errores.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

      *    EL NIF Y LA RAZON SOCIAL DEL EMISOR SE PIDEN AL LANZAR,
      *    COMO EL NIF DEL DECLARANTE DEL 347
       OBTENER-PARAMETROS.
           DISPLAY "NIF del emisor: ".
           ACCEPT nif-emisor.
           MOVE FUNCTION UPPER-CASE(nif-emisor) TO nif-emisor.
           IF nif-emisor = SPACES
               DISPLAY "Sin NIF del emisor no se puede exportar"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Razon social del emisor: ".
           ACCEPT nombre-emisor.
           MOVE FUNCTION UPPER-CASE(nombre-emisor) TO nombre-emisor.
           MOVE 0 TO caracteres-no-admitidos.
           INSPECT nombre-emisor TALLYING caracteres-no-admitidos
               FOR ALL "&" ALL "<" ALL ">".
           IF nombre-emisor = SPACES OR caracteres-no-admitidos > 0
               DISPLAY "Razon social del emisor vacia o con "
                   "caracteres no admitidos (& < >)"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Fecha desde (AAAAMMDD, 0 = sin limite): ".
           ACCEPT fecha-desde.

           DISPLAY "Fecha hasta (AAAAMMDD, 0 = hoy): ".
           ACCEPT fecha-hasta.
           IF fecha-hasta = 0
               MOVE fecha-sistema(1:8) TO fecha-hasta
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "EXPORTACION_FACTURAE" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "DESDE " fecha-desde " HASTA " fecha-hasta
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-clientes
               CLOSE facturas-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O intercambios-facturae.
           IF estado-intercambios = "35"
               OPEN OUTPUT intercambios-facturae
               CLOSE intercambios-facturae
               OPEN I-O intercambios-facturae
           END-IF.
           IF estado-intercambios NOT = "00"
               DISPLAY "No se pudo abrir intercambios-facturae.dat, "
                   "estado: " estado-intercambios
               CLOSE facturas-archivo
               CLOSE clientes-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    SIN DETALLE LAS FACTURAS SALEN RECHAZADAS POR FALTA DE
      *    LINEAS; SIN MAESTROS LA LINEA VA AL TIPO GENERAL
           OPEN INPUT facturas-detalle.
           IF estado-facdet = "00"
               MOVE "S" TO hay-detalle
           ELSE
               MOVE "N" TO hay-detalle
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto = "00"
               MOVE "S" TO hay-producto
           ELSE
               MOVE "N" TO hay-producto
           END-IF.

           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

           PERFORM CARGAR-TABLA-IVA.
           PERFORM CARGAR-TABLA-RECARGO.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE facturas-archivo.
           CLOSE clientes-archivo.
           CLOSE intercambios-facturae.
           IF hay-detalle = "S"
               CLOSE facturas-detalle
           END-IF.
           IF hay-producto = "S"
               CLOSE producto-dinamic
           END-IF.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-TABLA-IVA.
           OPEN INPUT tipos-iva.
           IF estado-iva NOT = "00"
               MOVE "N" TO hay-tipos-iva
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

       BARRER-FACTURAS.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fac-fecha >= fecha-desde
                   AND fac-fecha <= fecha-hasta
                       PERFORM PROCESAR-FACTURA
                   END-IF
           END-READ.

       PROCESAR-FACTURA.
           MOVE "F" TO tipo-documento.
           MOVE fac-numero TO numero-documento.
           MOVE fac-fecha TO fecha-documento.
           MOVE fac-clientes-id TO cliente-documento.
           MOVE fac-pedido TO pedido-documento.

           PERFORM PREPARAR-DOCUMENTO.
           IF hay-cliente-documento = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARGAR-LINEAS-FACTURA.

           MOVE 0 TO ix-mon.
           PERFORM CARGAR-TOTAL-FACTURA 3 TIMES.

           PERFORM RESOLVER-DOCUMENTO.

      *    SOLO SIGUE EL DOCUMENTO DE UN CLIENTE CON FACTURA
      *    ELECTRONICA QUE NO HAYA SIDO ENVIADO YA
       PREPARAR-DOCUMENTO.
           MOVE "N" TO hay-cliente-documento.

           MOVE tipo-documento TO ife-tipo-documento.
           MOVE numero-documento TO ife-numero.
           READ intercambios-facturae
               INVALID KEY
                   MOVE "N" TO existe-intercambio
               NOT INVALID KEY
                   MOVE "S" TO existe-intercambio
           END-READ.
           IF existe-intercambio = "S" AND ife-enviada
               ADD 1 TO total-ya-enviados
               EXIT PARAGRAPH
           END-IF.

           MOVE cliente-documento TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT clientes-con-facturae
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO hay-cliente-documento.
           MOVE SPACES TO motivo-rechazo.
           MOVE 0 TO total-lineas-doc.
           MOVE 0 TO total-desglose.
           INITIALIZE tabla-totales-doc.

       CARGAR-LINEAS-FACTURA.
           IF hay-detalle = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE fac-numero TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-lineas-fac.
           PERFORM CARGAR-UNA-LINEA-FACTURA
           UNTIL leyendo-lineas-fac = "N".

       CARGAR-UNA-LINEA-FACTURA.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-lineas-fac
               NOT AT END
                   IF facd-numero NOT = fac-numero
                       MOVE "N" TO leyendo-lineas-fac
                   ELSE
                       PERFORM ANOTAR-LINEA-FACTURA
                   END-IF
           END-READ.

       ANOTAR-LINEA-FACTURA.
           IF total-lineas-doc >= 200
               MOVE "FACTURA CON MAS DE 200 LINEAS" TO motivo-rechazo
               MOVE "N" TO leyendo-lineas-fac
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-lineas-doc.
           MOVE total-lineas-doc TO ix-linea.
           MOVE facd-producto-id TO tld-producto-id(ix-linea).
           MOVE facd-cantidad TO tld-cantidad(ix-linea).
           MOVE facd-precio TO tld-precio(ix-linea).
           MOVE facd-moneda TO tld-moneda(ix-linea).
           MOVE facd-importe TO tld-importe(ix-linea).

      *    LA FACTURA DE INTERESES DE DEMORA NO LLEVA IVA
           IF fac-intereses
               MOVE "INTERESES DE DEMORA" TO tld-descripcion(ix-linea)
               MOVE 0 TO tld-tasa(ix-linea)
               MOVE 0 TO tld-tasa-recargo(ix-linea)
           ELSE
               PERFORM RESOLVER-TASA-LINEA
               MOVE tasa-calculada TO tld-tasa(ix-linea)
               MOVE 0 TO tld-tasa-recargo(ix-linea)
               IF fac-con-recargo
                   PERFORM RESOLVER-RECARGO-LINEA
                   MOVE tasa-recargo-calc
                       TO tld-tasa-recargo(ix-linea)
               END-IF
           END-IF.

      *    LA DESCRIPCION VIAJA EN EL XML: SIN & NI < >
           INSPECT tld-descripcion(ix-linea)
               REPLACING ALL "&" BY "Y" ALL "<" BY " " ALL ">" BY " ".

      *    IVA Y RECARGO REDONDEADOS POR LINEA, COMO LA FACTURACION
           COMPUTE cuota-linea ROUNDED =
               tld-importe(ix-linea) * tld-tasa(ix-linea) / 100.
           COMPUTE recargo-linea ROUNDED =
               tld-importe(ix-linea) * tld-tasa-recargo(ix-linea)
               / 100.
           PERFORM ACUMULAR-DESGLOSE.

      *    MISMO CAMINO QUE LA FACTURACION: CODIGO DE IVA DEL
      *    PRODUCTO (O DEL SERVICIO) Y VIGENCIA MAS ALTA QUE NO
      *    SUPERA fac-fecha.  DE LA MISMA LECTURA SALE LA
      *    DESCRIPCION DE LA LINEA.
       RESOLVER-TASA-LINEA.
           MOVE tasa-respaldo TO tasa-calculada.
           MOVE "GE" TO codigo-iva-linea.
           MOVE SPACES TO tld-descripcion(ix-linea).

           EVALUATE TRUE
               WHEN facd-servicio
                   IF hay-servicios = "S"
                       MOVE facd-producto-id TO srv-codigo
                       READ servicios-archivo
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE srv-descripcion
                                   TO tld-descripcion(ix-linea)
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
                           MOVE producto-descript
                               TO tld-descripcion(ix-linea)
                           IF producto-iva-codigo NOT = SPACES
                               MOVE producto-iva-codigo
                                   TO codigo-iva-linea
                           END-IF
                   END-READ
           END-EVALUATE.

           IF tld-descripcion(ix-linea) = SPACES
               MOVE "ARTICULO SIN DESCRIPCION"
                   TO tld-descripcion(ix-linea)
           END-IF.

           MOVE 0 TO vigencia-hallada.
           MOVE 0 TO ix-iva.
           PERFORM BUSCAR-TIPO-VIGENTE
           UNTIL ix-iva >= total-iva-tabla.

       BUSCAR-TIPO-VIGENTE.
           ADD 1 TO ix-iva.

           IF tiv-codigo(ix-iva) = codigo-iva-linea
           AND tiv-vigencia(ix-iva) <= fac-fecha
           AND tiv-vigencia(ix-iva) >= vigencia-hallada
               MOVE tiv-vigencia(ix-iva) TO vigencia-hallada
               MOVE tiv-porcentaje(ix-iva) TO tasa-calculada
           END-IF.

      *    LA FACTURA SE EMITIO CON RECARGO: LA LINEA LLEVA EL DEL
      *    CODIGO DE IVA EN VIGOR A fac-fecha, O EL DE RESPALDO
       RESOLVER-RECARGO-LINEA.
           MOVE recargo-respaldo TO tasa-recargo-calc.
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
               MOVE trc-porcentaje(ix-rec) TO tasa-recargo-calc
           END-IF.

      *    EL DESGLOSE SE IDENTIFICA POR MONEDA, TIPO DE IVA Y TIPO
      *    DE RECARGO DE LA LINEA
       ACUMULAR-DESGLOSE.
           MOVE "N" TO desglose-ubicado.
           MOVE 0 TO ix-dsg.
           PERFORM UBICAR-DESGLOSE
           UNTIL desglose-ubicado = "S" OR ix-dsg >= total-desglose.

           IF desglose-ubicado = "N"
               IF total-desglose >= 30
                   MOVE "DESGLOSE DE IVA DESBORDADO" TO motivo-rechazo
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-desglose
               MOVE total-desglose TO ix-dsg
               MOVE tld-moneda(ix-linea) TO tdg-moneda(ix-dsg)
               MOVE tld-tasa(ix-linea) TO tdg-tasa(ix-dsg)
               MOVE tld-tasa-recargo(ix-linea)
                   TO tdg-tasa-recargo(ix-dsg)
               MOVE 0 TO tdg-base(ix-dsg)
               MOVE 0 TO tdg-cuota(ix-dsg)
               MOVE 0 TO tdg-recargo(ix-dsg)
           END-IF.

           ADD tld-importe(ix-linea) TO tdg-base(ix-dsg).
           ADD cuota-linea TO tdg-cuota(ix-dsg).
           ADD recargo-linea TO tdg-recargo(ix-dsg).

       UBICAR-DESGLOSE.
           ADD 1 TO ix-dsg.

           IF tdg-moneda(ix-dsg) = tld-moneda(ix-linea)
           AND tdg-tasa(ix-dsg) = tld-tasa(ix-linea)
           AND tdg-tasa-recargo(ix-dsg) = tld-tasa-recargo(ix-linea)
               MOVE "S" TO desglose-ubicado
           END-IF.

       CARGAR-TOTAL-FACTURA.
           ADD 1 TO ix-mon.

           IF fac-moneda(ix-mon) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE fac-moneda(ix-mon) TO ttd-moneda(ix-mon).
           MOVE fac-base(ix-mon) TO ttd-base(ix-mon).
           MOVE fac-impuesto(ix-mon) TO ttd-impuesto(ix-mon).
           MOVE fac-recargo(ix-mon) TO ttd-recargo(ix-mon).
           MOVE fac-total(ix-mon) TO ttd-total(ix-mon).

      *    LOS ABONOS SALEN COMO FACTURA RECTIFICATIVA DE UNA LINEA,
      *    CON IMPORTES NEGATIVOS Y EL TIPO DEDUCIDO DEL PROPIO
      *    ABONO (IMPUESTO SOBRE BASE)
       BARRER-ABONOS.
           OPEN INPUT abonos-archivo.
           IF estado-abonos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BARRER-UN-ABONO
           UNTIL si-no = "N".

           CLOSE abonos-archivo.

       BARRER-UN-ABONO.
           READ abonos-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF abo-fecha >= fecha-desde
                   AND abo-fecha <= fecha-hasta
                       PERFORM PROCESAR-ABONO
                   END-IF
           END-READ.

       PROCESAR-ABONO.
           MOVE "A" TO tipo-documento.
           MOVE abo-numero TO numero-documento.
           MOVE abo-fecha TO fecha-documento.
           MOVE abo-clientes-id TO cliente-documento.
           MOVE abo-pedido TO pedido-documento.

           PERFORM PREPARAR-DOCUMENTO.
           IF hay-cliente-documento = "N"
               EXIT PARAGRAPH
           END-IF.

           IF abo-base = 0
               MOVE "ABONO SIN IMPORTE" TO motivo-rechazo
               PERFORM RESOLVER-DOCUMENTO
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO total-lineas-doc.
           MOVE 1 TO ix-linea.
           MOVE abo-producto-id TO tld-producto-id(1).
           COMPUTE tld-cantidad(1) = 0 - abo-cantidad.
           MOVE abo-precio TO tld-precio(1).
           MOVE abo-moneda TO tld-moneda(1).
           COMPUTE tld-importe(1) = 0 - abo-base.
           COMPUTE tld-tasa(1) ROUNDED = abo-impuesto * 100 / abo-base.
           COMPUTE tld-tasa-recargo(1) ROUNDED =
               abo-recargo * 100 / abo-base.

           MOVE "DEVOLUCION DE MERCANCIA" TO tld-descripcion(1).
           IF hay-producto = "S"
               MOVE abo-producto-id TO producto-id
               READ producto-dinamic
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE producto-descript TO tld-descripcion(1)
               END-READ
           END-IF.
           INSPECT tld-descripcion(1)
               REPLACING ALL "&" BY "Y" ALL "<" BY " " ALL ">" BY " ".

           MOVE 1 TO total-desglose.
           MOVE abo-moneda TO tdg-moneda(1).
           MOVE tld-tasa(1) TO tdg-tasa(1).
           MOVE tld-tasa-recargo(1) TO tdg-tasa-recargo(1).
           COMPUTE tdg-base(1) = 0 - abo-base.
           COMPUTE tdg-cuota(1) = 0 - abo-impuesto.
           COMPUTE tdg-recargo(1) = 0 - abo-recargo.

           MOVE abo-moneda TO ttd-moneda(1).
           COMPUTE ttd-base(1) = 0 - abo-base.
           COMPUTE ttd-impuesto(1) = 0 - abo-impuesto.
           COMPUTE ttd-recargo(1) = 0 - abo-recargo.
           COMPUTE ttd-total(1) = 0 - abo-total.

           PERFORM RESOLVER-DOCUMENTO.

      *    COMPROBACIONES DE DATOS OBLIGATORIOS: EL DOCUMENTO QUE NO
      *    LAS PASA VA A LA LISTA DE RECHAZOS Y NO SE GENERA
       RESOLVER-DOCUMENTO.
           PERFORM VALIDAR-DOCUMENTO.

           IF motivo-rechazo NOT = SPACES
               PERFORM RECHAZAR-DOCUMENTO
               EXIT PARAGRAPH
           END-IF.

           PERFORM GENERAR-ARCHIVO-FACTURAE.

       VALIDAR-DOCUMENTO.
           IF motivo-rechazo NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO caracteres-no-admitidos.
           INSPECT clientes-nombre TALLYING caracteres-no-admitidos
               FOR ALL "&" ALL "<" ALL ">".
           INSPECT clientes-direccion TALLYING caracteres-no-admitidos
               FOR ALL "&" ALL "<" ALL ">".

           EVALUATE TRUE
               WHEN clientes-nif = SPACES
                   MOVE "CLIENTE SIN NIF" TO motivo-rechazo
               WHEN clientes-nombre = SPACES
                   MOVE "CLIENTE SIN NOMBRE" TO motivo-rechazo
               WHEN clientes-direccion = SPACES
                   MOVE "CLIENTE SIN DIRECCION" TO motivo-rechazo
               WHEN caracteres-no-admitidos > 0
                   MOVE "CARACTERES & < > EN NOMBRE O DIRECCION"
                       TO motivo-rechazo
               WHEN total-lineas-doc = 0
                   MOVE "DOCUMENTO SIN LINEAS" TO motivo-rechazo
               WHEN ttd-moneda(1) = SPACES
                   MOVE "DOCUMENTO SIN TOTALES POR MONEDA"
                       TO motivo-rechazo
           END-EVALUATE.

       RECHAZAR-DOCUMENTO.
           MOVE SPACES TO ife-archivo.
           MOVE "R" TO ife-estado.
           MOVE motivo-rechazo TO ife-motivo.
           PERFORM GRABAR-INTERCAMBIO.

           ADD 1 TO total-rechazados.
           PERFORM COMPONER-LINEA-DOCUMENTO.
           MOVE motivo-rechazo TO ldo-resultado.

           IF total-lista-rechazos >= 200
               DISPLAY "Lista de rechazos llena, documento "
                   tipo-documento numero-documento ": "
                   motivo-rechazo
           ELSE
               ADD 1 TO total-lista-rechazos
               MOVE linea-documento
                   TO rechazo-listado(total-lista-rechazos)
           END-IF.

       GENERAR-ARCHIVO-FACTURAE.
           MOVE SPACES TO nombre-facturae.
           STRING "facturae-" tipo-documento numero-documento ".xml"
               DELIMITED BY SIZE INTO nombre-facturae.

           OPEN OUTPUT archivo-facturae.
           IF estado-facturae NOT = "00"
               DISPLAY "No se pudo abrir " nombre-facturae
                   ", estado: " estado-facturae
               ADD 1 TO total-errores
               EXIT PARAGRAPH
           END-IF.

           PERFORM ESCRIBIR-CABECERA-XML.
           PERFORM ESCRIBIR-PARTES-XML.
           PERFORM ESCRIBIR-FACTURA-XML.

           MOVE "</fe:Facturae>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           CLOSE archivo-facturae.

           MOVE nombre-facturae TO ife-archivo.
           MOVE "E" TO ife-estado.
           MOVE SPACES TO ife-motivo.
           PERFORM GRABAR-INTERCAMBIO.

           ADD 1 TO total-exportados.
           PERFORM COMPONER-LINEA-DOCUMENTO.
           MOVE nombre-facturae TO ldo-resultado.
           MOVE linea-documento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    EL RECHAZADO QUE SE REINTENTA REESCRIBE SU REGISTRO
       GRABAR-INTERCAMBIO.
           IF existe-intercambio = "N"
               MOVE 0 TO ife-intentos
           END-IF.
           MOVE tipo-documento TO ife-tipo-documento.
           MOVE numero-documento TO ife-numero.
           MOVE cliente-documento TO ife-clientes-id.
           MOVE fecha-documento TO ife-fecha-documento.
           MOVE fecha-sistema(1:8) TO ife-fecha-exportacion.
           MOVE fecha-sistema(9:6) TO ife-hora-exportacion.
           ADD 1 TO ife-intentos.

           IF existe-intercambio = "S"
               REWRITE intercambio-facturae
                   INVALID KEY
                       DISPLAY "Error al reescribir el intercambio "
                           ife-clave ", estado: " estado-intercambios
               END-REWRITE
           ELSE
               WRITE intercambio-facturae
                   INVALID KEY
                       DISPLAY "Error al grabar el intercambio "
                           ife-clave ", estado: " estado-intercambios
               END-WRITE
           END-IF.

       COMPONER-LINEA-DOCUMENTO.
           IF tipo-documento = "A"
               MOVE "ABONO" TO ldo-tipo
           ELSE
               MOVE "FACTURA" TO ldo-tipo
           END-IF.
           MOVE numero-documento TO ldo-numero.
           MOVE fecha-documento TO ldo-fecha.
           MOVE cliente-documento TO ldo-cliente.
           MOVE SPACES TO ldo-resultado.

      *    CABECERA DEL ARCHIVO: UN LOTE CON UNA SOLA FACTURA
       ESCRIBIR-CABECERA-XML.
           STRING "<?xml version=" comillas "1.0" comillas
               " encoding=" comillas "UTF-8" comillas "?>"
               DELIMITED BY SIZE INTO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           STRING "<fe:Facturae xmlns:fe=" comillas
               "http://www.facturae.gob.es/formato/Versiones/"
               "Facturaev3_2_2.xml" comillas ">"
               DELIMITED BY SIZE INTO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "<FileHeader>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "SchemaVersion" TO etiqueta-xml.
           MOVE "3.2.2" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "Modality" TO etiqueta-xml.
           MOVE "I" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "InvoiceIssuerType" TO etiqueta-xml.
           MOVE "EM" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.

           MOVE "<Batch>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "BatchIdentifier" TO etiqueta-xml.
           MOVE SPACES TO valor-xml.
           STRING FUNCTION TRIM(nif-emisor) tipo-documento
               numero-documento
               DELIMITED BY SIZE INTO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "InvoicesCount" TO etiqueta-xml.
           MOVE "1" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "</Batch>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "</FileHeader>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

      *    EMISOR (LA CASA) Y RECEPTOR (EL CLIENTE DEL DOCUMENTO)
       ESCRIBIR-PARTES-XML.
           MOVE "<Parties>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "<SellerParty>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE nif-emisor TO nif-xml.
           PERFORM ESCRIBIR-IDENTIFICACION-XML.
           MOVE "<LegalEntity>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "CorporateName" TO etiqueta-xml.
           MOVE nombre-emisor TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "</LegalEntity>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "</SellerParty>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "<BuyerParty>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE clientes-nif TO nif-xml.
           PERFORM ESCRIBIR-IDENTIFICACION-XML.
           MOVE "<LegalEntity>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "CorporateName" TO etiqueta-xml.
           MOVE clientes-nombre TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "<AddressInSpain>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "Address" TO etiqueta-xml.
           MOVE clientes-direccion TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "</AddressInSpain>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "</LegalEntity>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "</BuyerParty>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "</Parties>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

      *    EL NIF LLEGA EN nif-xml
       ESCRIBIR-IDENTIFICACION-XML.
           MOVE "<TaxIdentification>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "PersonTypeCode" TO etiqueta-xml.
           MOVE "J" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "ResidenceTypeCode" TO etiqueta-xml.
           MOVE "R" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "TaxIdentificationNumber" TO etiqueta-xml.
           MOVE nif-xml TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "</TaxIdentification>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

       ESCRIBIR-FACTURA-XML.
           MOVE "<Invoices>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "<Invoice>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "<InvoiceHeader>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "InvoiceNumber" TO etiqueta-xml.
           MOVE numero-documento TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "InvoiceSeriesCode" TO etiqueta-xml.
           MOVE tipo-documento TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "InvoiceDocumentType" TO etiqueta-xml.
           MOVE "FC" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "InvoiceClass" TO etiqueta-xml.
           IF tipo-documento = "A"
               MOVE "OR" TO valor-xml
               PERFORM EMITIR-ELEMENTO
               PERFORM ESCRIBIR-RECTIFICATIVA-XML
           ELSE
               MOVE "OO" TO valor-xml
               PERFORM EMITIR-ELEMENTO
           END-IF.
           MOVE "</InvoiceHeader>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "<InvoiceIssueData>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE SPACES TO fecha-xml.
           STRING fecha-documento(1:4) "-" fecha-documento(5:2) "-"
               fecha-documento(7:2)
               DELIMITED BY SIZE INTO fecha-xml.
           MOVE "IssueDate" TO etiqueta-xml.
           MOVE fecha-xml TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "InvoiceCurrencyCode" TO etiqueta-xml.
           MOVE ttd-moneda(1) TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "TaxCurrencyCode" TO etiqueta-xml.
           MOVE ttd-moneda(1) TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "LanguageName" TO etiqueta-xml.
           MOVE "es" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "</InvoiceIssueData>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "<TaxesOutputs>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE 0 TO ix-dsg.
           PERFORM ESCRIBIR-DESGLOSE-XML
           UNTIL ix-dsg >= total-desglose.
           MOVE "</TaxesOutputs>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE 0 TO ix-mon.
           PERFORM ESCRIBIR-TOTALES-XML 3 TIMES.

           MOVE "<Items>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE 0 TO ix-linea.
           PERFORM ESCRIBIR-LINEA-XML
           UNTIL ix-linea >= total-lineas-doc.
           MOVE "</Items>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "</Invoice>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "</Invoices>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

      *    EL ABONO CORRIGE POR DIFERENCIAS LA VENTA DEL PEDIDO
      *    DEVUELTO
       ESCRIBIR-RECTIFICATIVA-XML.
           MOVE "<Corrective>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "ReasonDescription" TO etiqueta-xml.
           MOVE SPACES TO valor-xml.
           STRING "DEVOLUCION DEL PEDIDO " pedido-documento
               DELIMITED BY SIZE INTO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "CorrectionMethod" TO etiqueta-xml.
           MOVE "02" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "CorrectionMethodDescription" TO etiqueta-xml.
           MOVE "RECTIFICACION POR DIFERENCIAS" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "</Corrective>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

       ESCRIBIR-DESGLOSE-XML.
           ADD 1 TO ix-dsg.

           MOVE SPACES TO texto-xml.
           STRING "<Tax moneda=" comillas tdg-moneda(ix-dsg)
               comillas ">"
               DELIMITED BY SIZE INTO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "TaxTypeCode" TO etiqueta-xml.
           MOVE "01" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "TaxRate" TO etiqueta-xml.
           MOVE tdg-tasa(ix-dsg) TO tasa-xml.
           PERFORM EMITIR-TASA.

           MOVE "<TaxableBase>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "TotalAmount" TO etiqueta-xml.
           MOVE tdg-base(ix-dsg) TO importe-xml.
           PERFORM EMITIR-IMPORTE.
           MOVE "</TaxableBase>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "<TaxAmount>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "TotalAmount" TO etiqueta-xml.
           MOVE tdg-cuota(ix-dsg) TO importe-xml.
           PERFORM EMITIR-IMPORTE.
           MOVE "</TaxAmount>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           IF tdg-tasa-recargo(ix-dsg) > 0
               MOVE "EquivalenceSurcharge" TO etiqueta-xml
               MOVE tdg-tasa-recargo(ix-dsg) TO tasa-xml
               PERFORM EMITIR-TASA
               MOVE "<EquivalenceSurchargeAmount>" TO texto-xml
               PERFORM EMITIR-LINEA-XML
               MOVE "TotalAmount" TO etiqueta-xml
               MOVE tdg-recargo(ix-dsg) TO importe-xml
               PERFORM EMITIR-IMPORTE
               MOVE "</EquivalenceSurchargeAmount>" TO texto-xml
               PERFORM EMITIR-LINEA-XML
           END-IF.

           MOVE "</Tax>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

      *    UN BLOQUE DE TOTALES POR CADA MONEDA DEL DOCUMENTO
       ESCRIBIR-TOTALES-XML.
           ADD 1 TO ix-mon.

           IF ttd-moneda(ix-mon) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO texto-xml.
           STRING "<InvoiceTotals moneda=" comillas
               ttd-moneda(ix-mon) comillas ">"
               DELIMITED BY SIZE INTO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE ttd-base(ix-mon) TO importe-xml.
           MOVE "TotalGrossAmount" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.
           MOVE "TotalGrossAmountBeforeTaxes" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.

           COMPUTE importe-xml =
               ttd-impuesto(ix-mon) + ttd-recargo(ix-mon).
           MOVE "TotalTaxOutputs" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.

           MOVE 0 TO importe-xml.
           MOVE "TotalTaxesWithheld" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.

           MOVE ttd-total(ix-mon) TO importe-xml.
           MOVE "InvoiceTotal" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.
           MOVE "TotalOutstandingAmount" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.
           MOVE "TotalExecutableAmount" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.

           MOVE "</InvoiceTotals>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

       ESCRIBIR-LINEA-XML.
           ADD 1 TO ix-linea.

           MOVE SPACES TO texto-xml.
           STRING "<InvoiceLine moneda=" comillas
               tld-moneda(ix-linea) comillas ">"
               DELIMITED BY SIZE INTO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "ItemDescription" TO etiqueta-xml.
           MOVE tld-descripcion(ix-linea) TO valor-xml.
           PERFORM EMITIR-ELEMENTO.

           MOVE "Quantity" TO etiqueta-xml.
           MOVE tld-cantidad(ix-linea) TO cantidad-editada.
           MOVE cantidad-editada TO valor-xml.
           PERFORM EMITIR-ELEMENTO.

           MOVE "UnitPriceWithoutTax" TO etiqueta-xml.
           MOVE tld-precio(ix-linea) TO importe-xml.
           PERFORM EMITIR-IMPORTE.

           MOVE tld-importe(ix-linea) TO importe-xml.
           MOVE "TotalCost" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.
           MOVE "GrossAmount" TO etiqueta-xml.
           PERFORM EMITIR-IMPORTE.

           MOVE "<TaxesOutputs>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "<Tax>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "TaxTypeCode" TO etiqueta-xml.
           MOVE "01" TO valor-xml.
           PERFORM EMITIR-ELEMENTO.
           MOVE "TaxRate" TO etiqueta-xml.
           MOVE tld-tasa(ix-linea) TO tasa-xml.
           PERFORM EMITIR-TASA.
           MOVE "<TaxableBase>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "TotalAmount" TO etiqueta-xml.
           MOVE tld-importe(ix-linea) TO importe-xml.
           PERFORM EMITIR-IMPORTE.
           MOVE "</TaxableBase>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "</Tax>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.
           MOVE "</TaxesOutputs>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

           MOVE "ArticleCode" TO etiqueta-xml.
           MOVE tld-producto-id(ix-linea) TO valor-xml.
           PERFORM EMITIR-ELEMENTO.

           MOVE "</InvoiceLine>" TO texto-xml.
           PERFORM EMITIR-LINEA-XML.

      *    LOS IMPORTES VAN CON PUNTO DECIMAL Y SIN SEPARADOR DE
      *    MILES, COMO PIDE EL FORMATO
       EMITIR-IMPORTE.
           MOVE importe-xml TO importe-editado.
           INSPECT importe-editado REPLACING ALL "," BY ".".
           MOVE importe-editado TO valor-xml.
           PERFORM EMITIR-ELEMENTO.

       EMITIR-TASA.
           MOVE tasa-xml TO tasa-editada.
           INSPECT tasa-editada REPLACING ALL "," BY ".".
           MOVE tasa-editada TO valor-xml.
           PERFORM EMITIR-ELEMENTO.

       EMITIR-ELEMENTO.
           MOVE SPACES TO texto-xml.
           STRING "<" FUNCTION TRIM(etiqueta-xml) ">"
               FUNCTION TRIM(valor-xml)
               "</" FUNCTION TRIM(etiqueta-xml) ">"
               DELIMITED BY SIZE INTO texto-xml.
           PERFORM EMITIR-LINEA-XML.

       EMITIR-LINEA-XML.
           WRITE linea-facturae FROM texto-xml.
           MOVE SPACES TO texto-xml.

      *    LISTA DE RECHAZOS AL PIE DEL REPORTE
       IMPRIMIR-RECHAZOS.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "DOCUMENTOS RECHAZADOS (NO ENVIADOS)"
               TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-rechazo.
           PERFORM IMPRIMIR-UN-RECHAZO
           UNTIL ix-rechazo >= total-lista-rechazos.

       IMPRIMIR-UN-RECHAZO.
           ADD 1 TO ix-rechazo.
           MOVE rechazo-listado(ix-rechazo) TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "EXPORTAR_FACTURAE".
