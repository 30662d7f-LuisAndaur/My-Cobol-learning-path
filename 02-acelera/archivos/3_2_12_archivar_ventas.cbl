      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre anual del archivo de ventas.  Traslada a
      *          historicos con el anio de corte en el nombre
      *          (pedidos-hAAAA.dat, pedidos-detalle-hAAAA.dat,
      *          facturas-hAAAA.dat, facturas-detalle-hAAAA.dat y
      *          cartera-hAAAA.dat, con el mismo layout y la misma
      *          clave que los vivos) los documentos ya cerrados con
      *          fecha hasta el anio de corte, que es el anio en
      *          curso menos los anios de retencion pedidos (minimo
      *          dos, para que el ejercicio anterior siga vivo
      *          mientras se presentan el 347 y se emiten sus
      *          rectificativas).  Cerrado
      *          quiere decir:
      *            - factura cuyo cargo FAC de cartera esta cobrado
      *              exactamente por las aplicaciones de recibos;
      *            - recibo repartido entero contra facturas (sin
      *              remanente en factura 0);
      *            - pedido facturado (F) cuyas facturas se archivan.
      *          Facturas, recibos y pedidos ligados entre si salen
      *          juntos o no sale ninguno: basta un recibo reciente,
      *          un remanente o una factura con saldo para que todo
      *          el grupo quede vivo.  Asi los cargos y pagos
      *          archivados se anulan entre si, el saldo vivo de cada
      *          cliente no cambia y la antiguedad sigue cuadrando.
      *          Abonos, rectificativas, remesas, depositos y demas
      *          apuntes sin factura o recibo propio quedan vivos.
      *          Las lineas de pedido y de factura van con su
      *          cabecera.  El kardex no entra en esta corrida: sus
      *          apuntes ya cubiertos por una foto de stock pasan
      *          cada mes a kardex-AAAAMM.dat en FOTO_STOCK_MENSUAL.
      *          Como en el archivado del historico de precios, los
      *          vivos se tocan recien cuando los historicos quedaron
      *          grabados y releidos con los mismos conteos; al final
      *          se recuentan los vivos y el resultado, con lo leido,
      *          archivado y conservado de cada archivo, queda en
      *          archivo-ventas-control.dat, que ademas dice a las
      *          consultas en que historicos buscar.  Los recibos
      *          candidatos salen de los pagos de cartera con fecha
      *          hasta el corte, asi los recibos recientes no ocupan
      *          memoria.  No se archiva un anio anterior al ultimo
      *          corte, y el ultimo solo se repite si su corrida dejo
      *          documentos sin cargar por falta de memoria
      *          (desbordes en el control): la nueva corrida agrega
      *          a los historicos de ese anio lo que antes no cupo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ARCHIVAR_VENTAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *LINEAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-detalle
       ASSIGN TO "pedidos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-detalle.

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

      *LIBRO DE CARTERA VIVO
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *LIBRO DE APLICACION DE PAGOS, SOLO LECTURA
       SELECT aplicaciones-archivo
       ASSIGN TO "aplicaciones-pago.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-aplicaciones.

      *HISTORICO DE CABECERAS DE PEDIDO CON EL ANIO EN EL NOMBRE
       SELECT pedidos-historico
       ASSIGN TO DYNAMIC nombre-pedidos-hist
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedh-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos-hist.

      *HISTORICO DE LINEAS DE PEDIDO CON EL ANIO EN EL NOMBRE
       SELECT detalle-historico
       ASSIGN TO DYNAMIC nombre-detalle-hist
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedhd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-detalle-hist.

      *HISTORICO DE CABECERAS DE FACTURA CON EL ANIO EN EL NOMBRE
       SELECT facturas-historico
       ASSIGN TO DYNAMIC nombre-facturas-hist
       ORGANIZATION IS INDEXED
       RECORD KEY IS fach-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas-hist.

      *HISTORICO DE LINEAS DE FACTURA CON EL ANIO EN EL NOMBRE
       SELECT facdet-historico
       ASSIGN TO DYNAMIC nombre-facdet-hist
       ORGANIZATION IS INDEXED
       RECORD KEY IS facdh-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet-hist.

      *HISTORICO DE CARTERA CON EL ANIO EN EL NOMBRE
       SELECT cartera-historico
       ASSIGN TO DYNAMIC nombre-cartera-hist
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera-hist.

      *ARCHIVO DE TRABAJO CON LOS APUNTES QUE SE CONSERVAN
       SELECT cartera-vigente
       ASSIGN TO "cartera-vigente.tmp"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-vigente.

      *CONTROL DE LAS CORRIDAS DEL ARCHIVO DE VENTAS
       SELECT control-archivo
       ASSIGN TO "archivo-ventas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *LINEAS DE PEDIDO
       FD pedidos-detalle.
           COPY "PEDIDO-DETALLE.CPY".

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *LIBRO DE APLICACION DE PAGOS
       FD aplicaciones-archivo.
           COPY "APLICACION-PAGO.CPY".

      *HISTORICO DE PEDIDOS, MISMO LAYOUT QUE EL VIVO
       FD pedidos-historico.
       01  pedh-registro.
           05  pedh-numero             PIC 9(6).
           05  FILLER                  PIC X(32).

      *HISTORICO DE LINEAS DE PEDIDO, MISMO LAYOUT QUE EL VIVO
       FD detalle-historico.
       01  pedhd-registro.
           05  pedhd-clave             PIC X(9).
           05  FILLER                  PIC X(30).

      *HISTORICO DE FACTURAS, MISMO LAYOUT QUE EL VIVO
       FD facturas-historico.
       01  fach-registro.
           05  fach-numero             PIC 9(6).
           05  FILLER                  PIC X(155).

      *HISTORICO DE LINEAS DE FACTURA, MISMO LAYOUT QUE EL VIVO
       FD facdet-historico.
       01  facdh-registro.
           05  facdh-clave             PIC X(9).
           05  FILLER                  PIC X(38).

      *HISTORICO DE CARTERA, MISMO LAYOUT QUE EL VIVO
       FD cartera-historico.
       01  cartera-hist-registro       PIC X(42).

      *ARCHIVO DE TRABAJO, MISMO LAYOUT QUE EL VIVO
       FD cartera-vigente.
       01  vigente-registro            PIC X(42).

      *CONTROL DEL ARCHIVO DE VENTAS
       FD control-archivo.
           COPY "ARCHIVO-VENTAS-CONTROL.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-detalle              PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-aplicaciones         PIC X(02) VALUE "00".
       77  estado-pedidos-hist         PIC X(02) VALUE "00".
       77  estado-detalle-hist         PIC X(02) VALUE "00".
       77  estado-facturas-hist        PIC X(02) VALUE "00".
       77  estado-facdet-hist          PIC X(02) VALUE "00".
       77  estado-cartera-hist         PIC X(02) VALUE "00".
       77  estado-vigente              PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  nombre-pedidos-hist         PIC X(40) VALUE SPACES.
       77  nombre-detalle-hist         PIC X(40) VALUE SPACES.
       77  nombre-facturas-hist        PIC X(40) VALUE SPACES.
       77  nombre-facdet-hist          PIC X(40) VALUE SPACES.
       77  nombre-cartera-hist         PIC X(40) VALUE SPACES.
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  anio-actual                 PIC 9(4) VALUE 0.
       77  retencion                   PIC 9(2) VALUE 0.
       77  anio-corte                  PIC 9(4) VALUE 0.
       77  ultimo-corte                PIC 9(4) VALUE 0.
       77  desbordes-previos           PIC 9(6) VALUE 0.
       77  reanudando                  PIC X VALUE "N".
       77  anio-documento              PIC 9(4) VALUE 0.
       77  recorriendo                 PIC X VALUE "S".
       77  que-pedido                  PIC 9(6) VALUE 0.
       77  que-factura                 PIC 9(6) VALUE 0.
       77  que-cliente                 PIC X(7) VALUE SPACES.
       77  que-referencia              PIC X(10) VALUE SPACES.
       77  pedido-anterior             PIC 9(6) VALUE 0.
       77  pedido-ubicado              PIC X VALUE "N".
       77  factura-ubicada             PIC X VALUE "N".
       77  recibo-ubicado              PIC X VALUE "N".
       77  apunte-archivable           PIC X VALUE "N".
       77  archivable-otro             PIC X VALUE "S".
       77  hubo-cambios                PIC X VALUE "S".
       77  vueltas                     PIC 9(4) VALUE 0.
       77  desbordes                   PIC 9(6) VALUE 0.
       77  contados                    PIC 9(7) VALUE 0.
       77  ix-arch                     PIC 9 VALUE 0.
       77  resultado-corrida           PIC X VALUE "S".

      *    PEDIDOS FACTURADOS HASTA EL CORTE (CANDIDATOS) CON LAS
      *    FACTURAS QUE LOS LLEVAN
       77  total-ped                   PIC 9(4) VALUE 0.
       77  ix-ped                      PIC 9(4) VALUE 0.
       01  tabla-pedidos.
           05  entrada-pedido OCCURS 3000 TIMES.
               10  tpe-numero          PIC 9(6).
               10  tpe-facturas        PIC 9(3).
               10  tpe-archivable      PIC X.

      *    FACTURAS HASTA EL CORTE CON SU CARGO EN CARTERA Y LO
      *    APLICADO DE RECIBOS
       77  total-fac                   PIC 9(4) VALUE 0.
       77  ix-fac                      PIC 9(4) VALUE 0.
       77  ix-fac-actual               PIC 9(4) VALUE 0.
       01  tabla-facturas.
           05  entrada-factura OCCURS 3000 TIMES.
               10  tfa-numero          PIC 9(6).
               10  tfa-cargo           PIC 9(8)V99.
               10  tfa-aplicado        PIC 9(8)V99.
               10  tfa-archivable      PIC X.

      *    RECIBOS DEL LIBRO DE APLICACIONES CON SU PAGO EN CARTERA
       77  total-rec                   PIC 9(4) VALUE 0.
       77  ix-rec                      PIC 9(4) VALUE 0.
       01  tabla-recibos.
           05  entrada-recibo OCCURS 3000 TIMES.
               10  trc-clientes-id     PIC X(7).
               10  trc-referencia      PIC X(10).
               10  trc-importe         PIC 9(8)V99.
               10  trc-aplicado        PIC 9(8)V99.
               10  trc-archivable      PIC X.

      *    ENLACES FACTURA-PEDIDO (P) Y FACTURA-RECIBO (R): LOS DOS
      *    EXTREMOS DE UN ENLACE SE ARCHIVAN JUNTOS O NINGUNO
       77  total-enl                   PIC 9(4) VALUE 0.
       77  ix-enl                      PIC 9(4) VALUE 0.
       77  ix-otro                     PIC 9(4) VALUE 0.
       77  tipo-enlace                 PIC X VALUE SPACE.
       01  tabla-enlaces.
           05  entrada-enlace OCCURS 9000 TIMES.
               10  ten-tipo            PIC X.
               10  ten-factura         PIC 9(4).
               10  ten-otro            PIC 9(4).

      *    TOTALES DE CONTROL DE LA CORRIDA, MISMO ORDEN QUE EN
      *    ARCHIVO-VENTAS-CONTROL
       01  totales-corrida.
           05  tot-conteos OCCURS 5 TIMES.
               10  tot-leidos          PIC 9(7).
               10  tot-archivados      PIC 9(7).
               10  tot-conservados     PIC 9(7).
               10  tot-en-historico    PIC 9(7).
               10  tot-vivos-despues   PIC 9(7).
      *        LO QUE YA TENIA EL HISTORICO AL REANUDAR UN CORTE
               10  tot-previos         PIC 9(7).
       77  importe-leido               PIC 9(9)V99 VALUE 0.
       77  importe-archivado           PIC 9(9)V99 VALUE 0.
       77  importe-conservado          PIC 9(9)V99 VALUE 0.
       77  neto-archivado              PIC S9(9)V99 VALUE 0.

       01  nombres-de-archivo.
           05  FILLER                  PIC X(18)
               VALUE "Pedidos...........".
           05  FILLER                  PIC X(18)
               VALUE "Lineas de pedido..".
           05  FILLER                  PIC X(18)
               VALUE "Facturas..........".
           05  FILLER                  PIC X(18)
               VALUE "Lineas de factura.".
           05  FILLER                  PIC X(18)
               VALUE "Cartera...........".
       01  tabla-nombres REDEFINES nombres-de-archivo.
           05  nombre-archivo          PIC X(18) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.
           MOVE fecha-sistema(1:4) TO anio-actual.
           INITIALIZE totales-corrida.

           PERFORM OBTENER-PARAMETROS.
           PERFORM VERIFICAR-CONTROL-PREVIO.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM CARGAR-DOCUMENTOS.
           PERFORM DECIDIR-ARCHIVABLES.

           PERFORM ABRIR-HISTORICOS.
           PERFORM GRABAR-HISTORICOS.
           PERFORM CERRAR-ARCHIVOS-DE-PASO.

           PERFORM COMPROBAR-HISTORICOS.

           PERFORM DEPURAR-ARCHIVOS-VIVOS.
           PERFORM REESCRIBIR-CARTERA.
           PERFORM RECONTAR-ARCHIVOS-VIVOS.

           PERFORM GRABAR-CONTROL.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       OBTENER-PARAMETROS.
           DISPLAY "Anios de retencion en los archivos vivos "
               "(minimo 2, vacio = 2): ".
           ACCEPT retencion.
           IF retencion = 0
               MOVE 2 TO retencion
           END-IF.

           IF retencion < 2
               DISPLAY "La retencion minima es de 2 anios, proceso "
                   "cancelado"
               STOP RUN
           END-IF.

           COMPUTE anio-corte = anio-actual - retencion.
           DISPLAY "Se archiva lo cerrado hasta el anio " anio-corte
               " inclusive".

           STRING "pedidos-h" anio-corte ".dat"
               DELIMITED BY SIZE INTO nombre-pedidos-hist.
           STRING "pedidos-detalle-h" anio-corte ".dat"
               DELIMITED BY SIZE INTO nombre-detalle-hist.
           STRING "facturas-h" anio-corte ".dat"
               DELIMITED BY SIZE INTO nombre-facturas-hist.
           STRING "facturas-detalle-h" anio-corte ".dat"
               DELIMITED BY SIZE INTO nombre-facdet-hist.
           STRING "cartera-h" anio-corte ".dat"
               DELIMITED BY SIZE INTO nombre-cartera-hist.

      *    COMO LA FOTO DE STOCK: NO SE ARCHIVA UN CORTE ANTERIOR AL
      *    ULTIMO, Y EL ULTIMO SOLO SE REPITE SI SU ULTIMA CORRIDA
      *    TUVO DESBORDES; ENTONCES SE REANUDA SOBRE SUS HISTORICOS
       VERIFICAR-CONTROL-PREVIO.
           OPEN INPUT control-archivo.
           IF estado-control NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM LEER-CONTROL-PREVIO
           UNTIL si-no = "N".
           CLOSE control-archivo.

           IF anio-corte < ultimo-corte
           OR (anio-corte = ultimo-corte AND desbordes-previos = 0)
               DISPLAY "Ya se archivo hasta el anio " ultimo-corte
                   ", proceso cancelado"
               STOP RUN
           END-IF.

           IF anio-corte = ultimo-corte
               MOVE "S" TO reanudando
               DISPLAY "La corrida anterior del anio " ultimo-corte
                   " dejo " desbordes-previos " documentos sin "
                   "cargar; se agregan a sus historicos"
           END-IF.

      *    LOS REGISTROS VAN EN ORDEN DE CORRIDA: EL ULTIMO DE CADA
      *    ANIO DICE SI QUEDO ALGO SIN CARGAR
       LEER-CONTROL-PREVIO.
           READ control-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF avc-anio-corte >= ultimo-corte
                       MOVE avc-anio-corte TO ultimo-corte
                       MOVE avc-desbordes TO desbordes-previos
                   END-IF
           END-READ.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT pedidos-archivo.
           IF estado-pedidos NOT = "00"
               DISPLAY "No se pudo abrir pedidos.dat, estado: "
                   estado-pedidos
               STOP RUN
           END-IF.

           OPEN INPUT pedidos-detalle.
           IF estado-detalle NOT = "00"
               DISPLAY "No se pudo abrir pedidos-detalle.dat, "
                   "estado: " estado-detalle
               STOP RUN
           END-IF.

           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               STOP RUN
           END-IF.

           OPEN INPUT facturas-detalle.
           IF estado-facdet NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle.dat, "
                   "estado: " estado-facdet
               STOP RUN
           END-IF.

           OPEN INPUT cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo abrir cartera.dat, estado: "
                   estado-cartera
               STOP RUN
           END-IF.

      *    SIN APLICACIONES NINGUNA FACTURA CONSTA COBRADA
           OPEN INPUT aplicaciones-archivo.
           IF estado-aplicaciones NOT = "00"
               DISPLAY "Sin aplicaciones-pago.dat, no hay facturas "
                   "cobradas que archivar"
               STOP RUN
           END-IF.

      ******************************************************************
      *    CARGA EN MEMORIA DE LOS CANDIDATOS Y SUS ENLACES
      ******************************************************************
      *    LAS LINEAS SE CUENTAN ANTES DE QUE EL ENLACE DE LAS
      *    FACTURAS RESUMEN POSICIONE EL DETALLE CON START.  LA
      *    CARTERA VA ANTES QUE LAS APLICACIONES PORQUE DE SUS PAGOS
      *    HASTA EL CORTE SALEN LOS RECIBOS CANDIDATOS
       CARGAR-DOCUMENTOS.
           MOVE "S" TO si-no.
           PERFORM CARGAR-PEDIDOS
           UNTIL si-no = "N".

           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           PERFORM CONTAR-LINEA-PEDIDO-VIVA
           UNTIL si-no = "N".
           MOVE contados TO tot-leidos(2).

           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           PERFORM CONTAR-LINEA-FACTURA-VIVA
           UNTIL si-no = "N".
           MOVE contados TO tot-leidos(4).

           MOVE "S" TO si-no.
           PERFORM CARGAR-FACTURAS
           UNTIL si-no = "N".

           MOVE "S" TO si-no.
           PERFORM CARGAR-CARTERA
           UNTIL si-no = "N".

           MOVE "S" TO si-no.
           PERFORM CARGAR-APLICACIONES
           UNTIL si-no = "N".

           DISPLAY "Candidatos hasta el corte: " total-ped
               " pedidos, " total-fac " facturas, " total-rec
               " recibos".

       CARGAR-PEDIDOS.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO tot-leidos(1)
                   MOVE ped-fecha(1:4) TO anio-documento
                   IF ped-facturado
                   AND anio-documento <= anio-corte
                       PERFORM ANOTAR-PEDIDO
                   END-IF
           END-READ.

       ANOTAR-PEDIDO.
           IF total-ped >= 3000
               ADD 1 TO desbordes
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-ped.
           MOVE ped-numero TO tpe-numero(total-ped).
           MOVE 0 TO tpe-facturas(total-ped).
           MOVE "S" TO tpe-archivable(total-ped).

      *    TODA FACTURA, DEL ANIO QUE SEA, ENLAZA SUS PEDIDOS: LA
      *    POSTERIOR AL CORTE (O QUE NO CUPO) DEJA VIVO AL PEDIDO
       CARGAR-FACTURAS.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO tot-leidos(3)
                   PERFORM CLASIFICAR-FACTURA
           END-READ.

       CLASIFICAR-FACTURA.
           MOVE 0 TO ix-fac-actual.
           MOVE fac-fecha(1:4) TO anio-documento.

           IF anio-documento <= anio-corte
               IF total-fac >= 3000
                   ADD 1 TO desbordes
               ELSE
                   ADD 1 TO total-fac
                   MOVE total-fac TO ix-fac-actual
                   MOVE fac-numero TO tfa-numero(total-fac)
                   MOVE 0 TO tfa-cargo(total-fac)
                   MOVE 0 TO tfa-aplicado(total-fac)
                   MOVE "S" TO tfa-archivable(total-fac)
               END-IF
           END-IF.

           IF fac-pedido NOT = 0
               MOVE fac-pedido TO que-pedido
               PERFORM ENLAZAR-PEDIDO
           ELSE
               PERFORM ENLAZAR-PEDIDOS-RESUMEN
           END-IF.

      *    LA FACTURA RESUMEN PERIODICA LLEVA EL PEDIDO EN CADA LINEA
       ENLAZAR-PEDIDOS-RESUMEN.
           MOVE 0 TO pedido-anterior.
           MOVE fac-numero TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo.
           PERFORM ENLAZAR-LINEA-RESUMEN
           UNTIL recorriendo = "N".

       ENLAZAR-LINEA-RESUMEN.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF facd-numero NOT = fac-numero
                       MOVE "N" TO recorriendo
                   ELSE
                       IF facd-pedido NOT = 0
                       AND facd-pedido NOT = pedido-anterior
                           MOVE facd-pedido TO que-pedido
                           MOVE facd-pedido TO pedido-anterior
                           PERFORM ENLAZAR-PEDIDO
                       END-IF
                   END-IF
           END-READ.

       ENLAZAR-PEDIDO.
           PERFORM UBICAR-PEDIDO.

           IF pedido-ubicado = "N"
               IF ix-fac-actual > 0
                   MOVE "N" TO tfa-archivable(ix-fac-actual)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF ix-fac-actual = 0
               MOVE "N" TO tpe-archivable(ix-ped)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO tpe-facturas(ix-ped).
           MOVE "P" TO tipo-enlace.
           MOVE ix-ped TO ix-otro.
           PERFORM ANOTAR-ENLACE.

       UBICAR-PEDIDO.
           MOVE "N" TO pedido-ubicado.
           MOVE 0 TO ix-ped.
           PERFORM COMPARAR-PEDIDO
           UNTIL pedido-ubicado = "S" OR ix-ped >= total-ped.

       COMPARAR-PEDIDO.
           ADD 1 TO ix-ped.
           IF tpe-numero(ix-ped) = que-pedido
               MOVE "S" TO pedido-ubicado
           END-IF.

      *    SI EL ENLACE NO CABE, SUS DOS EXTREMOS QUEDAN VIVOS
       ANOTAR-ENLACE.
           IF total-enl >= 9000
               ADD 1 TO desbordes
               MOVE "N" TO tfa-archivable(ix-fac-actual)
               IF tipo-enlace = "P"
                   MOVE "N" TO tpe-archivable(ix-otro)
               ELSE
                   MOVE "N" TO trc-archivable(ix-otro)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-enl.
           MOVE tipo-enlace TO ten-tipo(total-enl).
           MOVE ix-fac-actual TO ten-factura(total-enl).
           MOVE ix-otro TO ten-otro(total-enl).

      *    CADA APLICACION SUMA AL RECIBO Y A SU FACTURA; EL
      *    REMANENTE EN FACTURA 0 O LA FACTURA POSTERIOR AL CORTE
      *    DEJAN VIVO AL RECIBO, Y EL RECIBO QUE NO ES CANDIDATO
      *    (POSTERIOR AL CORTE O QUE NO CUPO) DEJA VIVA A LA FACTURA
       CARGAR-APLICACIONES.
           READ aplicaciones-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   PERFORM CLASIFICAR-APLICACION
           END-READ.

       CLASIFICAR-APLICACION.
           MOVE apl-clientes-id TO que-cliente.
           MOVE apl-referencia TO que-referencia.
           PERFORM UBICAR-RECIBO.

           IF ix-rec > 0
               ADD apl-importe TO trc-aplicado(ix-rec)
           END-IF.

           IF apl-factura = 0
               IF ix-rec > 0
                   MOVE "N" TO trc-archivable(ix-rec)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE apl-factura TO que-factura.
           PERFORM UBICAR-FACTURA.
           IF factura-ubicada = "N"
               IF ix-rec > 0
                   MOVE "N" TO trc-archivable(ix-rec)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD apl-importe TO tfa-aplicado(ix-fac).
           IF ix-rec = 0
               MOVE "N" TO tfa-archivable(ix-fac)
               EXIT PARAGRAPH
           END-IF.

           MOVE ix-fac TO ix-fac-actual.
           MOVE "R" TO tipo-enlace.
           MOVE ix-rec TO ix-otro.
           PERFORM ANOTAR-ENLACE.

       ANOTAR-RECIBO.
           IF total-rec >= 3000
               ADD 1 TO desbordes
               MOVE 0 TO ix-rec
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-rec.
           MOVE total-rec TO ix-rec.
           MOVE que-cliente TO trc-clientes-id(ix-rec).
           MOVE que-referencia TO trc-referencia(ix-rec).
           MOVE 0 TO trc-importe(ix-rec).
           MOVE 0 TO trc-aplicado(ix-rec).
           MOVE "S" TO trc-archivable(ix-rec).

       UBICAR-RECIBO.
           MOVE "N" TO recibo-ubicado.
           MOVE 0 TO ix-rec.
           PERFORM COMPARAR-RECIBO
           UNTIL recibo-ubicado = "S" OR ix-rec >= total-rec.
           IF recibo-ubicado = "N"
               MOVE 0 TO ix-rec
           END-IF.

       COMPARAR-RECIBO.
           ADD 1 TO ix-rec.
           IF trc-clientes-id(ix-rec) = que-cliente
           AND trc-referencia(ix-rec) = que-referencia
               MOVE "S" TO recibo-ubicado
           END-IF.

       UBICAR-FACTURA.
           MOVE "N" TO factura-ubicada.
           MOVE 0 TO ix-fac.
           PERFORM COMPARAR-FACTURA
           UNTIL factura-ubicada = "S" OR ix-fac >= total-fac.

       COMPARAR-FACTURA.
           ADD 1 TO ix-fac.
           IF tfa-numero(ix-fac) = que-factura
               MOVE "S" TO factura-ubicada
           END-IF.

      *    EL CARGO FAC VA A SU FACTURA Y EL PAGO HASTA EL CORTE
      *    ANOTA O SUMA A SU RECIBO; UN APUNTE POSTERIOR AL CORTE DEJA
      *    VIVO AL DOCUMENTO Y UN PAGO POSTERIOR NO ANOTA RECIBO
       CARGAR-CARTERA.
           READ cartera-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO tot-leidos(5)
                   ADD cart-importe TO importe-leido
                   PERFORM CLASIFICAR-APUNTE
           END-READ.

       CLASIFICAR-APUNTE.
           MOVE cart-fecha(1:4) TO anio-documento.

           IF cart-cargo
               PERFORM UBICAR-FACTURA-DEL-CARGO
               IF factura-ubicada = "S"
                   ADD cart-importe TO tfa-cargo(ix-fac)
                   IF anio-documento > anio-corte
                       MOVE "N" TO tfa-archivable(ix-fac)
                   END-IF
               END-IF
           ELSE
               MOVE cart-clientes-id TO que-cliente
               MOVE cart-referencia TO que-referencia
               PERFORM UBICAR-RECIBO
               IF recibo-ubicado = "N"
               AND anio-documento <= anio-corte
                   PERFORM ANOTAR-RECIBO
               END-IF
               IF ix-rec > 0
                   ADD cart-importe TO trc-importe(ix-rec)
                   IF anio-documento > anio-corte
                       MOVE "N" TO trc-archivable(ix-rec)
                   END-IF
               END-IF
           END-IF.

       UBICAR-FACTURA-DEL-CARGO.
           MOVE "N" TO factura-ubicada.
           IF cart-referencia(1:4) NOT = "FAC "
           OR cart-referencia(5:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE cart-referencia(5:6) TO que-factura.
           PERFORM UBICAR-FACTURA.

      ******************************************************************
      *    DECISION: CERRADOS Y PROPAGACION POR LOS ENLACES
      ******************************************************************
       DECIDIR-ARCHIVABLES.
           MOVE 0 TO ix-fac.
           PERFORM MARCAR-FACTURA-ABIERTA
           UNTIL ix-fac >= total-fac.

           MOVE 0 TO ix-rec.
           PERFORM MARCAR-RECIBO-ABIERTO
           UNTIL ix-rec >= total-rec.

           MOVE 0 TO ix-ped.
           PERFORM MARCAR-PEDIDO-SIN-FACTURA
           UNTIL ix-ped >= total-ped.

           MOVE 0 TO vueltas.
           MOVE "S" TO hubo-cambios.
           PERFORM PROPAGAR-EXCLUSIONES
           UNTIL hubo-cambios = "N".

           IF desbordes > 0
               DISPLAY "Documentos que no cupieron en memoria: "
                   desbordes " (quedan vivos)"
           END-IF.

       MARCAR-FACTURA-ABIERTA.
           ADD 1 TO ix-fac.
           IF tfa-cargo(ix-fac) = 0
           OR tfa-aplicado(ix-fac) NOT = tfa-cargo(ix-fac)
               MOVE "N" TO tfa-archivable(ix-fac)
           END-IF.

       MARCAR-RECIBO-ABIERTO.
           ADD 1 TO ix-rec.
           IF trc-importe(ix-rec) = 0
           OR trc-aplicado(ix-rec) NOT = trc-importe(ix-rec)
               MOVE "N" TO trc-archivable(ix-rec)
           END-IF.

       MARCAR-PEDIDO-SIN-FACTURA.
           ADD 1 TO ix-ped.
           IF tpe-facturas(ix-ped) = 0
               MOVE "N" TO tpe-archivable(ix-ped)
           END-IF.

      *    SE REPASAN LOS ENLACES HASTA QUE NINGUNO CAMBIE: UN
      *    EXTREMO VIVO DEJA VIVO AL OTRO
       PROPAGAR-EXCLUSIONES.
           ADD 1 TO vueltas.
           MOVE "N" TO hubo-cambios.
           MOVE 0 TO ix-enl.
           PERFORM REVISAR-ENLACE
           UNTIL ix-enl >= total-enl.

       REVISAR-ENLACE.
           ADD 1 TO ix-enl.
           MOVE ten-factura(ix-enl) TO ix-fac.
           MOVE ten-otro(ix-enl) TO ix-otro.

           IF ten-tipo(ix-enl) = "P"
               MOVE tpe-archivable(ix-otro) TO archivable-otro
           ELSE
               MOVE trc-archivable(ix-otro) TO archivable-otro
           END-IF.

           IF tfa-archivable(ix-fac) = archivable-otro
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO hubo-cambios.
           MOVE "N" TO tfa-archivable(ix-fac).
           IF ten-tipo(ix-enl) = "P"
               MOVE "N" TO tpe-archivable(ix-otro)
           ELSE
               MOVE "N" TO trc-archivable(ix-otro)
           END-IF.

      ******************************************************************
      *    GRABACION DE LOS HISTORICOS
      ******************************************************************
       ABRIR-HISTORICOS.
           IF reanudando = "S"
               PERFORM REABRIR-HISTORICOS
           ELSE
               OPEN OUTPUT pedidos-historico
               OPEN OUTPUT detalle-historico
               OPEN OUTPUT facturas-historico
               OPEN OUTPUT facdet-historico
               OPEN OUTPUT cartera-historico
           END-IF.

           IF estado-pedidos-hist NOT = "00"
               DISPLAY "No se pudo abrir " nombre-pedidos-hist
                   ", estado: " estado-pedidos-hist
               STOP RUN
           END-IF.

           IF estado-detalle-hist NOT = "00"
               DISPLAY "No se pudo abrir " nombre-detalle-hist
                   ", estado: " estado-detalle-hist
               STOP RUN
           END-IF.

           IF estado-facturas-hist NOT = "00"
               DISPLAY "No se pudo abrir " nombre-facturas-hist
                   ", estado: " estado-facturas-hist
               STOP RUN
           END-IF.

           IF estado-facdet-hist NOT = "00"
               DISPLAY "No se pudo abrir " nombre-facdet-hist
                   ", estado: " estado-facdet-hist
               STOP RUN
           END-IF.

           IF estado-cartera-hist NOT = "00"
               DISPLAY "No se pudo abrir " nombre-cartera-hist
                   ", estado: " estado-cartera-hist
               STOP RUN
           END-IF.

           OPEN OUTPUT cartera-vigente.
           IF estado-vigente NOT = "00"
               DISPLAY "No se pudo abrir cartera-vigente.tmp, "
                   "estado: " estado-vigente
               STOP RUN
           END-IF.

      *    AL REANUDAR UN CORTE SE AGREGA A SUS HISTORICOS; LO QUE
      *    YA TENIAN SE CUENTA ANTES PARA EL CONTROL
       REABRIR-HISTORICOS.
           PERFORM CONTAR-HISTORICOS.
           MOVE 0 TO ix-arch.
           PERFORM GUARDAR-PREVIO 5 TIMES.

           OPEN I-O pedidos-historico.
           IF estado-pedidos-hist = "35"
               OPEN OUTPUT pedidos-historico
               CLOSE pedidos-historico
               OPEN I-O pedidos-historico
           END-IF.

           OPEN I-O detalle-historico.
           IF estado-detalle-hist = "35"
               OPEN OUTPUT detalle-historico
               CLOSE detalle-historico
               OPEN I-O detalle-historico
           END-IF.

           OPEN I-O facturas-historico.
           IF estado-facturas-hist = "35"
               OPEN OUTPUT facturas-historico
               CLOSE facturas-historico
               OPEN I-O facturas-historico
           END-IF.

           OPEN I-O facdet-historico.
           IF estado-facdet-hist = "35"
               OPEN OUTPUT facdet-historico
               CLOSE facdet-historico
               OPEN I-O facdet-historico
           END-IF.

           OPEN EXTEND cartera-historico.
           IF estado-cartera-hist = "35"
               OPEN OUTPUT cartera-historico
           END-IF.

       GUARDAR-PREVIO.
           ADD 1 TO ix-arch.
           MOVE tot-en-historico(ix-arch) TO tot-previos(ix-arch).

       GRABAR-HISTORICOS.
           MOVE 0 TO ix-ped.
           PERFORM ARCHIVAR-UN-PEDIDO
           UNTIL ix-ped >= total-ped.

           MOVE 0 TO ix-fac.
           PERFORM ARCHIVAR-UNA-FACTURA
           UNTIL ix-fac >= total-fac.

           CLOSE cartera-archivo.
           OPEN INPUT cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo reabrir cartera.dat, estado: "
                   estado-cartera
               STOP RUN
           END-IF.

           MOVE "S" TO si-no.
           PERFORM REPARTIR-APUNTE
           UNTIL si-no = "N".

       ARCHIVAR-UN-PEDIDO.
           ADD 1 TO ix-ped.
           IF tpe-archivable(ix-ped) NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tpe-numero(ix-ped) TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   DISPLAY "Pedido no encontrado al archivar: "
                       ped-numero
                   MOVE "N" TO tpe-archivable(ix-ped)
                   EXIT PARAGRAPH
           END-READ.

           WRITE pedh-registro FROM pedido-cabecera.
           IF estado-pedidos-hist NOT = "00"
               DISPLAY "Error al grabar " nombre-pedidos-hist
                   ", estado: " estado-pedidos-hist
               STOP RUN
           END-IF.
           ADD 1 TO tot-archivados(1).

           MOVE ped-numero TO que-pedido.
           MOVE que-pedido TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo.
           PERFORM ARCHIVAR-LINEA-PEDIDO
           UNTIL recorriendo = "N".

       ARCHIVAR-LINEA-PEDIDO.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF pedd-numero NOT = que-pedido
                       MOVE "N" TO recorriendo
                   ELSE
                       WRITE pedhd-registro FROM pedido-detalle
                       IF estado-detalle-hist NOT = "00"
                           DISPLAY "Error al grabar "
                               nombre-detalle-hist ", estado: "
                               estado-detalle-hist
                           STOP RUN
                       END-IF
                       ADD 1 TO tot-archivados(2)
                   END-IF
           END-READ.

       ARCHIVAR-UNA-FACTURA.
           ADD 1 TO ix-fac.
           IF tfa-archivable(ix-fac) NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tfa-numero(ix-fac) TO fac-numero.
           READ facturas-archivo
               INVALID KEY
                   DISPLAY "Factura no encontrada al archivar: "
                       fac-numero
                   MOVE "N" TO tfa-archivable(ix-fac)
                   EXIT PARAGRAPH
           END-READ.

           WRITE fach-registro FROM factura-cabecera.
           IF estado-facturas-hist NOT = "00"
               DISPLAY "Error al grabar " nombre-facturas-hist
                   ", estado: " estado-facturas-hist
               STOP RUN
           END-IF.
           ADD 1 TO tot-archivados(3).

           MOVE fac-numero TO que-factura.
           MOVE que-factura TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo.
           PERFORM ARCHIVAR-LINEA-FACTURA
           UNTIL recorriendo = "N".

       ARCHIVAR-LINEA-FACTURA.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF facd-numero NOT = que-factura
                       MOVE "N" TO recorriendo
                   ELSE
                       WRITE facdh-registro FROM factura-detalle
                       IF estado-facdet-hist NOT = "00"
                           DISPLAY "Error al grabar "
                               nombre-facdet-hist ", estado: "
                               estado-facdet-hist
                           STOP RUN
                       END-IF
                       ADD 1 TO tot-archivados(4)
                   END-IF
           END-READ.

      *    LA CARTERA SE REPARTE ENTRE EL HISTORICO Y EL ARCHIVO DE
      *    TRABAJO, COMO EN EL HISTORICO DE PRECIOS
       REPARTIR-APUNTE.
           READ cartera-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   PERFORM DECIDIR-APUNTE
                   IF apunte-archivable = "S"
                       PERFORM ARCHIVAR-APUNTE
                   ELSE
                       PERFORM CONSERVAR-APUNTE
                   END-IF
           END-READ.

       DECIDIR-APUNTE.
           MOVE "N" TO apunte-archivable.

           IF cart-cargo
               PERFORM UBICAR-FACTURA-DEL-CARGO
               IF factura-ubicada = "S"
                   MOVE tfa-archivable(ix-fac) TO apunte-archivable
               END-IF
           ELSE
               MOVE cart-clientes-id TO que-cliente
               MOVE cart-referencia TO que-referencia
               PERFORM UBICAR-RECIBO
               IF recibo-ubicado = "S"
                   MOVE trc-archivable(ix-rec) TO apunte-archivable
               END-IF
           END-IF.

       ARCHIVAR-APUNTE.
           WRITE cartera-hist-registro FROM cartera-registro.
           IF estado-cartera-hist NOT = "00"
               DISPLAY "Error al grabar " nombre-cartera-hist
                   ", estado: " estado-cartera-hist
               STOP RUN
           END-IF.

           ADD 1 TO tot-archivados(5).
           ADD cart-importe TO importe-archivado.
           IF cart-cargo
               ADD cart-importe TO neto-archivado
           ELSE
               SUBTRACT cart-importe FROM neto-archivado
           END-IF.

       CONSERVAR-APUNTE.
           WRITE vigente-registro FROM cartera-registro.
           IF estado-vigente NOT = "00"
               DISPLAY "Error al grabar cartera-vigente.tmp, "
                   "estado: " estado-vigente
               STOP RUN
           END-IF.

           ADD 1 TO tot-conservados(5).
           ADD cart-importe TO importe-conservado.

       CERRAR-ARCHIVOS-DE-PASO.
           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.
           CLOSE cartera-archivo.
           CLOSE aplicaciones-archivo.
           CLOSE pedidos-historico.
           CLOSE detalle-historico.
           CLOSE facturas-historico.
           CLOSE facdet-historico.
           CLOSE cartera-historico.
           CLOSE cartera-vigente.

      ******************************************************************
      *    CONTROL: LOS HISTORICOS SE RELEEN ANTES DE TOCAR LOS VIVOS
      ******************************************************************
       COMPROBAR-HISTORICOS.
           PERFORM CONTAR-HISTORICOS.

           MOVE 0 TO ix-arch.
           PERFORM CALCULAR-CONSERVADOS 4 TIMES.

           MOVE "S" TO resultado-corrida.
           MOVE 0 TO ix-arch.
           PERFORM COMPARAR-HISTORICO 5 TIMES.

           IF tot-leidos(5) NOT =
               tot-archivados(5) + tot-conservados(5)
           OR importe-leido NOT =
               importe-archivado + importe-conservado
           OR neto-archivado NOT = 0
               MOVE "N" TO resultado-corrida
           END-IF.

           IF resultado-corrida = "N"
               DISPLAY "Los historicos no cuadran con lo archivado, "
                   "los archivos vivos no se tocaron"
               PERFORM MOSTRAR-RESUMEN
               STOP RUN
           END-IF.

       CALCULAR-CONSERVADOS.
           ADD 1 TO ix-arch.
           COMPUTE tot-conservados(ix-arch) =
               tot-leidos(ix-arch) - tot-archivados(ix-arch).

       COMPARAR-HISTORICO.
           ADD 1 TO ix-arch.
           IF tot-en-historico(ix-arch) NOT =
               tot-previos(ix-arch) + tot-archivados(ix-arch)
               MOVE "N" TO resultado-corrida
           END-IF.

       CONTAR-HISTORICOS.
           OPEN INPUT pedidos-historico.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           IF estado-pedidos-hist NOT = "00"
               MOVE "N" TO si-no
           END-IF.
           PERFORM CONTAR-PEDIDO-HISTORICO
           UNTIL si-no = "N".
           MOVE contados TO tot-en-historico(1).
           CLOSE pedidos-historico.

           OPEN INPUT detalle-historico.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           IF estado-detalle-hist NOT = "00"
               MOVE "N" TO si-no
           END-IF.
           PERFORM CONTAR-LINEA-PEDIDO-HISTORICO
           UNTIL si-no = "N".
           MOVE contados TO tot-en-historico(2).
           CLOSE detalle-historico.

           OPEN INPUT facturas-historico.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           IF estado-facturas-hist NOT = "00"
               MOVE "N" TO si-no
           END-IF.
           PERFORM CONTAR-FACTURA-HISTORICO
           UNTIL si-no = "N".
           MOVE contados TO tot-en-historico(3).
           CLOSE facturas-historico.

           OPEN INPUT facdet-historico.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           IF estado-facdet-hist NOT = "00"
               MOVE "N" TO si-no
           END-IF.
           PERFORM CONTAR-LINEA-FACTURA-HISTORICO
           UNTIL si-no = "N".
           MOVE contados TO tot-en-historico(4).
           CLOSE facdet-historico.

           OPEN INPUT cartera-historico.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           IF estado-cartera-hist NOT = "00"
               MOVE "N" TO si-no
           END-IF.
           PERFORM CONTAR-APUNTE-HISTORICO
           UNTIL si-no = "N".
           MOVE contados TO tot-en-historico(5).
           CLOSE cartera-historico.

       CONTAR-PEDIDO-HISTORICO.
           READ pedidos-historico NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-LINEA-PEDIDO-HISTORICO.
           READ detalle-historico NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-FACTURA-HISTORICO.
           READ facturas-historico NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-LINEA-FACTURA-HISTORICO.
           READ facdet-historico NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-APUNTE-HISTORICO.
           READ cartera-historico
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

      ******************************************************************
      *    DEPURACION DE LOS VIVOS
      ******************************************************************
       DEPURAR-ARCHIVOS-VIVOS.
           OPEN I-O pedidos-archivo.
           IF estado-pedidos NOT = "00"
               DISPLAY "No se pudo reabrir pedidos.dat, estado: "
                   estado-pedidos
               STOP RUN
           END-IF.

           OPEN I-O pedidos-detalle.
           IF estado-detalle NOT = "00"
               DISPLAY "No se pudo reabrir pedidos-detalle.dat, "
                   "estado: " estado-detalle
               STOP RUN
           END-IF.

           OPEN I-O facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo reabrir facturas.dat, estado: "
                   estado-facturas
               STOP RUN
           END-IF.

           OPEN I-O facturas-detalle.
           IF estado-facdet NOT = "00"
               DISPLAY "No se pudo reabrir facturas-detalle.dat, "
                   "estado: " estado-facdet
               STOP RUN
           END-IF.

           MOVE 0 TO ix-ped.
           PERFORM BORRAR-UN-PEDIDO
           UNTIL ix-ped >= total-ped.

           MOVE 0 TO ix-fac.
           PERFORM BORRAR-UNA-FACTURA
           UNTIL ix-fac >= total-fac.

           CLOSE pedidos-archivo.
           CLOSE pedidos-detalle.
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.

       BORRAR-UN-PEDIDO.
           ADD 1 TO ix-ped.
           IF tpe-archivable(ix-ped) NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tpe-numero(ix-ped) TO que-pedido.
           MOVE "S" TO recorriendo.
           PERFORM BORRAR-LINEA-PEDIDO
           UNTIL recorriendo = "N".

           MOVE que-pedido TO ped-numero.
           DELETE pedidos-archivo RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar el pedido " que-pedido
                       ", estado: " estado-pedidos
           END-DELETE.

      *    CADA LINEA SE BUSCA DE NUEVO TRAS EL BORRADO ANTERIOR
       BORRAR-LINEA-PEDIDO.
           MOVE que-pedido TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   MOVE "N" TO recorriendo
                   EXIT PARAGRAPH
           END-START.

           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
                   EXIT PARAGRAPH
           END-READ.

           IF pedd-numero NOT = que-pedido
               MOVE "N" TO recorriendo
               EXIT PARAGRAPH
           END-IF.

           DELETE pedidos-detalle RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar la linea " pedd-clave
                       ", estado: " estado-detalle
                   MOVE "N" TO recorriendo
           END-DELETE.

       BORRAR-UNA-FACTURA.
           ADD 1 TO ix-fac.
           IF tfa-archivable(ix-fac) NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tfa-numero(ix-fac) TO que-factura.
           MOVE "S" TO recorriendo.
           PERFORM BORRAR-LINEA-FACTURA
           UNTIL recorriendo = "N".

           MOVE que-factura TO fac-numero.
           DELETE facturas-archivo RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar la factura " que-factura
                       ", estado: " estado-facturas
           END-DELETE.

       BORRAR-LINEA-FACTURA.
           MOVE que-factura TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   MOVE "N" TO recorriendo
                   EXIT PARAGRAPH
           END-START.

           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
                   EXIT PARAGRAPH
           END-READ.

           IF facd-numero NOT = que-factura
               MOVE "N" TO recorriendo
               EXIT PARAGRAPH
           END-IF.

           DELETE facturas-detalle RECORD
               INVALID KEY
                   DISPLAY "No se pudo borrar la linea " facd-clave
                       ", estado: " estado-facdet
                   MOVE "N" TO recorriendo
           END-DELETE.

      *    IGUAL QUE EL ARCHIVADO DE AUDITORIA: EL VIVO SE REESCRIBE
      *    RECIEN CUANDO TODO LO ARCHIVADO QUEDO GRABADO.
       REESCRIBIR-CARTERA.
           OPEN INPUT cartera-vigente.
           IF estado-vigente NOT = "00"
               DISPLAY "No se pudo reabrir cartera-vigente.tmp, "
                   "estado: " estado-vigente
               STOP RUN
           END-IF.

           OPEN OUTPUT cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo reabrir cartera.dat, estado: "
                   estado-cartera
               STOP RUN
           END-IF.

           MOVE "S" TO si-no.
           PERFORM COPIAR-APUNTE-VIGENTE
           UNTIL si-no = "N".

           CLOSE cartera-vigente.
           CLOSE cartera-archivo.

       COPIAR-APUNTE-VIGENTE.
           READ cartera-vigente
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE vigente-registro TO cartera-registro
                   WRITE cartera-registro
                   IF estado-cartera NOT = "00"
                       DISPLAY "Error al regrabar cartera.dat, "
                           "estado: " estado-cartera
                       STOP RUN
                   END-IF
           END-READ.

      ******************************************************************
      *    CONTROL: RECUENTO DE LOS VIVOS DESPUES DE DEPURAR
      ******************************************************************
       RECONTAR-ARCHIVOS-VIVOS.
           OPEN INPUT pedidos-archivo.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           PERFORM CONTAR-PEDIDO-VIVO
           UNTIL si-no = "N".
           MOVE contados TO tot-vivos-despues(1).
           CLOSE pedidos-archivo.

           OPEN INPUT pedidos-detalle.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           PERFORM CONTAR-LINEA-PEDIDO-VIVA
           UNTIL si-no = "N".
           MOVE contados TO tot-vivos-despues(2).
           CLOSE pedidos-detalle.

           OPEN INPUT facturas-archivo.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           PERFORM CONTAR-FACTURA-VIVA
           UNTIL si-no = "N".
           MOVE contados TO tot-vivos-despues(3).
           CLOSE facturas-archivo.

           OPEN INPUT facturas-detalle.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           PERFORM CONTAR-LINEA-FACTURA-VIVA
           UNTIL si-no = "N".
           MOVE contados TO tot-vivos-despues(4).
           CLOSE facturas-detalle.

           OPEN INPUT cartera-archivo.
           MOVE 0 TO contados.
           MOVE "S" TO si-no.
           PERFORM CONTAR-APUNTE-VIVO
           UNTIL si-no = "N".
           MOVE contados TO tot-vivos-despues(5).
           CLOSE cartera-archivo.

           MOVE 0 TO ix-arch.
           PERFORM COMPARAR-VIVO 5 TIMES.

       COMPARAR-VIVO.
           ADD 1 TO ix-arch.
           IF tot-vivos-despues(ix-arch)
               NOT = tot-conservados(ix-arch)
               MOVE "N" TO resultado-corrida
           END-IF.

       CONTAR-PEDIDO-VIVO.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-LINEA-PEDIDO-VIVA.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-FACTURA-VIVA.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-LINEA-FACTURA-VIVA.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

       CONTAR-APUNTE-VIVO.
           READ cartera-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO contados
           END-READ.

      ******************************************************************
      *    REGISTRO DE CONTROL Y RESUMEN
      ******************************************************************
       GRABAR-CONTROL.
           OPEN EXTEND control-archivo.
           IF estado-control = "35"
               OPEN OUTPUT control-archivo
           END-IF.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo abrir archivo-ventas-control.dat, "
                   "estado: " estado-control
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE anio-corte TO avc-anio-corte.
           MOVE fecha-hoy TO avc-fecha-corrida.
           MOVE retencion TO avc-retencion.
           MOVE 0 TO ix-arch.
           PERFORM PASAR-CONTEOS-CONTROL 5 TIMES.
           MOVE importe-leido TO avc-cartera-leido.
           MOVE importe-archivado TO avc-cartera-archivado.
           MOVE importe-conservado TO avc-cartera-conservado.
           MOVE neto-archivado TO avc-cartera-neto.
           MOVE resultado-corrida TO avc-resultado.
           MOVE desbordes TO avc-desbordes.

           WRITE archivo-ventas-control.
           IF estado-control NOT = "00"
               DISPLAY "Error al grabar archivo-ventas-control.dat, "
                   "estado: " estado-control
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE control-archivo.

       PASAR-CONTEOS-CONTROL.
           ADD 1 TO ix-arch.
           MOVE tot-leidos(ix-arch) TO avc-leidos(ix-arch).
           MOVE tot-archivados(ix-arch) TO avc-archivados(ix-arch).
           MOVE tot-conservados(ix-arch) TO avc-conservados(ix-arch).
           MOVE tot-en-historico(ix-arch)
               TO avc-en-historico(ix-arch).
           MOVE tot-vivos-despues(ix-arch)
               TO avc-vivos-despues(ix-arch).

       MOSTRAR-RESUMEN.
           DISPLAY "Archivo de ventas hasta el anio " anio-corte.
           MOVE 0 TO ix-arch.
           PERFORM MOSTRAR-CONTEO-ARCHIVO 5 TIMES.
           DISPLAY "Importe de cartera leido......: " importe-leido.
           DISPLAY "Importe de cartera archivado..: "
               importe-archivado.
           DISPLAY "Importe de cartera conservado.: "
               importe-conservado.
           DISPLAY "Neto archivado (cargos-pagos).: " neto-archivado.
           DISPLAY "Vueltas de propagacion........: " vueltas.

           IF resultado-corrida = "S"
               DISPLAY "Control cuadrado, historicos del anio "
                   anio-corte
           ELSE
               DISPLAY "CONTROL DESCUADRADO, revisar los conteos"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF desbordes > 0
               DISPLAY "Quedaron documentos sin cargar: repetir la "
                   "corrida con la misma retencion para archivar el "
                   "resto en los historicos del anio " anio-corte
           END-IF.

       MOSTRAR-CONTEO-ARCHIVO.
           ADD 1 TO ix-arch.
           DISPLAY nombre-archivo(ix-arch) ": leidos "
               tot-leidos(ix-arch) " archivados "
               tot-archivados(ix-arch) " conservados "
               tot-conservados(ix-arch) " historico "
               tot-en-historico(ix-arch) " vivos "
               tot-vivos-despues(ix-arch).

       END PROGRAM "ARCHIVAR_VENTAS".
