      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de las requisiciones de compra aprobadas
      *          en ordenes de compra.  Con operador firmado, recoge
      *          las requisiciones en estado aprobada, agrupa sus
      *          lineas por proveedor y emite una orden por
      *          proveedor numerada desde oc-control.dat, con su
      *          documento imprimible en ordenes-compra.prt (precio
      *          de la requisicion, referencia al acuerdo marco y
      *          conversion a unidad de compra).  La linea contra
      *          acuerdo suma su cantidad a lo consumido del acuerdo
      *          al emitirse la orden.  Cada requisicion queda
      *          convertida con el numero de orden, quien la
      *          convirtio y cuando.  Es la unica via por la que la
      *          reposicion y los pedidos de los departamentos
      *          llegan a ser ordenes de compra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONVERTIR_REQUISICIONES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REQUISICIONES DE COMPRA
       SELECT requisiciones
       ASSIGN TO "requisiciones-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS req-numero
       ALTERNATE RECORD KEY IS req-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisiciones.

      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *ENLACES PRODUCTO-PROVEEDOR, SOLO LECTURA
       SELECT producto-proveedor
       ASSIGN TO "producto-proveedor.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-enlaces.

      *ACUERDOS MARCO DE COMPRA
       SELECT acuerdos-compra
       ASSIGN TO "acuerdos-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-numero
       ALTERNATE RECORD KEY IS acu-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

      *CABECERAS DE ORDEN DE COMPRA
       SELECT ordenes-compra
       ASSIGN TO "ordenes-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ordenes.

      *LINEAS DE ORDEN DE COMPRA
       SELECT ordenes-detalle
       ASSIGN TO "ordenes-compra-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ocd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ocdet.

      *REGISTRO DE NUMERACION DE ORDENES (UN SOLO REGISTRO)
       SELECT oc-control
       ASSIGN TO "oc-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *DOCUMENTOS DE ORDEN IMPRESOS
       SELECT ordenes-impresas
       ASSIGN TO "ordenes-compra.prt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-impresas.

       DATA DIVISION.
       FILE SECTION.
      *REQUISICIONES DE COMPRA
       FD requisiciones.
           COPY "REQUISICION-COMPRA.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *ENLACES PRODUCTO-PROVEEDOR
       FD producto-proveedor.
           COPY "PRODUCTO-PROVEEDOR.CPY".

      *ACUERDOS MARCO DE COMPRA
       FD acuerdos-compra.
           COPY "ACUERDO-COMPRA.CPY".

      *CABECERAS DE ORDEN DE COMPRA
       FD ordenes-compra.
           COPY "ORDEN-COMPRA-CABECERA.CPY".

      *LINEAS DE ORDEN DE COMPRA
       FD ordenes-detalle.
           COPY "ORDEN-COMPRA-DETALLE.CPY".

      *REGISTRO DE NUMERACION
       FD oc-control.
       01  control-registro.
           05  ctrl-ultima-orden       PIC 9(6).

      *DOCUMENTOS IMPRESOS
       FD ordenes-impresas.
       01  linea-impresa               PIC X(80).

       WORKING-STORAGE SECTION.
       77  estado-requisiciones        PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-enlaces              PIC X(02) VALUE "00".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  hay-acuerdos                PIC X VALUE "N".
       77  estado-ordenes              PIC X(02) VALUE "00".
       77  estado-ocdet                PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-impresas             PIC X(02) VALUE "00".
       77  leyendo-requisiciones       PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  numero-orden                PIC 9(6) VALUE 0.
       77  linea-orden                 PIC 9(3) VALUE 0.
       77  total-aprobadas             PIC 9(4) VALUE 0.
       77  total-convertidas           PIC 9(4) VALUE 0.
       77  total-ordenes               PIC 9(4) VALUE 0.
       77  total-aplazadas             PIC 9(4) VALUE 0.

      *    REQUISICIONES APROBADAS PENDIENTES DE AGRUPAR POR
      *    PROVEEDOR
       77  ocupados-req                PIC 9(3) VALUE 0.
       77  ix-req                      PIC 9(3) VALUE 0.
       01  tabla-requisiciones.
           05  entrada-req OCCURS 300 TIMES.
               10  tr-requisicion      PIC 9(6).
               10  tr-producto-id      PIC 9(6).
               10  tr-cantidad         PIC 9(6).
               10  tr-prov-id          PIC X(7).
               10  tr-ordenado         PIC X.
               10  tr-precio           PIC 9(4)V99.
               10  tr-acuerdo          PIC 9(6).

       77  proveedor-en-curso          PIC X(7) VALUE SPACES.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       01  orden-titulo.
           05  FILLER                  PIC X(17)
               VALUE "ORDEN DE COMPRA ".
           05  ot-numero               PIC 9(6).
           05  FILLER                  PIC X(13)
               VALUE "  PROVEEDOR: ".
           05  ot-prov-id              PIC X(7).
           05  FILLER                  PIC X(8) VALUE "  FECHA ".
           05  ot-fecha                PIC 9(8).

       01  orden-linea-impresa.
           05  ol-producto             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ol-descript             PIC X(35).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ol-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(3) VALUE " A ".
           05  ol-precio               PIC Z.ZZ9,99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ol-referencia           PIC X(14).

       01  orden-linea-requisicion.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE "REQUISICION ".
           05  olr-requisicion         PIC 9(6).

      *    CONVERSION A UNIDAD DE COMPRA PARA EL PAPEL DEL
      *    PROVEEDOR: "5 CAJ = 60 UNI"
       77  factor-compra               PIC 9(4) VALUE 1.
       77  cantidad-bultos             PIC 9(6) VALUE 0.
       77  resto-bultos                PIC 9(4) VALUE 0.
       77  unidades-convertidas        PIC 9(8) VALUE 0.

       01  linea-conversion.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  lc-bultos               PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-unidad-compra        PIC X(3).
           05  FILLER                  PIC X(3) VALUE " = ".
           05  lc-unidades             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-unidad-venta         PIC X(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Operador no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM CARGAR-APROBADAS.

           DISPLAY "Requisiciones aprobadas..: " total-aprobadas.
           IF total-aplazadas > 0
               DISPLAY "Aplazadas a otra corrida.: " total-aplazadas
           END-IF.

           PERFORM GENERAR-ORDENES-POR-PROVEEDOR.
           PERFORM GRABAR-ULTIMO-NUMERO.

           DISPLAY "Requisiciones convertidas: " total-convertidas.
           DISPLAY "Ordenes de compra emitidas: " total-ordenes.
           DISPLAY "Documentos en ordenes-compra.prt".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O requisiciones.
           IF estado-requisiciones NOT = "00"
               DISPLAY "No se pudo abrir requisiciones-compra.dat, "
                   "estado: " estado-requisiciones
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto.dat, estado: "
                   estado-producto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT producto-proveedor.
           IF estado-enlaces NOT = "00"
               DISPLAY "No se pudo abrir producto-proveedor.dat, "
                   "estado: " estado-enlaces
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    SIN ACUERDOS MARCO NO HAY CONSUMO QUE ANOTAR
           OPEN I-O acuerdos-compra.
           IF estado-acuerdos = "00"
               MOVE "S" TO hay-acuerdos
           END-IF.

           OPEN I-O ordenes-compra.
           IF estado-ordenes = "35"
               OPEN OUTPUT ordenes-compra
               CLOSE ordenes-compra
               OPEN I-O ordenes-compra
           END-IF.
           IF estado-ordenes NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.dat, "
                   "estado: " estado-ordenes
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ordenes-detalle.
           IF estado-ocdet = "35"
               OPEN OUTPUT ordenes-detalle
               CLOSE ordenes-detalle
               OPEN I-O ordenes-detalle
           END-IF.
           IF estado-ocdet NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-detalle.dat, "
                   "estado: " estado-ocdet
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ordenes-impresas.
           IF estado-impresas = "35"
               OPEN OUTPUT ordenes-impresas
           END-IF.
           IF estado-impresas NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.prt, "
                   "estado: " estado-impresas
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE requisiciones.
           CLOSE producto-dinamic.
           CLOSE producto-proveedor.
           IF hay-acuerdos = "S"
               CLOSE acuerdos-compra
           END-IF.
           CLOSE ordenes-compra.
           CLOSE ordenes-detalle.
           CLOSE ordenes-impresas.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT oc-control.
           IF estado-control = "35"
               MOVE 0 TO numero-orden
           ELSE
               READ oc-control
                   AT END
                       MOVE 0 TO numero-orden
                   NOT AT END
                       MOVE ctrl-ultima-orden TO numero-orden
               END-READ
               CLOSE oc-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT oc-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar oc-control.dat, estado: "
                   estado-control
           ELSE
               MOVE numero-orden TO ctrl-ultima-orden
               WRITE control-registro
               CLOSE oc-control
           END-IF.

       CARGAR-APROBADAS.
           MOVE 0 TO req-numero.
           START requisiciones KEY IS NOT LESS THAN req-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisiciones.
           PERFORM CARGAR-UNA-APROBADA
           UNTIL leyendo-requisiciones = "N".

      *    LO QUE NO CABE EN LA TABLA SIGUE APROBADO Y SALE EN LA
      *    CORRIDA SIGUIENTE
       CARGAR-UNA-APROBADA.
           READ requisiciones NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisiciones
               NOT AT END
                   IF req-aprobada
                       ADD 1 TO total-aprobadas
                       IF ocupados-req >= 300
                           ADD 1 TO total-aplazadas
                       ELSE
                           PERFORM ANOTAR-APROBADA
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-APROBADA.
           ADD 1 TO ocupados-req.
           MOVE req-numero TO tr-requisicion(ocupados-req).
           MOVE req-producto-id TO tr-producto-id(ocupados-req).
           MOVE req-cantidad TO tr-cantidad(ocupados-req).
           MOVE req-prov-id TO tr-prov-id(ocupados-req).
           MOVE "N" TO tr-ordenado(ocupados-req).
           MOVE req-precio TO tr-precio(ocupados-req).
           MOVE req-acuerdo TO tr-acuerdo(ocupados-req).

      *    UNA ORDEN POR PROVEEDOR: SE TOMA LA PRIMERA REQUISICION
      *    SIN ORDENAR, SE ABRE LA ORDEN DE SU PROVEEDOR Y SE
      *    ARRASTRAN TODAS LAS DEMAS DEL MISMO PROVEEDOR.
       GENERAR-ORDENES-POR-PROVEEDOR.
           MOVE 0 TO ix-req.
           PERFORM ABRIR-ORDEN-SI-PENDIENTE
           UNTIL ix-req >= ocupados-req.

       ABRIR-ORDEN-SI-PENDIENTE.
           ADD 1 TO ix-req.

           IF tr-ordenado(ix-req) = "N"
               MOVE tr-prov-id(ix-req) TO proveedor-en-curso
               PERFORM EMITIR-ORDEN-PROVEEDOR
           END-IF.

       EMITIR-ORDEN-PROVEEDOR.
           ADD 1 TO numero-orden.
           ADD 1 TO total-ordenes.
           MOVE 0 TO linea-orden.

           MOVE SPACES TO orden-compra-cabecera.
           MOVE numero-orden TO oc-numero.
           MOVE proveedor-en-curso TO oc-prov-id.
           MOVE fecha-hoy TO oc-fecha.
           SET oc-abierta TO TRUE.
           SET oc-reposicion TO TRUE.
           MOVE 0 TO oc-pedido.

           MOVE numero-orden TO ot-numero.
           MOVE proveedor-en-curso TO ot-prov-id.
           MOVE fecha-hoy TO ot-fecha.
           WRITE linea-impresa FROM orden-titulo.

           PERFORM RECOGER-LINEAS-PROVEEDOR.

           MOVE linea-orden TO oc-total-lineas.
           WRITE orden-compra-cabecera
               INVALID KEY
                   DISPLAY "No se pudo grabar la orden, estado: "
                       estado-ordenes
           END-WRITE.

           WRITE linea-impresa FROM SPACES.

       RECOGER-LINEAS-PROVEEDOR.
           PERFORM RECOGER-UNA-LINEA
               VARYING ix-req FROM 1 BY 1
               UNTIL ix-req > ocupados-req.
           MOVE 0 TO ix-req.

       RECOGER-UNA-LINEA.
           IF tr-ordenado(ix-req) = "N"
           AND tr-prov-id(ix-req) = proveedor-en-curso
               PERFORM GRABAR-LINEA-ORDEN
           END-IF.

       GRABAR-LINEA-ORDEN.
           MOVE "S" TO tr-ordenado(ix-req).
           ADD 1 TO linea-orden.

           MOVE SPACES TO orden-compra-detalle.
           MOVE numero-orden TO ocd-numero.
           MOVE linea-orden TO ocd-linea.
           MOVE tr-producto-id(ix-req) TO ocd-producto-id.
           MOVE tr-cantidad(ix-req) TO ocd-cantidad-pedida.
           MOVE 0 TO ocd-cantidad-recibida.
           SET ocd-abierta TO TRUE.
           MOVE tr-precio(ix-req) TO ocd-precio.
           MOVE tr-acuerdo(ix-req) TO ocd-acuerdo.

           WRITE orden-compra-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar linea de orden, "
                       "estado: " estado-ocdet
               NOT INVALID KEY
                   IF tr-acuerdo(ix-req) > 0 AND hay-acuerdos = "S"
                       PERFORM CONSUMIR-ACUERDO
                   END-IF
                   PERFORM MARCAR-CONVERTIDA
           END-WRITE.

           MOVE tr-producto-id(ix-req) TO ol-producto.
           MOVE tr-producto-id(ix-req) TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE "(PRODUCTO DESCONOCIDO)" TO producto-descript
           END-READ.
           MOVE producto-descript TO ol-descript.
           MOVE tr-cantidad(ix-req) TO ol-cantidad.
           MOVE tr-precio(ix-req) TO ol-precio.
           MOVE SPACES TO ol-referencia.
           IF tr-acuerdo(ix-req) > 0
               STRING "ACUERDO " tr-acuerdo(ix-req)
                   DELIMITED BY SIZE INTO ol-referencia
           END-IF.
           WRITE linea-impresa FROM orden-linea-impresa.
           MOVE tr-requisicion(ix-req) TO olr-requisicion.
           WRITE linea-impresa FROM orden-linea-requisicion.

           PERFORM IMPRIMIR-CONVERSION-COMPRA.

      *    LA CANTIDAD PEDIDA CONTRA EL ACUERDO PASA A CONSUMIDA AL
      *    EMITIR LA ORDEN, COMO EN LAS LLAMADAS MANUALES
       CONSUMIR-ACUERDO.
           MOVE tr-acuerdo(ix-req) TO acu-numero.
           READ acuerdos-compra
               INVALID KEY
                   DISPLAY "Acuerdo inexistente: " tr-acuerdo(ix-req)
                   EXIT PARAGRAPH
           END-READ.

           ADD tr-cantidad(ix-req) TO acu-cantidad-consumida.
           REWRITE acuerdo-compra
               INVALID KEY
                   DISPLAY "No se pudo anotar el consumo del acuerdo "
                       acu-numero
           END-REWRITE.

       MARCAR-CONVERTIDA.
           MOVE tr-requisicion(ix-req) TO req-numero.
           READ requisiciones
               INVALID KEY
                   DISPLAY "Requisicion inexistente: "
                       tr-requisicion(ix-req)
                   EXIT PARAGRAPH
           END-READ.

           SET req-convertida TO TRUE.
           MOVE usuario-firmado TO req-convertido-por.
           MOVE fecha-hoy TO req-fecha-conversion.
           MOVE numero-orden TO req-oc-numero.
           REWRITE requisicion-compra
               INVALID KEY
                   DISPLAY "No se pudo marcar convertida la "
                       "requisicion " req-numero
               NOT INVALID KEY
                   ADD 1 TO total-convertidas
           END-REWRITE.

      *    EL PAPEL MUESTRA LAS DOS CIFRAS PARA QUE EL ALMACEN
      *    COTEJE: BULTOS DEL PROVEEDOR Y UNIDADES DE VENTA.  EL
      *    PACK DEL ENLACE MANDA SOBRE EL FACTOR DEL MAESTRO.
       IMPRIMIR-CONVERSION-COMPRA.
           MOVE 1 TO factor-compra.
           IF producto-factor-compra > 0
               MOVE producto-factor-compra TO factor-compra
           END-IF.

           MOVE producto-id TO prpr-producto-id.
           MOVE proveedor-en-curso TO prpr-prov-id.
           READ producto-proveedor
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF prpr-pack > 0
                       MOVE prpr-pack TO factor-compra
                   END-IF
           END-READ.

           IF factor-compra <= 1
               EXIT PARAGRAPH
           END-IF.

           DIVIDE tr-cantidad(ix-req) BY factor-compra
               GIVING cantidad-bultos REMAINDER resto-bultos.
           IF resto-bultos > 0
               ADD 1 TO cantidad-bultos
           END-IF.

           MOVE cantidad-bultos TO lc-bultos.
           MOVE producto-unidad-compra TO lc-unidad-compra.
           COMPUTE unidades-convertidas =
               cantidad-bultos * factor-compra.
           MOVE unidades-convertidas TO lc-unidades.
           MOVE producto-unidad-venta TO lc-unidad-venta.
           WRITE linea-impresa FROM linea-conversion.

       END PROGRAM "CONVERTIR_REQUISICIONES".
