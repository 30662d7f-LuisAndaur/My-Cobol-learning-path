      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aprobacion de la propuesta de reposicion a tiendas
      *          (reposicion-propuesta.dat).  Funcion de supervisor
      *          (firma por SEGURIDAD-SIGNON).  Presenta la propuesta
      *          tienda por tienda y el supervisor la aprueba, la
      *          rechaza o la deja para despues.  Lo aprobado de cada
      *          tienda se convierte en un documento de movimientos
      *          con motivo RT (numerado desde movdoc-control.dat):
      *          un movimiento T del central a la tienda por linea en
      *          producto-movimientos.dat, que el posteo aplica, mas
      *          el traslado en camino en traslados-tienda.dat para
      *          que la tienda confirme la recepcion en su archivo
      *          diario.  Cada tienda aprobada recibe su lista de
      *          picking de traslado por el escritor de spool, en
      *          orden de producto, que es el recorrido del almacen.
      *          Cada linea queda marcada aprobada o rechazada con el
      *          usuario, de modo que nada se envia dos veces.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "APROBAR_REPOSICION".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *PROPUESTA DE REPOSICION; SE MARCA CADA LINEA RESUELTA
       SELECT propuesta-reposicion
       ASSIGN TO "reposicion-propuesta.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-propuesta.

      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *MAESTRO DE UBICACIONES, SOLO LECTURA
       SELECT ubicaciones-archivo
       ASSIGN TO "ubicaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ubi-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ubicaciones.

      *ARCHIVO FISICO DE MOVIMIENTOS, EN MODO SECUENCIAL
       SELECT producto-movimientos
       ASSIGN TO "producto-movimientos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-movimientos.

      *CABECERAS DE DOCUMENTO DE MOVIMIENTO
       SELECT movimiento-documentos
       ASSIGN TO "movimiento-documentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS doc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-documentos.

      *REGISTRO DE NUMERACION DE DOCUMENTOS (UN SOLO REGISTRO)
       SELECT movdoc-control
       ASSIGN TO "movdoc-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *TRASLADOS A TIENDAS EN CAMINO
       SELECT traslados-tienda
       ASSIGN TO "traslados-tienda.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS tra-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-traslados.

       DATA DIVISION.
       FILE SECTION.
      *PROPUESTA DE REPOSICION
       FD propuesta-reposicion.
           COPY "REPOSICION-PROPUESTA.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *MAESTRO DE UBICACIONES
       FD ubicaciones-archivo.
           COPY "UBICACION-REGISTRO.CPY".

      *ARCHIVO LOGICO DE MOVIMIENTOS
       FD producto-movimientos.
           COPY "PRODUCTO-MOVIMIENTO.CPY".

      *CABECERAS DE DOCUMENTO
       FD movimiento-documentos.
           COPY "MOVIMIENTO-DOCUMENTO.CPY".

      *REGISTRO DE NUMERACION
       FD movdoc-control.
       01  control-registro.
           05  ctrl-ultimo-documento   PIC 9(6).

      *TRASLADOS A TIENDAS
       FD traslados-tienda.
           COPY "TRASLADO-TIENDA.CPY".

       WORKING-STORAGE SECTION.
       77  leyendo-propuesta           PIC X VALUE "S".
       77  estado-propuesta            PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-ubicaciones          PIC X(02) VALUE "00".
       77  estado-movimientos          PIC X(02) VALUE "00".
       77  estado-documentos           PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-traslados            PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  decision-tienda             PIC X VALUE SPACE.
           88  decision-aprobar            VALUE "S".
           88  decision-rechazar           VALUE "N".
       77  tienda-en-curso             PIC X(3) VALUE SPACES.
       77  nombre-tienda               PIC X(30) VALUE SPACES.
       77  numero-documento            PIC 9(6) VALUE 0.
       77  lineas-documento            PIC 9(3) VALUE 0.
       77  suma-documento              PIC 9(8) VALUE 0.
       77  total-aprobadas             PIC 9(3) VALUE 0.
       77  total-rechazadas            PIC 9(3) VALUE 0.

      *    TIENDAS CON LINEAS POR RESOLVER EN LA PROPUESTA
       77  total-tiendas               PIC 9(3) VALUE 0.
       77  ix-tienda                   PIC 9(3) VALUE 0.
       77  ix-busca                    PIC 9(3) VALUE 0.
       77  tienda-ubicada              PIC X VALUE "N".
       01  tabla-tiendas.
           05  entrada-tienda OCCURS 100 TIMES.
               10  tti-ubi-id          PIC X(3).
               10  tti-lineas          PIC 9(4).
               10  tti-unidades        PIC 9(8).

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "ALMACEN".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 2.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-picking.
           05  FILLER                  PIC X(9) VALUE "TRASLADO ".
           05  cp-documento            PIC 9(6).
           05  FILLER                  PIC X(16)
               VALUE "  DE ALM A TDA. ".
           05  cp-ubi-id               PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  cp-nombre               PIC X(30).
           05  FILLER                  PIC X(7) VALUE "  DIA: ".
           05  cp-fecha                PIC 9(8).

       01  encabezado-picking.
           05  FILLER                  PIC X(8) VALUE "PRODUCTO".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE "DESCRIPCION".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "CANTIDAD".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PREPARADO".

       01  detalle-picking.
           05  dk-producto-id          PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  dk-descript             PIC X(35).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dk-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "__________".

       01  pie-picking.
           05  FILLER                  PIC X(30)
               VALUE "PREPARADO POR: ______________ ".
           05  FILLER                  PIC X(30)
               VALUE " RECIBIDO EN TIENDA: _________".

       01  linea-resumen.
           05  lr-ubi-id               PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lr-producto-id          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lr-descript             PIC X(25).
           05  FILLER                  PIC X(7) VALUE " PROY. ".
           05  lr-proyectado           PIC -ZZZ.ZZ9.
           05  FILLER                  PIC X(6) VALUE " MIN. ".
           05  lr-minimo               PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(9) VALUE " ENVIAR: ".
           05  lr-sugerida             PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF perfil-firmado NOT = "S"
               DISPLAY "Aprobacion de traslados reservada a "
                   "supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARGAR-TIENDAS.
           IF total-tiendas = 0
               DISPLAY "Sin lineas de reposicion por resolver"
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM RESOLVER-TIENDA
               VARYING ix-tienda FROM 1 BY 1
               UNTIL ix-tienda > total-tiendas.

           DISPLAY "Tiendas aprobadas.: " total-aprobadas.
           DISPLAY "Tiendas rechazadas: " total-rechazadas.
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
           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ubicaciones-archivo.
           IF estado-ubicaciones NOT = "00"
               DISPLAY "No se pudo abrir ubicaciones.dat, estado: "
                   estado-ubicaciones
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND producto-movimientos.
           IF estado-movimientos = "35"
               OPEN OUTPUT producto-movimientos
           END-IF.
           IF estado-movimientos NOT = "00"
               DISPLAY "No se pudo abrir producto-movimientos, "
                   "estado: " estado-movimientos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O movimiento-documentos.
           IF estado-documentos = "35"
               OPEN OUTPUT movimiento-documentos
               CLOSE movimiento-documentos
               OPEN I-O movimiento-documentos
           END-IF.
           IF estado-documentos NOT = "00"
               DISPLAY "No se pudo abrir movimiento-documentos.dat, "
                   "estado: " estado-documentos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O traslados-tienda.
           IF estado-traslados = "35"
               OPEN OUTPUT traslados-tienda
               CLOSE traslados-tienda
               OPEN I-O traslados-tienda
           END-IF.
           IF estado-traslados NOT = "00"
               DISPLAY "No se pudo abrir traslados-tienda.dat, "
                   "estado: " estado-traslados
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           CLOSE ubicaciones-archivo.
           CLOSE producto-movimientos.
           CLOSE movimiento-documentos.
           CLOSE traslados-tienda.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT movdoc-control.
           IF estado-control = "35"
               MOVE 0 TO numero-documento
           ELSE
               READ movdoc-control
                   AT END
                       MOVE 0 TO numero-documento
                   NOT AT END
                       MOVE ctrl-ultimo-documento
                           TO numero-documento
               END-READ
               CLOSE movdoc-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT movdoc-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar movdoc-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-documento TO ctrl-ultimo-documento
               WRITE control-registro
               CLOSE movdoc-control
           END-IF.

      *    LAS TIENDAS CON ALGO QUE ENVIAR Y SIN RESOLVER
       CARGAR-TIENDAS.
           MOVE 0 TO total-tiendas.
           OPEN INPUT propuesta-reposicion.
           IF estado-propuesta NOT = "00"
               DISPLAY "No se pudo abrir reposicion-propuesta.dat, "
                   "estado: " estado-propuesta
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO leyendo-propuesta.
           PERFORM CARGAR-UNA-LINEA
           UNTIL leyendo-propuesta = "N".

           CLOSE propuesta-reposicion.

       CARGAR-UNA-LINEA.
           READ propuesta-reposicion
               AT END
                   MOVE "N" TO leyendo-propuesta
                   EXIT PARAGRAPH
           END-READ.

           IF NOT rp-propuesta OR rp-sugerida = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO tienda-ubicada.
           MOVE 0 TO ix-busca.
           PERFORM PROBAR-TIENDA
           UNTIL tienda-ubicada = "S" OR ix-busca >= total-tiendas.

           IF tienda-ubicada = "N"
               IF total-tiendas >= 100
                   DISPLAY "Tabla de tiendas desbordada: " rp-ubi-id
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-tiendas
               MOVE total-tiendas TO ix-busca
               MOVE rp-ubi-id TO tti-ubi-id(ix-busca)
               MOVE 0 TO tti-lineas(ix-busca)
               MOVE 0 TO tti-unidades(ix-busca)
           END-IF.

           ADD 1 TO tti-lineas(ix-busca).
           ADD rp-sugerida TO tti-unidades(ix-busca).

       PROBAR-TIENDA.
           ADD 1 TO ix-busca.
           IF tti-ubi-id(ix-busca) = rp-ubi-id
               MOVE "S" TO tienda-ubicada
           END-IF.

      *    UNA PASADA PARA MOSTRAR LAS LINEAS DE LA TIENDA Y, SI SE
      *    DECIDE, OTRA PARA RESOLVERLAS
       RESOLVER-TIENDA.
           MOVE tti-ubi-id(ix-tienda) TO tienda-en-curso.
           MOVE tienda-en-curso TO ubi-id.
           READ ubicaciones-archivo
               INVALID KEY
                   MOVE SPACES TO ubi-nombre
           END-READ.
           MOVE ubi-nombre TO nombre-tienda.

           DISPLAY "===== TIENDA " tienda-en-curso " "
               nombre-tienda " =====".
           DISPLAY "Lineas: " tti-lineas(ix-tienda) "  unidades: "
               tti-unidades(ix-tienda).

           OPEN INPUT propuesta-reposicion.
           IF estado-propuesta NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO leyendo-propuesta.
           PERFORM MOSTRAR-LINEA-TIENDA
           UNTIL leyendo-propuesta = "N".
           CLOSE propuesta-reposicion.

           DISPLAY "¿Aprobar el traslado? (s = aprobar, n = "
               "rechazar, vacio = dejar para despues)".
           MOVE SPACE TO decision-tienda.
           ACCEPT decision-tienda.
           MOVE FUNCTION UPPER-CASE(decision-tienda)
               TO decision-tienda.
           IF NOT decision-aprobar AND NOT decision-rechazar
               DISPLAY "Tienda " tienda-en-curso " sin resolver"
               EXIT PARAGRAPH
           END-IF.

           IF decision-aprobar
               ADD 1 TO numero-documento
               MOVE 0 TO lineas-documento
               MOVE 0 TO suma-documento
               PERFORM ABRIR-PICKING-TIENDA
           END-IF.

           OPEN I-O propuesta-reposicion.
           IF estado-propuesta NOT = "00"
               DISPLAY "No se pudo reabrir reposicion-propuesta.dat, "
                   "estado: " estado-propuesta
               EXIT PARAGRAPH
           END-IF.
           MOVE "S" TO leyendo-propuesta.
           PERFORM RESOLVER-LINEA-TIENDA
           UNTIL leyendo-propuesta = "N".
           CLOSE propuesta-reposicion.

           IF decision-aprobar
               PERFORM CERRAR-PICKING-TIENDA
               PERFORM GRABAR-CABECERA-DOCUMENTO
               PERFORM GRABAR-ULTIMO-NUMERO
               ADD 1 TO total-aprobadas
               DISPLAY "Traslado " numero-documento " con "
                   lineas-documento " lineas; picking en "
                   spool-archivo
           ELSE
               ADD 1 TO total-rechazadas
               DISPLAY "Propuesta de la tienda rechazada"
           END-IF.

       MOSTRAR-LINEA-TIENDA.
           READ propuesta-reposicion
               AT END
                   MOVE "N" TO leyendo-propuesta
                   EXIT PARAGRAPH
           END-READ.

           IF rp-ubi-id NOT = tienda-en-curso
           OR NOT rp-propuesta OR rp-sugerida = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE rp-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE SPACES TO producto-descript
           END-READ.

           MOVE rp-ubi-id TO lr-ubi-id.
           MOVE rp-producto-id TO lr-producto-id.
           MOVE producto-descript TO lr-descript.
           MOVE rp-proyectado TO lr-proyectado.
           MOVE rp-minimo TO lr-minimo.
           MOVE rp-sugerida TO lr-sugerida.
           DISPLAY linea-resumen.

       RESOLVER-LINEA-TIENDA.
           READ propuesta-reposicion
               AT END
                   MOVE "N" TO leyendo-propuesta
                   EXIT PARAGRAPH
           END-READ.

           IF rp-ubi-id NOT = tienda-en-curso
           OR NOT rp-propuesta OR rp-sugerida = 0
               EXIT PARAGRAPH
           END-IF.

           IF decision-aprobar
               PERFORM TRASLADAR-LINEA
           ELSE
               SET rp-rechazada TO TRUE
           END-IF.
           MOVE usuario-firmado TO rp-resuelto-por.

           REWRITE reposicion-propuesta.
           IF estado-propuesta NOT = "00"
               DISPLAY "No se pudo marcar la linea del producto "
                   rp-producto-id ", estado: " estado-propuesta
           END-IF.

      *    EL MOVIMIENTO T SACA DEL CENTRAL Y METE EN LA TIENDA AL
      *    POSTEAR; EL TRASLADO QUEDA EN CAMINO HASTA QUE LA TIENDA
      *    INFORMA LA RECEPCION
       TRASLADAR-LINEA.
           MOVE SPACES TO producto-mov-registro.
           MOVE rp-producto-id TO producto-mov-id.
           MOVE "T" TO producto-mov-tipo.
           MOVE rp-sugerida TO producto-mov-cantidad.
           MOVE fecha-hoy TO producto-mov-fecha.
           MOVE numero-documento TO producto-mov-documento.
           MOVE "RT" TO producto-mov-motivo.
           MOVE "ALM" TO producto-mov-ubicacion.
           MOVE tienda-en-curso TO producto-mov-ubi-destino.

           WRITE producto-mov-registro.
           IF estado-movimientos NOT = "00"
               DISPLAY "Error al grabar producto-movimientos, "
                   "estado: " estado-movimientos
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO lineas-documento.
           ADD rp-sugerida TO suma-documento.
           SET rp-aprobada TO TRUE.
           MOVE numero-documento TO rp-documento.

           MOVE SPACES TO traslado-tienda.
           MOVE tienda-en-curso TO tra-ubi-destino.
           MOVE rp-producto-id TO tra-producto-id.
           MOVE numero-documento TO tra-documento.
           MOVE "ALM" TO tra-ubi-origen.
           MOVE rp-sugerida TO tra-cantidad.
           MOVE fecha-hoy TO tra-fecha-envio.
           MOVE usuario-firmado TO tra-aprobado-por.
           SET tra-en-camino TO TRUE.
           MOVE 0 TO tra-cantidad-recibida.
           MOVE 0 TO tra-fecha-recepcion.
           WRITE traslado-tienda
               INVALID KEY
                   DISPLAY "No se pudo grabar el traslado del "
                       "producto " rp-producto-id ", estado: "
                       estado-traslados
           END-WRITE.

           MOVE rp-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE SPACES TO producto-descript
           END-READ.
           MOVE rp-producto-id TO dk-producto-id.
           MOVE producto-descript TO dk-descript.
           MOVE rp-sugerida TO dk-cantidad.
           MOVE detalle-picking TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ABRIR-PICKING-TIENDA.
           MOVE "PICKING_TRASLADO" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "TIENDA " tienda-en-curso " TRASLADO "
               numero-documento
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           MOVE numero-documento TO cp-documento.
           MOVE tienda-en-curso TO cp-ubi-id.
           MOVE nombre-tienda TO cp-nombre.
           MOVE fecha-hoy TO cp-fecha.
           MOVE cabecera-picking TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-picking TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       CERRAR-PICKING-TIENDA.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE pie-picking TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    EL DOCUMENTO SALE BALANCEADO DE ORIGEN, COMO EL DEL
      *    PICKING: LAS LINEAS Y LA SUMA SON LAS GRABADAS
       GRABAR-CABECERA-DOCUMENTO.
           MOVE SPACES TO movimiento-documento.
           MOVE numero-documento TO doc-numero.
           MOVE fecha-hoy TO doc-fecha.
           MOVE empleado-firmado TO doc-empleados-id.
           MOVE "RT" TO doc-motivo.
           MOVE lineas-documento TO doc-lineas.
           MOVE suma-documento TO doc-suma-cantidades.
           SET doc-balanceado TO TRUE.

           WRITE movimiento-documento
               INVALID KEY
                   DISPLAY "No se pudo grabar la cabecera del "
                       "documento, estado: " estado-documentos
           END-WRITE.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "APROBAR_REPOSICION".
