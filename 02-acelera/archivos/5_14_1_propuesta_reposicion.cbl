      ******************************************************************
      * Author:
      * Date:
      * Purpose: Propuesta nocturna de reposicion del almacen central
      *          (ALM) a las tiendas satelite.  Para cada producto
      *          con niveles de reposicion en una tienda
      *          (niveles-reposicion.dat) proyecta el stock de la
      *          tienda: lo posteado en stock-ubicacion.dat mas los
      *          movimientos que el posteo aun no aplico en
      *          producto-movimientos.dat, es decir los traslados en
      *          camino hacia la tienda y las ventas que llegaron por
      *          IMPORTAR_TIENDA.  Si lo proyectado cae por debajo
      *          del minimo sugiere trasladar hasta el objetivo,
      *          limitado a lo que el central puede ceder por encima
      *          de su critico (repartido por orden de tienda).  La
      *          propuesta se graba en reposicion-propuesta.dat, que
      *          cada noche reemplaza a la anterior, y se imprime por
      *          el escritor de spool; la aprueba APROBAR_REPOSICION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROPUESTA_REPOSICION".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *NIVELES DE REPOSICION POR TIENDA, SOLO LECTURA
       SELECT niveles-reposicion
       ASSIGN TO "niveles-reposicion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS nr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-niveles.

      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *STOCK POR UBICACION, SOLO LECTURA
       SELECT stock-ubicacion
       ASSIGN TO "stock-ubicacion.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS su-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-stock-ubi.

      *MAESTRO DE UBICACIONES, SOLO LECTURA
       SELECT ubicaciones-archivo
       ASSIGN TO "ubicaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ubi-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ubicaciones.

      *MOVIMIENTOS AUN NO POSTEADOS, SOLO LECTURA
       SELECT producto-movimientos
       ASSIGN TO "producto-movimientos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-movimientos.

      *PROPUESTA DE REPOSICION, SE REGRABA CADA NOCHE
       SELECT propuesta-reposicion
       ASSIGN TO "reposicion-propuesta.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-propuesta.

       DATA DIVISION.
       FILE SECTION.
      *NIVELES DE REPOSICION
       FD niveles-reposicion.
           COPY "NIVEL-REPOSICION.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *STOCK POR UBICACION
       FD stock-ubicacion.
           COPY "STOCK-UBICACION.CPY".

      *MAESTRO DE UBICACIONES
       FD ubicaciones-archivo.
           COPY "UBICACION-REGISTRO.CPY".

      *ARCHIVO LOGICO DE MOVIMIENTOS
       FD producto-movimientos.
           COPY "PRODUCTO-MOVIMIENTO.CPY".

      *PROPUESTA DE REPOSICION
       FD propuesta-reposicion.
           COPY "REPOSICION-PROPUESTA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-niveles              PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-stock-ubi            PIC X(02) VALUE "00".
       77  estado-ubicaciones          PIC X(02) VALUE "00".
       77  estado-movimientos          PIC X(02) VALUE "00".
       77  estado-propuesta            PIC X(02) VALUE "00".
       77  hay-stock-ubi               PIC X VALUE "N".
       77  hay-niveles                 PIC X VALUE "N".
       77  leyendo-movimientos         PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-venta        VALUE "V" "D".
       77  producto-en-curso           PIC 9(6) VALUE 0.
       77  producto-valido             PIC X VALUE "N".

      *    PROYECCION DE LA TIENDA Y LO QUE EL CENTRAL PUEDE CEDER
       77  stock-leido                 PIC 9(6) VALUE 0.
       77  stock-tienda                PIC 9(6) VALUE 0.
       77  proyectado-tienda           PIC S9(7) VALUE 0.
       77  proyectado-central          PIC S9(7) VALUE 0.
       77  disponible-central          PIC S9(7) VALUE 0.
       77  cantidad-necesaria          PIC S9(7) VALUE 0.
       77  cantidad-sugerida           PIC S9(7) VALUE 0.

      *    CLAVE DE BUSQUEDA EN LA TABLA DE PENDIENTES
       77  buscar-producto             PIC 9(6) VALUE 0.
       77  buscar-ubicacion            PIC X(3) VALUE SPACES.
       77  ix-pend                     PIC 9(4) VALUE 0.
       77  pendiente-ubicado           PIC X VALUE "N".
       77  agregar-pendiente           PIC X VALUE "N".
       77  total-pendientes            PIC 9(4) VALUE 0.
       77  tabla-desbordada            PIC X VALUE "N".

       77  total-lineas                PIC 9(5) VALUE 0.
       77  total-unidades              PIC 9(8) VALUE 0.
       77  total-cortas                PIC 9(5) VALUE 0.
       77  total-bloqueados            PIC 9(5) VALUE 0.

      *    MOVIMIENTOS AUN NO POSTEADOS POR PRODUCTO Y UBICACION:
      *    EL NETO QUE CAMBIARA EL STOCK, LOS TRASLADOS QUE ENTRAN Y
      *    LAS VENTAS
       01  tabla-pendientes.
           05  entrada-pendiente OCCURS 2000 TIMES.
               10  tpe-producto-id     PIC 9(6).
               10  tpe-ubi-id          PIC X(3).
               10  tpe-neto            PIC S9(7).
               10  tpe-transito        PIC 9(7).
               10  tpe-ventas          PIC 9(7).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "NOCHE".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  encabezado-propuesta.
           05  FILLER                  PIC X(4) VALUE "TDA ".
           05  FILLER                  PIC X(7) VALUE "PROD.  ".
           05  FILLER                  PIC X(21) VALUE "DESCRIPCION".
           05  FILLER                  PIC X(8) VALUE "  STOCK ".
           05  FILLER                  PIC X(8) VALUE " CAMINO ".
           05  FILLER                  PIC X(8) VALUE " VENTAS ".
           05  FILLER                  PIC X(9) VALUE " PROYECT.".
           05  FILLER                  PIC X(8) VALUE "  MINIMO".
           05  FILLER                  PIC X(8) VALUE "  OBJET.".
           05  FILLER                  PIC X(8) VALUE "  NECES.".
           05  FILLER                  PIC X(8) VALUE " ENVIAR ".

       01  detalle-propuesta.
           05  dp-ubi-id               PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-producto-id          PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-descript             PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-stock                PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-transito             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-ventas               PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-proyectado           PIC -ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-minimo               PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-objetivo             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-necesidad            PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-sugerida             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-marca                PIC X(20).

       01  linea-total.
           05  lt-titulo               PIC X(30).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  lt-valor                PIC ZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM CARGAR-PENDIENTES.

           IF hay-niveles = "S"
               MOVE LOW-VALUES TO nr-clave
               START niveles-reposicion KEY IS NOT LESS THAN nr-clave
                   INVALID KEY
                       MOVE "N" TO si-no
               END-START
               PERFORM PROPONER-UN-NIVEL
               UNTIL si-no = "N"
           ELSE
               DISPLAY "Sin niveles de reposicion por tienda"
           END-IF.

           PERFORM IMPRIMIR-TOTALES.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "PROPUESTA_REPOSICION" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "FECHA " fecha-hoy
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           MOVE encabezado-propuesta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           OPEN INPUT niveles-reposicion.
           IF estado-niveles = "00"
               MOVE "S" TO hay-niveles
           END-IF.

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

           OPEN INPUT stock-ubicacion.
           IF estado-stock-ubi = "00"
               MOVE "S" TO hay-stock-ubi
           END-IF.

      *    LA PROPUESTA DE ANOCHE SIN APROBAR QUEDA REEMPLAZADA POR
      *    LA DE HOY, QUE YA VE LO QUE SE ENVIO Y LO QUE SE VENDIO
           OPEN OUTPUT propuesta-reposicion.
           IF estado-propuesta NOT = "00"
               DISPLAY "No se pudo abrir reposicion-propuesta.dat, "
                   "estado: " estado-propuesta
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF hay-niveles = "S"
               CLOSE niveles-reposicion
           END-IF.
           CLOSE producto-dinamic.
           CLOSE ubicaciones-archivo.
           IF hay-stock-ubi = "S"
               CLOSE stock-ubicacion
           END-IF.
           CLOSE propuesta-reposicion.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    LO QUE ESPERA AL POSTEO: LA ENTRADA SUMA, LA SALIDA RESTA
      *    Y EL TRASLADO SALE DEL ORIGEN Y LLEGA AL DESTINO
       CARGAR-PENDIENTES.
           MOVE 0 TO total-pendientes.
           OPEN INPUT producto-movimientos.
           IF estado-movimientos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO agregar-pendiente.
           MOVE "S" TO leyendo-movimientos.
           PERFORM CARGAR-UN-PENDIENTE
           UNTIL leyendo-movimientos = "N".

           CLOSE producto-movimientos.
           MOVE "N" TO agregar-pendiente.

           IF tabla-desbordada = "S"
               DISPLAY "Tabla de pendientes desbordada; la propuesta "
                   "puede quedarse corta"
           END-IF.

       CARGAR-UN-PENDIENTE.
           READ producto-movimientos
               AT END
                   MOVE "N" TO leyendo-movimientos
                   EXIT PARAGRAPH
           END-READ.

           MOVE producto-mov-id TO buscar-producto.
           MOVE producto-mov-ubicacion TO buscar-ubicacion.
           IF buscar-ubicacion = SPACES
               MOVE "ALM" TO buscar-ubicacion
           END-IF.
           PERFORM UBICAR-PENDIENTE.
           IF pendiente-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN producto-mov-entrada
                   ADD producto-mov-cantidad TO tpe-neto(ix-pend)
               WHEN producto-mov-salida
                   SUBTRACT producto-mov-cantidad
                       FROM tpe-neto(ix-pend)
                   IF producto-mov-venta
                       ADD producto-mov-cantidad
                           TO tpe-ventas(ix-pend)
                   END-IF
               WHEN producto-mov-traslado
                   SUBTRACT producto-mov-cantidad
                       FROM tpe-neto(ix-pend)
                   MOVE producto-mov-ubi-destino TO buscar-ubicacion
                   PERFORM UBICAR-PENDIENTE
                   IF pendiente-ubicado = "S"
                       ADD producto-mov-cantidad
                           TO tpe-neto(ix-pend)
                       ADD producto-mov-cantidad
                           TO tpe-transito(ix-pend)
                   END-IF
           END-EVALUATE.

      *    BUSCA PRODUCTO Y UBICACION EN LA TABLA; AL CARGARLA, SI NO
      *    ESTA LO AGREGA EN CERO
       UBICAR-PENDIENTE.
           MOVE "N" TO pendiente-ubicado.
           MOVE 0 TO ix-pend.
           PERFORM PROBAR-PENDIENTE
           UNTIL pendiente-ubicado = "S"
           OR ix-pend >= total-pendientes.

           IF pendiente-ubicado = "S"
           OR agregar-pendiente = "N"
               EXIT PARAGRAPH
           END-IF.

           IF total-pendientes >= 2000
               MOVE "S" TO tabla-desbordada
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-pendientes.
           MOVE total-pendientes TO ix-pend.
           MOVE buscar-producto TO tpe-producto-id(ix-pend).
           MOVE buscar-ubicacion TO tpe-ubi-id(ix-pend).
           MOVE 0 TO tpe-neto(ix-pend).
           MOVE 0 TO tpe-transito(ix-pend).
           MOVE 0 TO tpe-ventas(ix-pend).
           MOVE "S" TO pendiente-ubicado.

       PROBAR-PENDIENTE.
           ADD 1 TO ix-pend.
           IF tpe-producto-id(ix-pend) = buscar-producto
           AND tpe-ubi-id(ix-pend) = buscar-ubicacion
               MOVE "S" TO pendiente-ubicado
           END-IF.

       PROPONER-UN-NIVEL.
           READ niveles-reposicion NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF nr-producto-id NOT = producto-en-curso
               MOVE nr-producto-id TO producto-en-curso
               PERFORM PREPARAR-PRODUCTO
           END-IF.

           IF producto-valido = "N"
           OR nr-ubi-id = "ALM"
               EXIT PARAGRAPH
           END-IF.

           MOVE nr-ubi-id TO ubi-id.
           READ ubicaciones-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ubi-activa
               EXIT PARAGRAPH
           END-IF.

           MOVE nr-producto-id TO buscar-producto.
           MOVE nr-ubi-id TO buscar-ubicacion.
           PERFORM LEER-STOCK-UBICACION.
           MOVE stock-leido TO stock-tienda.
           PERFORM UBICAR-PENDIENTE.

           MOVE stock-tienda TO proyectado-tienda.
           IF pendiente-ubicado = "S"
               ADD tpe-neto(ix-pend) TO proyectado-tienda
           END-IF.

           IF proyectado-tienda >= nr-minimo
               EXIT PARAGRAPH
           END-IF.

           COMPUTE cantidad-necesaria =
               nr-objetivo - proyectado-tienda.
           MOVE cantidad-necesaria TO cantidad-sugerida.
           IF cantidad-sugerida > disponible-central
               MOVE disponible-central TO cantidad-sugerida
           END-IF.
           IF cantidad-sugerida < 0
               MOVE 0 TO cantidad-sugerida
           END-IF.
           SUBTRACT cantidad-sugerida FROM disponible-central.

           PERFORM GRABAR-LINEA-PROPUESTA.

      *    AL CAMBIAR DE PRODUCTO: SU SITUACION Y LO QUE EL CENTRAL
      *    TIENE POR ENCIMA DEL CRITICO, CONTANDO SUS PENDIENTES.
      *    LO QUE SE PROPONE A UNA TIENDA YA NO ESTA PARA LA SIGUIENTE.
       PREPARAR-PRODUCTO.
           MOVE "N" TO producto-valido.
           MOVE 0 TO disponible-central.

           MOVE nr-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.
           IF situacion-bloq-venta
               ADD 1 TO total-bloqueados
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO producto-valido.

           MOVE nr-producto-id TO buscar-producto.
           MOVE "ALM" TO buscar-ubicacion.
           PERFORM LEER-STOCK-UBICACION.
           MOVE stock-leido TO proyectado-central.
           PERFORM UBICAR-PENDIENTE.
           IF pendiente-ubicado = "S"
               ADD tpe-neto(ix-pend) TO proyectado-central
           END-IF.

           COMPUTE disponible-central =
               proyectado-central - producto-critico.
           IF disponible-central < 0
               MOVE 0 TO disponible-central
           END-IF.

       LEER-STOCK-UBICACION.
           MOVE 0 TO stock-leido.
           IF hay-stock-ubi = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE buscar-producto TO su-producto-id.
           MOVE buscar-ubicacion TO su-ubi-id.
           READ stock-ubicacion
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE su-stock TO stock-leido
           END-READ.

       GRABAR-LINEA-PROPUESTA.
           MOVE SPACES TO reposicion-propuesta.
           MOVE fecha-hoy TO rp-fecha.
           MOVE nr-producto-id TO rp-producto-id.
           MOVE nr-ubi-id TO rp-ubi-id.
           MOVE stock-tienda TO rp-stock.
           MOVE 0 TO rp-transito rp-ventas-pendientes.
           IF pendiente-ubicado = "S"
               MOVE tpe-transito(ix-pend) TO rp-transito
               MOVE tpe-ventas(ix-pend) TO rp-ventas-pendientes
           END-IF.
           MOVE proyectado-tienda TO rp-proyectado.
           MOVE nr-minimo TO rp-minimo.
           MOVE nr-objetivo TO rp-objetivo.
           MOVE cantidad-necesaria TO rp-necesidad.
           MOVE cantidad-sugerida TO rp-sugerida.
           SET rp-propuesta TO TRUE.
           MOVE 0 TO rp-documento.

           WRITE reposicion-propuesta.
           IF estado-propuesta NOT = "00"
               DISPLAY "Error al grabar reposicion-propuesta.dat, "
                   "estado: " estado-propuesta
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-lineas.
           ADD cantidad-sugerida TO total-unidades.

           MOVE rp-ubi-id TO dp-ubi-id.
           MOVE rp-producto-id TO dp-producto-id.
           MOVE producto-descript TO dp-descript.
           MOVE rp-stock TO dp-stock.
           MOVE rp-transito TO dp-transito.
           MOVE rp-ventas-pendientes TO dp-ventas.
           MOVE rp-proyectado TO dp-proyectado.
           MOVE rp-minimo TO dp-minimo.
           MOVE rp-objetivo TO dp-objetivo.
           MOVE rp-necesidad TO dp-necesidad.
           MOVE rp-sugerida TO dp-sugerida.
           MOVE SPACES TO dp-marca.
           IF rp-sugerida < rp-necesidad
               ADD 1 TO total-cortas
               MOVE "CORTO EN CENTRAL" TO dp-marca
           END-IF.
           MOVE detalle-propuesta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "LINEAS PROPUESTAS" TO lt-titulo.
           MOVE total-lineas TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "UNIDADES A TRASLADAR" TO lt-titulo.
           MOVE total-unidades TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "LINEAS CORTAS EN CENTRAL" TO lt-titulo.
           MOVE total-cortas TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "PRODUCTOS BLOQUEADOS A VENTA" TO lt-titulo.
           MOVE total-bloqueados TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           DISPLAY "Lineas de reposicion propuestas: " total-lineas.
           DISPLAY "Propuesta encolada en " spool-archivo.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "PROPUESTA_REPOSICION".
