      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inspeccion de la mercancia en cuarentena.  El
      *          inspector firma (SEGURIDAD-SIGNON), elige el
      *          producto y recorre sus partidas abiertas de
      *          cuarentena.dat, de la mas antigua a la mas nueva.
      *          De lo que queda por decidir en cada partida reparte
      *          cuanto se libera a la venta, cuanto se aparta para
      *          devolver al proveedor (solo en lo recibido de
      *          compras) y cuanto se da de baja como merma.  Lo
      *          liberado es un traslado T de la cuarentena (CUA) al
      *          almacen central con motivo IC, y lo mermado una
      *          salida con motivo ME desde la cuarentena; ambos van
      *          a producto-movimientos.dat bajo un documento
      *          numerado desde movdoc-control.dat, que el posteo
      *          aplica.  Lo apartado sigue en cuarentena, sin
      *          vender, hasta que DEVOLUCION_PROVEEDOR lo saque
      *          contra la orden de compra.  La partida anota el
      *          inspector y la fecha, y se cierra cuando ya no le
      *          queda nada en cuarentena.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INSPECCION_CUARENTENA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *PARTIDAS EN CUARENTENA EN MODO INDEXADO
       SELECT cuarentena-archivo
       ASSIGN TO "cuarentena.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cua-numero
       ALTERNATE RECORD KEY IS cua-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuarentena.

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

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *PARTIDAS EN CUARENTENA
       FD cuarentena-archivo.
           COPY "CUARENTENA-REGISTRO.CPY".

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

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-cuarentena           PIC X(02) VALUE "00".
       77  estado-movimientos          PIC X(02) VALUE "00".
       77  estado-documentos           PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  que-producto                PIC 9(6) VALUE 0.
       77  leyendo-partidas            PIC X VALUE "S".
       77  partidas-vistas             PIC 9(4) VALUE 0.

      *    REPARTO DE LO QUE QUEDA POR DECIDIR EN UNA PARTIDA
       77  por-decidir                 PIC S9(7) VALUE 0.
       77  cantidad-liberar            PIC 9(6) VALUE 0.
       77  cantidad-apartar            PIC 9(6) VALUE 0.
       77  cantidad-mermar             PIC 9(6) VALUE 0.
       77  cantidad-repartida          PIC 9(7) VALUE 0.

      *    DOCUMENTO DE MOVIMIENTOS DE LA PARTIDA INSPECCIONADA
       77  numero-documento            PIC 9(6) VALUE 0.
       77  lineas-documento            PIC 9(3) VALUE 0.
       77  suma-documento              PIC 9(8) VALUE 0.

      *    TOTALES DE LA SESION
       77  total-inspeccionadas        PIC 9(4) VALUE 0.
       77  total-liberado              PIC 9(8) VALUE 0.
       77  total-apartado              PIC 9(8) VALUE 0.
       77  total-mermado               PIC 9(8) VALUE 0.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       01  linea-partida.
           05  FILLER                  PIC X(8) VALUE "PARTIDA ".
           05  lp-numero               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-origen               PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-documento            PIC 9(6).
           05  FILLER                  PIC X(1) VALUE "/".
           05  lp-linea                PIC 9(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-tercero              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lp-motivo               PIC X(2).
           05  FILLER                  PIC X(9) VALUE " ENTRADA ".
           05  lp-fecha                PIC 9(8).

       01  linea-cantidades.
           05  FILLER                  PIC X(10) VALUE "  ENTRO: ".
           05  lc-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(11) VALUE "  LIBERADO ".
           05  lc-liberada             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(9) VALUE "  MERMA ".
           05  lc-mermada              PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(12) VALUE "  DEVUELTO ".
           05  lc-devuelta             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(12) VALUE "  APARTADO ".
           05  lc-a-devolver           PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(14)
               VALUE "  POR DECIDIR ".
           05  lc-por-decidir          PIC ZZZ.ZZ9.

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

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM INSPECCIONAR-PRODUCTO
           UNTIL si-no = "N".

           DISPLAY "Partidas inspeccionadas: " total-inspeccionadas.
           DISPLAY "Liberado a la venta....: " total-liberado.
           DISPLAY "Apartado para devolver.: " total-apartado.
           DISPLAY "Dado de baja por merma.: " total-mermado.
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

           OPEN I-O cuarentena-archivo.
           IF estado-cuarentena NOT = "00"
               DISPLAY "No se pudo abrir cuarentena.dat, estado: "
                   estado-cuarentena
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

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           CLOSE cuarentena-archivo.
           CLOSE producto-movimientos.
           CLOSE movimiento-documentos.

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

       INSPECCIONAR-PRODUCTO.
           DISPLAY "ID del producto a inspeccionar: ".
           ACCEPT que-producto.

           MOVE que-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-producto
                   PERFORM REINICIAR
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY producto-id " " producto-descript.

           MOVE 0 TO partidas-vistas.
           MOVE que-producto TO cua-producto-id.
           START cuarentena-archivo KEY IS EQUAL TO cua-producto-id
               INVALID KEY
                   DISPLAY "El producto no tiene partidas en "
                       "cuarentena"
                   PERFORM REINICIAR
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-partidas.
           PERFORM INSPECCIONAR-PARTIDA
           UNTIL leyendo-partidas = "N".

           IF partidas-vistas = 0
               DISPLAY "Nada por decidir en cuarentena del producto "
                   que-producto
           END-IF.

           PERFORM REINICIAR.

      *    LAS PARTIDAS DEL PRODUCTO SALEN EN ORDEN DE ALTA, QUE ES
      *    EL DE ANTIGUEDAD; SOLO SE PRESENTAN LAS QUE TIENEN ALGO
      *    POR DECIDIR (LO APARTADO YA ESTA DECIDIDO)
       INSPECCIONAR-PARTIDA.
           READ cuarentena-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-partidas
                   EXIT PARAGRAPH
           END-READ.

           IF cua-producto-id NOT = que-producto
               MOVE "N" TO leyendo-partidas
               EXIT PARAGRAPH
           END-IF.

           IF NOT cua-abierta
               EXIT PARAGRAPH
           END-IF.

           COMPUTE por-decidir = cua-cantidad - cua-liberada
               - cua-a-devolver - cua-devuelta - cua-mermada.
           IF por-decidir <= 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO partidas-vistas.
           PERFORM MOSTRAR-PARTIDA.
           PERFORM CAPTURAR-REPARTO.
           IF cantidad-repartida = 0
               DISPLAY "Partida " cua-numero " sin inspeccionar"
               EXIT PARAGRAPH
           END-IF.

           PERFORM APLICAR-REPARTO.

       MOSTRAR-PARTIDA.
           MOVE cua-numero TO lp-numero.
           IF cua-de-compra
               MOVE "COMPRA OC" TO lp-origen
           ELSE
               MOVE "DEV. PED." TO lp-origen
           END-IF.
           MOVE cua-documento TO lp-documento.
           MOVE cua-linea TO lp-linea.
           MOVE cua-tercero TO lp-tercero.
           MOVE cua-motivo TO lp-motivo.
           MOVE cua-fecha-entrada TO lp-fecha.
           DISPLAY linea-partida.

           MOVE cua-cantidad TO lc-cantidad.
           MOVE cua-liberada TO lc-liberada.
           MOVE cua-mermada TO lc-mermada.
           MOVE cua-devuelta TO lc-devuelta.
           MOVE cua-a-devolver TO lc-a-devolver.
           MOVE por-decidir TO lc-por-decidir.
           DISPLAY linea-cantidades.

      *    EL REPARTO NO PUEDE PASAR DE LO QUE QUEDA POR DECIDIR; SI
      *    PASA, LA PARTIDA SE QUEDA COMO ESTABA
       CAPTURAR-REPARTO.
           MOVE 0 TO cantidad-liberar.
           MOVE 0 TO cantidad-apartar.
           MOVE 0 TO cantidad-mermar.
           MOVE 0 TO cantidad-repartida.

           DISPLAY "Cantidad a liberar a la venta (0 = nada): ".
           ACCEPT cantidad-liberar.

           IF cua-de-compra
               DISPLAY "Cantidad a devolver al proveedor (0 = nada): "
               ACCEPT cantidad-apartar
           END-IF.

           DISPLAY "Cantidad a dar de baja por merma (0 = nada): ".
           ACCEPT cantidad-mermar.

           COMPUTE cantidad-repartida = cantidad-liberar
               + cantidad-apartar + cantidad-mermar.

           IF cantidad-repartida > por-decidir
               DISPLAY "Reparto invalido: " cantidad-repartida
                   " supera lo que queda por decidir " por-decidir
               MOVE 0 TO cantidad-repartida
           END-IF.

      *    LO LIBERADO Y LO MERMADO VAN EN UN DOCUMENTO PROPIO DE LA
      *    PARTIDA; LO APARTADO NO MUEVE STOCK TODAVIA
       APLICAR-REPARTO.
           MOVE 0 TO lineas-documento.
           MOVE 0 TO suma-documento.
           IF cantidad-liberar > 0 OR cantidad-mermar > 0
               ADD 1 TO numero-documento
           END-IF.

           IF cantidad-liberar > 0
               MOVE SPACES TO producto-mov-registro
               MOVE "T" TO producto-mov-tipo
               MOVE cantidad-liberar TO producto-mov-cantidad
               MOVE "IC" TO producto-mov-motivo
               MOVE "ALM" TO producto-mov-ubi-destino
               PERFORM GRABAR-MOVIMIENTO
           END-IF.

           IF cantidad-mermar > 0
               MOVE SPACES TO producto-mov-registro
               MOVE "S" TO producto-mov-tipo
               MOVE cantidad-mermar TO producto-mov-cantidad
               MOVE "ME" TO producto-mov-motivo
               MOVE SPACES TO producto-mov-ubi-destino
               PERFORM GRABAR-MOVIMIENTO
           END-IF.

           IF lineas-documento > 0
               PERFORM GRABAR-CABECERA-DOCUMENTO
               PERFORM GRABAR-ULTIMO-NUMERO
           END-IF.

           ADD cantidad-liberar TO cua-liberada.
           ADD cantidad-apartar TO cua-a-devolver.
           ADD cantidad-mermar TO cua-mermada.
           MOVE usuario-firmado TO cua-inspector.
           MOVE fecha-hoy TO cua-fecha-inspeccion.
           IF cua-liberada + cua-devuelta + cua-mermada
               >= cua-cantidad
               SET cua-cerrada TO TRUE
           END-IF.

           REWRITE cuarentena-registro
               INVALID KEY
                   DISPLAY "No se pudo actualizar la partida "
                       cua-numero ", estado: " estado-cuarentena
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO total-inspeccionadas.
           ADD cantidad-liberar TO total-liberado.
           ADD cantidad-apartar TO total-apartado.
           ADD cantidad-mermar TO total-mermado.

           IF lineas-documento > 0
               DISPLAY "Partida " cua-numero " inspeccionada, "
                   "documento " numero-documento
           ELSE
               DISPLAY "Partida " cua-numero " apartada para "
                   "devolver al proveedor " cua-tercero
           END-IF.

      *    TODO SALE DE LA UBICACION DE CUARENTENA
       GRABAR-MOVIMIENTO.
           MOVE cua-producto-id TO producto-mov-id.
           MOVE fecha-hoy TO producto-mov-fecha.
           MOVE numero-documento TO producto-mov-documento.
           MOVE "CUA" TO producto-mov-ubicacion.

           WRITE producto-mov-registro.
           IF estado-movimientos NOT = "00"
               DISPLAY "Error al grabar producto-movimientos, "
                   "estado: " estado-movimientos
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO lineas-documento.
           ADD producto-mov-cantidad TO suma-documento.

       GRABAR-CABECERA-DOCUMENTO.
           MOVE SPACES TO movimiento-documento.
           MOVE numero-documento TO doc-numero.
           MOVE fecha-hoy TO doc-fecha.
           MOVE empleado-firmado TO doc-empleados-id.
           MOVE "IC" TO doc-motivo.
           MOVE lineas-documento TO doc-lineas.
           MOVE suma-documento TO doc-suma-cantidades.
           SET doc-balanceado TO TRUE.

           WRITE movimiento-documento
               INVALID KEY
                   DISPLAY "No se pudo grabar la cabecera del "
                       "documento, estado: " estado-documentos
           END-WRITE.

       REINICIAR.
           DISPLAY "¿Desea inspeccionar otro producto? (s/n)".
           ACCEPT si-no.

           IF si-no = "s" OR si-no = "S"
               MOVE "S" TO  si-no
               ELSE
                   MOVE "N" TO  si-no
           END-IF.

       END PROGRAM "INSPECCION_CUARENTENA".
