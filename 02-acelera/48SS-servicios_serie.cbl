      ******************************************************************
      * Author:
      * Date:
      * Purpose: Subrutina CALLable del registro de numeros de
      *          serie.  Es el unico programa que escribe series.dat:
      *          la recepcion, el picking, el mostrador y las dos
      *          devoluciones la llaman con cada serie capturada y
      *          ella valida que la unidad este donde debe estar
      *          antes de moverla (no se vende lo que no esta en el
      *          almacen, el cliente solo devuelve lo que se le
      *          vendio, al proveedor solo vuelve lo suyo).  En la
      *          venta calcula el fin de garantia con los meses del
      *          producto.  Una serie que no esta en el registro es
      *          stock anterior al seguimiento y se da de alta en su
      *          primer movimiento, sin origen.  Mismo patron de CALL
      *          que SERVICIOS-KIT: abre y cierra en cada llamada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SERVICIOS-SERIE".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGISTRO DE NUMEROS DE SERIE
       SELECT series-archivo
       ASSIGN TO "series.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ser-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-series.

      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

       DATA DIVISION.
       FILE SECTION.
      *REGISTRO DE NUMEROS DE SERIE
       FD series-archivo.
           COPY "SERIE-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  estado-series           PIC X(02) VALUE "00".
       77  estado-producto         PIC X(02) VALUE "00".
       77  serie-existe            PIC X VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE FECHAS
       77  sf-operacion            PIC X VALUE SPACE.
       77  sf-fecha-1              PIC 9(8) VALUE 0.
       77  sf-fecha-2              PIC 9(8) VALUE 0.
       77  sf-resultado-num        PIC S9(8) VALUE 0.
       77  sf-resultado            PIC X VALUE "N".

       LINKAGE SECTION.
           COPY "SERIE-PETICION.CPY".

       PROCEDURE DIVISION USING serie-peticion.
       MAIN-PROCEDURE.
           SET sep-correcto TO TRUE.
           MOVE SPACES TO sep-mensaje.

           IF sep-op-tratamiento
               PERFORM CONSULTAR-TRATAMIENTO
               GOBACK
           END-IF.

           IF sep-numero = SPACES
               SET sep-rechazado TO TRUE
               MOVE "Numero de serie en blanco" TO sep-mensaje
               GOBACK
           END-IF.

           OPEN I-O series-archivo.
           IF estado-series = "35"
               OPEN OUTPUT series-archivo
               CLOSE series-archivo
               OPEN I-O series-archivo
           END-IF.
           IF estado-series NOT = "00"
               SET sep-rechazado TO TRUE
               MOVE "No se pudo abrir series.dat" TO sep-mensaje
               GOBACK
           END-IF.

           MOVE sep-producto-id TO ser-producto-id.
           MOVE sep-numero TO ser-numero.
           READ series-archivo
               INVALID KEY
                   MOVE "N" TO serie-existe
                   PERFORM INICIAR-SERIE
               NOT INVALID KEY
                   MOVE "S" TO serie-existe
           END-READ.

           EVALUATE TRUE
               WHEN sep-op-recepcion
                   PERFORM RECIBIR-SERIE
               WHEN sep-op-venta
                   PERFORM VENDER-SERIE
               WHEN sep-op-devolucion
                   PERFORM DEVOLVER-SERIE-CLIENTE
               WHEN sep-op-proveedor
                   PERFORM DEVOLVER-SERIE-PROVEEDOR
               WHEN OTHER
                   SET sep-rechazado TO TRUE
                   MOVE "Operacion de serie invalida" TO sep-mensaje
           END-EVALUATE.

           IF sep-correcto
               PERFORM GRABAR-SERIE
           END-IF.

           CLOSE series-archivo.
           GOBACK.

       CONSULTAR-TRATAMIENTO.
           SET sep-rechazado TO TRUE.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               MOVE "No se pudo abrir producto.dat" TO sep-mensaje
               EXIT PARAGRAPH
           END-IF.

           MOVE sep-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE "Producto inexistente" TO sep-mensaje
               NOT INVALID KEY
                   IF producto-con-serie
                       SET sep-correcto TO TRUE
                   ELSE
                       MOVE "Producto sin seguimiento por serie"
                           TO sep-mensaje
                   END-IF
           END-READ.

           CLOSE producto-dinamic.

       INICIAR-SERIE.
           MOVE SPACES TO serie-registro.
           MOVE sep-producto-id TO ser-producto-id.
           MOVE sep-numero TO ser-numero.
           MOVE 0 TO ser-fecha-estado ser-oc-numero
               ser-fecha-recepcion ser-fecha-venta ser-pedido
               ser-factura ser-garantia-hasta ser-fecha-devolucion.

      *    SOLO SE RECIBE UNA SERIE NUEVA O UNA QUE HABIA VUELTO AL
      *    PROVEEDOR (REPARADA O REPUESTA)
       RECIBIR-SERIE.
           IF serie-existe = "S" AND NOT ser-en-proveedor
               SET sep-rechazado TO TRUE
               IF ser-en-almacen
                   MOVE "La serie ya esta en el almacen"
                       TO sep-mensaje
               ELSE
                   MOVE "La serie figura vendida" TO sep-mensaje
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET ser-en-almacen TO TRUE.
           MOVE sep-fecha TO ser-fecha-estado.
           MOVE SPACES TO ser-titular.
           MOVE sep-titular TO ser-prov-id.
           MOVE sep-documento TO ser-oc-numero.
           MOVE sep-fecha TO ser-fecha-recepcion.

       VENDER-SERIE.
           IF serie-existe = "S" AND NOT ser-en-almacen
               SET sep-rechazado TO TRUE
               MOVE "La serie no esta en el almacen" TO sep-mensaje
               EXIT PARAGRAPH
           END-IF.

           SET ser-vendida TO TRUE.
           MOVE sep-fecha TO ser-fecha-estado.
           MOVE sep-titular TO ser-titular.
           MOVE sep-titular TO ser-clientes-id.
           MOVE sep-fecha TO ser-fecha-venta.
           MOVE sep-documento TO ser-pedido.
           MOVE sep-factura TO ser-factura.

           PERFORM CALCULAR-GARANTIA.

      *    LA GARANTIA CORRE DESDE EL DIA DE LA VENTA POR LOS MESES
      *    DEL MAESTRO; SIN MESES NO HAY GARANTIA QUE CONTROLAR
       CALCULAR-GARANTIA.
           MOVE 0 TO ser-garantia-hasta.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE sep-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE 0 TO producto-garantia-meses
           END-READ.

           CLOSE producto-dinamic.

           IF producto-garantia-meses = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO sf-operacion.
           MOVE sep-fecha TO sf-fecha-1.
           MOVE producto-garantia-meses TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           MOVE sf-resultado-num TO ser-garantia-hasta.

      *    EL CLIENTE SOLO DEVUELVE LA UNIDAD QUE SE LE VENDIO EN
      *    ESE PEDIDO.  LA VENTA Y SU GARANTIA QUEDAN ANOTADAS PARA
      *    LA CONSULTA HASTA QUE LA UNIDAD SE VUELVA A VENDER.
       DEVOLVER-SERIE-CLIENTE.
           IF serie-existe = "S"
               IF NOT ser-vendida
               OR ser-clientes-id NOT = sep-titular
                   SET sep-rechazado TO TRUE
                   MOVE "La serie no se vendio a ese cliente"
                       TO sep-mensaje
                   EXIT PARAGRAPH
               END-IF
               IF ser-pedido NOT = sep-documento
                   SET sep-rechazado TO TRUE
                   MOVE "La serie no salio en ese pedido"
                       TO sep-mensaje
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE sep-titular TO ser-clientes-id
               MOVE sep-documento TO ser-pedido
           END-IF.

           SET ser-en-almacen TO TRUE.
           MOVE sep-fecha TO ser-fecha-estado.
           MOVE SPACES TO ser-titular.
           MOVE sep-fecha TO ser-fecha-devolucion.

       DEVOLVER-SERIE-PROVEEDOR.
           IF serie-existe = "S"
               IF NOT ser-en-almacen
                   SET sep-rechazado TO TRUE
                   MOVE "La serie no esta en el almacen"
                       TO sep-mensaje
                   EXIT PARAGRAPH
               END-IF
               IF ser-prov-id NOT = SPACES
               AND ser-prov-id NOT = sep-titular
                   SET sep-rechazado TO TRUE
                   MOVE "La serie la suministro otro proveedor"
                       TO sep-mensaje
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF ser-prov-id = SPACES
               MOVE sep-titular TO ser-prov-id
               MOVE sep-documento TO ser-oc-numero
           END-IF.

           SET ser-en-proveedor TO TRUE.
           MOVE sep-fecha TO ser-fecha-estado.
           MOVE sep-titular TO ser-titular.

       GRABAR-SERIE.
           IF serie-existe = "S"
               REWRITE serie-registro
                   INVALID KEY
                       SET sep-rechazado TO TRUE
                       MOVE "No se pudo regrabar la serie"
                           TO sep-mensaje
               END-REWRITE
           ELSE
               WRITE serie-registro
                   INVALID KEY
                       SET sep-rechazado TO TRUE
                       MOVE "No se pudo grabar la serie"
                           TO sep-mensaje
               END-WRITE
           END-IF.

       END PROGRAM "SERVICIOS-SERIE".
