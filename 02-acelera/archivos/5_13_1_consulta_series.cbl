      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta por numero de serie.  Para una unidad de
      *          un articulo seguido por serie responde en una sola
      *          busqueda quien la compro, cuando y con que factura,
      *          si sigue en garantia y quien la suministro, ademas
      *          de su situacion y titular actuales.  La factura de
      *          una venta por pedido se busca en las lineas de
      *          factura por el pedido y el producto (aun no existe
      *          si el pedido no se facturo); la del mostrador va en
      *          la propia serie.  Con 0 como producto se busca el
      *          numero de serie en todos los articulos, porque el
      *          cliente que llama al servicio tecnico suele tener
      *          solo la etiqueta del aparato.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONSULTA_SERIES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGISTRO DE NUMEROS DE SERIE, SOLO LECTURA
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

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *CABECERAS DE FACTURA, SOLO LECTURA
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *LINEAS DE FACTURA, SOLO LECTURA
       SELECT facturas-detalle
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

       DATA DIVISION.
       FILE SECTION.
      *REGISTRO DE NUMEROS DE SERIE
       FD series-archivo.
           COPY "SERIE-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-series               PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  hay-productos               PIC X VALUE "N".
       77  hay-proveedores             PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  hay-facturas                PIC X VALUE "N".
       77  hay-detalle-factura         PIC X VALUE "N".
       77  recorriendo                 PIC X VALUE "S".
       77  que-producto                PIC 9(6) VALUE 0.
       77  que-serie                   PIC X(20) VALUE SPACES.
       77  series-halladas             PIC 9(4) VALUE 0.
       77  factura-venta               PIC 9(6) VALUE 0.
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM CONSULTAR-UNA-SERIE
           UNTIL si-no = "N".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT series-archivo.
           IF estado-series NOT = "00"
               DISPLAY "No se pudo abrir series.dat, estado: "
                   estado-series
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    SIN LOS MAESTROS LA CONSULTA SALE SIN NOMBRES NI FACTURA
           OPEN INPUT producto-dinamic.
           IF estado-producto = "00"
               MOVE "S" TO hay-productos
           END-IF.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores = "00"
               MOVE "S" TO hay-proveedores
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           END-IF.

           OPEN INPUT facturas-archivo.
           IF estado-facturas = "00"
               MOVE "S" TO hay-facturas
           END-IF.

           OPEN INPUT facturas-detalle.
           IF estado-facdet = "00"
               MOVE "S" TO hay-detalle-factura
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE series-archivo.
           IF hay-productos = "S"
               CLOSE producto-dinamic
           END-IF.
           IF hay-proveedores = "S"
               CLOSE proveedores-archivo
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.
           IF hay-facturas = "S"
               CLOSE facturas-archivo
           END-IF.
           IF hay-detalle-factura = "S"
               CLOSE facturas-detalle
           END-IF.

       CONSULTAR-UNA-SERIE.
           DISPLAY "Numero de serie: ".
           MOVE SPACES TO que-serie.
           ACCEPT que-serie.
           MOVE FUNCTION UPPER-CASE(que-serie) TO que-serie.

           DISPLAY "ID del producto (0 = buscar en todos): ".
           ACCEPT que-producto.

           MOVE 0 TO series-halladas.
           IF que-producto = 0
               PERFORM BUSCAR-SERIE-EN-TODOS
           ELSE
               MOVE que-producto TO ser-producto-id
               MOVE que-serie TO ser-numero
               READ series-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOSTRAR-SERIE
               END-READ
           END-IF.

           IF series-halladas = 0
               DISPLAY "Serie no registrada: " que-serie
           END-IF.

           PERFORM REINICIAR.

      *    EL MISMO NUMERO PUEDE EXISTIR EN DOS FABRICANTES: SE
      *    MUESTRAN TODAS LAS UNIDADES QUE LO LLEVAN
       BUSCAR-SERIE-EN-TODOS.
           MOVE LOW-VALUES TO ser-clave.
           START series-archivo KEY IS NOT LESS THAN ser-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo.
           PERFORM COMPARAR-UNA-SERIE
           UNTIL recorriendo = "N".

       COMPARAR-UNA-SERIE.
           READ series-archivo NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF ser-numero = que-serie
                       PERFORM MOSTRAR-SERIE
                   END-IF
           END-READ.

       MOSTRAR-SERIE.
           ADD 1 TO series-halladas.

           DISPLAY "================================".
           DISPLAY "SERIE " ser-numero " producto " ser-producto-id.
           IF hay-productos = "S"
               MOVE ser-producto-id TO producto-id
               READ producto-dinamic
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "  " producto-descript
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN ser-en-almacen
                   DISPLAY "  Situacion: en el almacen desde el "
                       ser-fecha-estado
               WHEN ser-vendida
                   DISPLAY "  Situacion: vendida, en poder del "
                       "cliente " ser-titular
               WHEN ser-en-proveedor
                   DISPLAY "  Situacion: devuelta al proveedor "
                       ser-titular " el " ser-fecha-estado
           END-EVALUATE.

           PERFORM MOSTRAR-ORIGEN.
           PERFORM MOSTRAR-VENTA.

       MOSTRAR-ORIGEN.
           IF ser-prov-id = SPACES
               DISPLAY "  Suministro: sin recepcion registrada "
                   "(stock anterior al seguimiento)"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "  Suministro: proveedor " ser-prov-id
               " orden " ser-oc-numero " recibida el "
               ser-fecha-recepcion.
           IF hay-proveedores = "S"
               MOVE ser-prov-id TO prov-id
               READ proveedores-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "              " prov-nombre
               END-READ
           END-IF.

       MOSTRAR-VENTA.
           IF ser-fecha-venta = 0
               DISPLAY "  Venta: nunca vendida"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "  Venta: cliente " ser-clientes-id " el "
               ser-fecha-venta.
           IF hay-clientes = "S"
               MOVE ser-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "         " clientes-nombre
               END-READ
           END-IF.

           PERFORM RESOLVER-FACTURA-VENTA.
           IF ser-pedido > 0
               DISPLAY "         pedido " ser-pedido
           END-IF.
           IF factura-venta = 0
               DISPLAY "         factura: sin emitir"
           ELSE
               DISPLAY "         factura " factura-venta
           END-IF.

           IF ser-fecha-devolucion > 0 AND NOT ser-vendida
               DISPLAY "  Devuelta por el cliente el "
                   ser-fecha-devolucion
           END-IF.

           EVALUATE TRUE
               WHEN ser-garantia-hasta = 0
                   DISPLAY "  Garantia: sin garantia"
               WHEN ser-garantia-hasta >= fecha-hoy
                   DISPLAY "  Garantia: EN GARANTIA hasta el "
                       ser-garantia-hasta
               WHEN OTHER
                   DISPLAY "  Garantia: vencida el "
                       ser-garantia-hasta
           END-EVALUATE.

      *    LA VENTA DE MOSTRADOR TRAE SU FACTURA; LA DE PEDIDO SE
      *    BUSCA EN LA LINEA DE FACTURA DE ESE PEDIDO Y PRODUCTO,
      *    QUE TAMBIEN ENCUENTRA LA FACTURA RESUMEN PERIODICA
       RESOLVER-FACTURA-VENTA.
           MOVE ser-factura TO factura-venta.
           IF factura-venta > 0 OR ser-pedido = 0
               EXIT PARAGRAPH
           END-IF.
           IF hay-detalle-factura = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO facd-clave.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo.
           PERFORM BUSCAR-LINEA-FACTURA
           UNTIL recorriendo = "N".

           IF factura-venta > 0 AND hay-facturas = "S"
               MOVE factura-venta TO fac-numero
               READ facturas-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "         facturada el " fac-fecha
               END-READ
           END-IF.

       BUSCAR-LINEA-FACTURA.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF facd-pedido = ser-pedido
                   AND facd-producto-id = ser-producto-id
                       MOVE facd-numero TO factura-venta
                       MOVE "N" TO recorriendo
                   END-IF
           END-READ.

       REINICIAR.
           DISPLAY "¿Desea consultar otra serie? (s/n)".
           ACCEPT si-no.

           IF si-no = "s" OR si-no = "S"
               MOVE "S" TO  si-no
               ELSE
                   MOVE "N" TO  si-no
           END-IF.

       END PROGRAM "CONSULTA_SERIES".
