      * Date:
      * Purpose: Mantenimiento de las reglas de precio especial
      *          (precios-especiales.dat): precios o descuentos
      *          pactados por cliente y promociones de la casa con
      *          vigencia desde/hasta, para un producto, para una
      *          familia o subfamilia entera (producto 0) o para
      *          todo el catalogo (producto 0 y familia vacia).
      *          Alta, baja y listado; el cliente se valida contra
      *          clientes-i.dat, el producto contra producto.dat y
      *          la familia contra familias.dat.  El alta de pedidos
      *          resuelve con estas reglas el mejor precio aplicable,
      *          asi el descuento de los grandes clientes deja de
      *          aplicarse retocando la factura a mano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *MAESTRO DE FAMILIAS, SOLO LECTURA
       SELECT familias-archivo
       ASSIGN TO "familias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fam-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-familias.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *MAESTRO DE FAMILIAS
       FD familias-archivo.
           COPY "FAMILIA-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".
       77  que-tipo                    PIC X VALUE SPACE.
       77  que-cliente                 PIC X(7) VALUE SPACES.
       77  que-producto                PIC 9(6) VALUE 0.
       77  que-familia                 PIC X(4) VALUE SPACES.
       77  estado-familias             PIC X(02) VALUE "00".
       77  hay-familias                PIC X VALUE "N".
       77  leyendo-precios             PIC X VALUE "S".

       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

      *    SIN MAESTRO DE FAMILIAS NO SE ADMITEN REGLAS DE FAMILIA
           OPEN INPUT familias-archivo.
           IF estado-familias = "00"
               MOVE "S" TO hay-familias
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE precios-archivo.
           CLOSE clientes-archivo.
           CLOSE producto-dinamic.
           IF hay-familias = "S"
               CLOSE familias-archivo
           END-IF.

       MOSTRAR-MENU-PRECIOS.
           DISPLAY "===== PRECIOS ESPECIALES =====".
               MOVE SPACES TO pre-clientes-id
           END-IF.

           DISPLAY "ID del producto (0 = familia o todos): ".
           ACCEPT que-producto.

           MOVE SPACES TO que-familia.
           IF que-producto NOT = 0
               MOVE que-producto TO producto-id
               READ producto-dinamic
                       DISPLAY "Producto inexistente: " que-producto
                       EXIT PARAGRAPH
               END-READ
           ELSE
               PERFORM PEDIR-FAMILIA-REGLA
               IF que-familia NOT = SPACES
                   IF hay-familias = "N"
                       DISPLAY "Sin maestro de familias: regla "
                           "de familia no admitida"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE que-familia TO fam-codigo
                   READ familias-archivo
                       INVALID KEY
                           DISPLAY "Familia inexistente: "
                               que-familia
                           EXIT PARAGRAPH
                   END-READ
                   IF NOT fam-activa
                       DISPLAY "Familia inactiva: " que-familia
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE que-familia TO pre-familia.
           MOVE que-producto TO pre-producto-id.

           DISPLAY "Precio pactado (0 = usar descuento): ".
               MOVE SPACES TO pre-clientes-id
           END-IF.

           DISPLAY "ID del producto (0 = familia o todos): ".
           ACCEPT que-producto.
           MOVE que-producto TO pre-producto-id.

           MOVE SPACES TO que-familia.
           IF que-producto = 0
               PERFORM PEDIR-FAMILIA-REGLA
           END-IF.
           MOVE que-familia TO pre-familia.

           DELETE precios-archivo RECORD
               INVALID KEY
                   DISPLAY "Regla inexistente"
                   DISPLAY "Regla borrada"
           END-DELETE.

       PEDIR-FAMILIA-REGLA.
           DISPLAY "Familia o subfamilia (vacio = todo el catalogo): ".
           MOVE SPACES TO que-familia.
           ACCEPT que-familia.
           MOVE FUNCTION UPPER-CASE(que-familia) TO que-familia.

       LISTAR-REGLAS.
           MOVE SPACES TO pre-clave.
           START precios-archivo KEY IS NOT LESS THAN pre-clave
                   MOVE "N" TO leyendo-precios
               NOT AT END
                   DISPLAY pre-tipo " " pre-clientes-id " "
                       pre-familia " " pre-producto-id
                       " precio " pre-precio
                       " dto " pre-descuento-pct " % de "
                       pre-desde " a " pre-hasta
           END-READ.
