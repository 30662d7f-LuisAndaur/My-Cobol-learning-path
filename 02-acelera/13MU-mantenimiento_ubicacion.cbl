      *          (ubicaciones.dat): alta, modificacion y listado del
      *          almacen central y las tiendas satelite, mas la
      *          consulta del stock por ubicacion de un producto
      *          contra stock-ubicacion.dat.  Mantiene tambien los
      *          niveles de reposicion de cada tienda por producto
      *          (minimo y objetivo, niveles-reposicion.dat) que usa
      *          la propuesta nocturna de traslados del central.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-stock-ubi.

      *NIVELES DE REPOSICION POR TIENDA EN MODO INDEXADO
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

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE UBICACIONES
       FD stock-ubicacion.
           COPY "STOCK-UBICACION.CPY".

      *NIVELES DE REPOSICION
       FD niveles-reposicion.
           COPY "NIVEL-REPOSICION.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-ubi                  PIC X.
       77  salir-menu-ubi              PIC X VALUE "N".
       77  estado-stock-ubi            PIC X(02) VALUE "00".
       77  que-ubicacion               PIC X(3) VALUE SPACES.
       77  que-producto                PIC 9(6) VALUE 0.
       77  estado-niveles              PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  nivel-existente             PIC X VALUE "N".
       77  leyendo-niveles             PIC X VALUE "S".
       77  minimo-entrada              PIC 9(6) VALUE 0.
       77  objetivo-entrada            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           DISPLAY "(M)odificar ubicacion".
           DISPLAY "(L)istado".
           DISPLAY "(C)onsulta de stock por ubicacion".
           DISPLAY "(N)iveles de reposicion de una tienda".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-ubi.
                   PERFORM LISTAR-UBICACIONES
               WHEN "C"
                   PERFORM CONSULTAR-STOCK-UBICACION
               WHEN "N"
                   PERFORM MANTENER-NIVELES
               WHEN "S"
                   MOVE "S" TO salir-menu-ubi
               WHEN OTHER
                   END-IF
           END-READ.

      *    MINIMO Y OBJETIVO DE UN PRODUCTO EN UNA TIENDA; MINIMO Y
      *    OBJETIVO EN CERO QUITAN EL PRODUCTO DE LA REPOSICION DE
      *    ESA TIENDA.  EL CENTRAL NO LLEVA NIVELES: SU UMBRAL ES EL
      *    CRITICO DEL MAESTRO DE PRODUCTOS.
       MANTENER-NIVELES.
           DISPLAY "ID de la tienda: ".
           ACCEPT que-ubicacion.
           MOVE FUNCTION UPPER-CASE(que-ubicacion) TO ubi-id.

           READ ubicaciones-archivo
               INVALID KEY
                   DISPLAY "Ubicacion inexistente: " que-ubicacion
                   EXIT PARAGRAPH
           END-READ.

           IF ubi-id = "ALM"
               DISPLAY "El almacen central se repone por el critico "
                   "del producto, no por niveles"
               EXIT PARAGRAPH
           END-IF.

           IF ubi-id = "CUA"
               DISPLAY "La cuarentena no se repone: la llenan las "
                   "recepciones y devoluciones"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O niveles-reposicion.
           IF estado-niveles = "35"
               OPEN OUTPUT niveles-reposicion
               CLOSE niveles-reposicion
               OPEN I-O niveles-reposicion
           END-IF.
           IF estado-niveles NOT = "00"
               DISPLAY "No se pudo abrir niveles-reposicion.dat, "
                   "estado: " estado-niveles
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               CLOSE niveles-reposicion
               EXIT PARAGRAPH
           END-IF.

           PERFORM LISTAR-NIVELES-TIENDA.

           MOVE "S" TO si-no.
           PERFORM MANTENER-UN-NIVEL
           UNTIL si-no = "N".

           CLOSE niveles-reposicion.
           CLOSE producto-dinamic.

       MANTENER-UN-NIVEL.
           DISPLAY "ID del producto (0 = volver): ".
           MOVE 0 TO que-producto.
           ACCEPT que-producto.

           IF que-producto = 0
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           MOVE que-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-producto
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY producto-descript.

           MOVE que-producto TO nr-producto-id.
           MOVE ubi-id TO nr-ubi-id.
           READ niveles-reposicion
               INVALID KEY
                   MOVE "N" TO nivel-existente
               NOT INVALID KEY
                   MOVE "S" TO nivel-existente
                   DISPLAY "Minimo actual " nr-minimo
                       " objetivo actual " nr-objetivo
           END-READ.

           DISPLAY "Minimo en la tienda: ".
           ACCEPT minimo-entrada.
           DISPLAY "Objetivo en la tienda: ".
           ACCEPT objetivo-entrada.

           IF objetivo-entrada < minimo-entrada
               DISPLAY "El objetivo no puede ser menor que el minimo"
               EXIT PARAGRAPH
           END-IF.

           IF minimo-entrada = 0 AND objetivo-entrada = 0
               IF nivel-existente = "S"
                   DELETE niveles-reposicion
                       INVALID KEY
                           DISPLAY "No se pudo quitar el nivel, "
                               "estado: " estado-niveles
                       NOT INVALID KEY
                           DISPLAY "Producto fuera de la reposicion "
                               "de la tienda"
                   END-DELETE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE que-producto TO nr-producto-id.
           MOVE ubi-id TO nr-ubi-id.
           MOVE minimo-entrada TO nr-minimo.
           MOVE objetivo-entrada TO nr-objetivo.

           IF nivel-existente = "S"
               REWRITE nivel-reposicion
                   INVALID KEY
                       DISPLAY "No se pudo grabar el nivel, estado: "
                           estado-niveles
                   NOT INVALID KEY
                       DISPLAY "Nivel modificado"
               END-REWRITE
           ELSE
               WRITE nivel-reposicion
                   INVALID KEY
                       DISPLAY "No se pudo grabar el nivel, estado: "
                           estado-niveles
                   NOT INVALID KEY
                       DISPLAY "Nivel dado de alta"
               END-WRITE
           END-IF.

      *    EL ARCHIVO VA POR PRODUCTO; LA TIENDA SE FILTRA AL LEER
       LISTAR-NIVELES-TIENDA.
           MOVE LOW-VALUES TO nr-clave.
           START niveles-reposicion KEY IS NOT LESS THAN nr-clave
               INVALID KEY
                   DISPLAY "Sin niveles de reposicion"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-niveles.
           PERFORM LISTAR-UN-NIVEL
           UNTIL leyendo-niveles = "N".

       LISTAR-UN-NIVEL.
           READ niveles-reposicion NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-niveles
               NOT AT END
                   IF nr-ubi-id = ubi-id
                       DISPLAY nr-producto-id " minimo " nr-minimo
                           " objetivo " nr-objetivo
                   END-IF
           END-READ.

       END PROGRAM "MANTENIMIENTO_UBICACION".
