      *          y lista en backorders.rpt las salidas pendientes de
      *          surtir (producto, cantidad pendiente, fecha y
      *          documento de origen), con el total en cola al pie,
      *          para perseguir lo que esta atascado.  Una segunda
      *          seccion lista los remanentes de pedidos de venta
      *          (lineas en espera de stock o ya liberadas y aun sin
      *          preparar) con el cliente y su nombre, para avisarle
      *          de lo que le falta.  Sin cola de backorders la
      *          primera seccion sale vacia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-backorders.

      *LINEAS DE PEDIDO, SOLO LECTURA
       SELECT pedidos-detalle
       ASSIGN TO "pedidos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-detalle.

      *CABECERAS DE PEDIDO, SOLO LECTURA
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *ARCHIVO DE SALIDA DEL REPORTE
       SELECT reporte-backorders
       ASSIGN TO "backorders.rpt"
       FD backorders-archivo.
           COPY "BACKORDER-REGISTRO.CPY".

      *LINEAS DE PEDIDO
       FD pedidos-detalle.
           COPY "PEDIDO-DETALLE.CPY".

      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *ARCHIVO DE REPORTE
       FD reporte-backorders.
       01  linea-reporte               PIC X(80).
       77  estado-backorders           PIC X(02) VALUE "00".
       77  estado-reporte              PIC X(02) VALUE "00".
       77  total-pendientes            PIC 9(6) VALUE 0.
       77  hay-backorders              PIC X VALUE "N".
       77  estado-detalle              PIC X(02) VALUE "00".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  hay-pedidos                 PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  leyendo-lineas              PIC X VALUE "S".
       77  total-remanentes            PIC 9(6) VALUE 0.

       01  encabezado-backorder.
           05  FILLER                  PIC X(8)  VALUE "PRODUCTO".
               VALUE "BACKORDERS EN COLA: ".
           05  lt-pendientes           PIC ZZZ,ZZ9.

       01  titulo-remanentes.
           05  FILLER                  PIC X(37)
               VALUE "REMANENTES DE PEDIDOS DE VENTA (B = E".
           05  FILLER                  PIC X(34)
               VALUE "N ESPERA DE STOCK, L = LIBERADO)".

       01  encabezado-remanente.
           05  FILLER                  PIC X(6)  VALUE "PEDIDO".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(3)  VALUE "LIN".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "PRODUCTO".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "CANTID.".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "CLIENTE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "NOMBRE".
           05  FILLER                  PIC X(3)  VALUE "SIT".

       01  detalle-remanente.
           05  dr-pedido               PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-linea                PIC 9(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-producto             PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  dr-cantidad             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-clientes-id          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-nombre               PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  dr-situacion            PIC X.

       01  linea-total-remanentes.
           05  FILLER                  PIC X(22)
               VALUE "REMANENTES ABIERTOS: ".
           05  lt-remanentes           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT backorders-archivo.
           IF estado-backorders = "00"
               MOVE "S" TO hay-backorders
           ELSE
               IF estado-backorders NOT = "35"
                   DISPLAY "No se pudo abrir backorders.dat, estado: "
                       estado-backorders
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT reporte-backorders.

           WRITE linea-reporte FROM encabezado-backorder.

           IF hay-backorders = "S"
               PERFORM LEER-BACKORDERS
               UNTIL si-no = "N"
               CLOSE backorders-archivo
           END-IF.

           MOVE total-pendientes TO lt-pendientes.
           WRITE linea-reporte FROM SPACES.
           WRITE linea-reporte FROM linea-totales.

           PERFORM LISTAR-REMANENTES-PEDIDOS.

           CLOSE reporte-backorders.

           DISPLAY "Backorders pendientes: " total-pendientes.
           DISPLAY "Remanentes de pedidos: " total-remanentes.
           DISPLAY "Reporte generado en backorders.rpt".
           GOBACK.

           MOVE bko-documento TO db-documento.
           WRITE linea-reporte FROM detalle-backorder.

      *    SIN LINEAS DE PEDIDO NO HAY SECCION; SIN CABECERAS O SIN
      *    CLIENTES LA LINEA SALE SIN CLIENTE O SIN NOMBRE
       LISTAR-REMANENTES-PEDIDOS.
           OPEN INPUT pedidos-detalle.
           IF estado-detalle NOT = "00"
               DISPLAY "Sin pedidos-detalle.dat, no se listan "
                   "remanentes de pedidos"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT pedidos-archivo.
           IF estado-pedidos = "00"
               MOVE "S" TO hay-pedidos
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           END-IF.

           WRITE linea-reporte FROM SPACES.
           WRITE linea-reporte FROM titulo-remanentes.
           WRITE linea-reporte FROM encabezado-remanente.

           MOVE "S" TO leyendo-lineas.
           PERFORM LEER-LINEA-PEDIDO
           UNTIL leyendo-lineas = "N".

           MOVE total-remanentes TO lt-remanentes.
           WRITE linea-reporte FROM SPACES.
           WRITE linea-reporte FROM linea-total-remanentes.

           CLOSE pedidos-detalle.
           IF hay-pedidos = "S"
               CLOSE pedidos-archivo
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.

       LEER-LINEA-PEDIDO.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-lineas
               NOT AT END
                   IF pedd-remanente
                       ADD 1 TO total-remanentes
                       PERFORM IMPRIMIR-REMANENTE
                   END-IF
           END-READ.

       IMPRIMIR-REMANENTE.
           MOVE pedd-numero TO dr-pedido.
           MOVE pedd-linea TO dr-linea.
           MOVE pedd-producto-id TO dr-producto.
           MOVE pedd-cantidad TO dr-cantidad.
           MOVE pedd-situacion TO dr-situacion.
           MOVE SPACES TO dr-clientes-id.
           MOVE SPACES TO dr-nombre.

           IF hay-pedidos = "S"
               MOVE pedd-numero TO ped-numero
               READ pedidos-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ped-clientes-id TO dr-clientes-id
               END-READ
           END-IF.

           IF hay-clientes = "S" AND dr-clientes-id NOT = SPACES
               MOVE dr-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       MOVE "CLIENTE INEXISTENTE" TO dr-nombre
                   NOT INVALID KEY
                       MOVE clientes-nombre TO dr-nombre
               END-READ
           END-IF.

           WRITE linea-reporte FROM detalle-remanente.

       END PROGRAM "REPORTE_BACKORDER".
