      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las lineas de factura al formato
      *          que guarda el pedido de origen de cada linea (el
      *          registro crecio y el indexado viejo ya no puede
      *          abrirse con el copybook nuevo).  Se renombra antes el
      *          archivo vivo a facturas-detalle-v1.dat; este programa
      *          lo lee con el layout anterior, toma el pedido de la
      *          cabecera de cada factura (hasta hoy una factura era un
      *          pedido, o ninguno en venta de mostrador e intereses)
      *          y reconstruye facturas-detalle.dat con el layout
      *          vigente.  Mismo esquema origen/destino que
      *          MIGRAR_FACTURAS_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_FACTURAS_DETALLE_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LINEAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT detalle-origen
       ASSIGN TO "facturas-detalle-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *LINEAS EN FORMATO NUEVO (DESTINO)
       SELECT detalle-destino
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

      *CABECERAS DE FACTURA, SOLO LECTURA PARA TOMAR EL PEDIDO
       SELECT facturas
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LINEA SIN PEDIDO DE ORIGEN
       FD detalle-origen.
       01  factura-detalle-v1.
           05  facd-clave-v1.
               10  facd-numero-v1      PIC 9(6).
               10  facd-linea-v1       PIC 9(3).
           05  facd-producto-id-v1     PIC 9(6).
           05  facd-cantidad-v1        PIC 9(6).
           05  facd-precio-v1          PIC 9(4)V99.
           05  facd-moneda-v1          PIC X(3).
           05  facd-importe-v1         PIC 9(8)V99.

      *DESTINO: LINEA VIGENTE
       FD detalle-destino.
           COPY "FACTURA-DETALLE.CPY".

       FD facturas.
           COPY "FACTURA-CABECERA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.
       77  total-colisiones            PIC 9(6) VALUE 0.
       77  total-sin-cabecera          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT detalle-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "facturas-detalle-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN INPUT facturas.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               STOP RUN
           END-IF.

           OPEN OUTPUT detalle-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           MOVE 0 TO fac-numero.
           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE detalle-origen.
           CLOSE facturas.
           CLOSE detalle-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           DISPLAY "Sin cabecera........: " total-sin-cabecera.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ detalle-origen NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-origen NOT = "00"
                       DISPLAY "Error leyendo el origen, estado: "
                           estado-origen
                       MOVE "N" TO si-no
                   ELSE
                       ADD 1 TO total-leidos
                       PERFORM GRABAR-EN-DESTINO
                   END-IF
           END-READ.

      *    HASTA HOY CADA FACTURA SALIA DE UN SOLO PEDIDO: LA LINEA
      *    HEREDA EL DE SU CABECERA.  UNA LINEA HUERFANA SE MIGRA
      *    IGUAL, CON PEDIDO CERO, Y SE CUENTA PARA REVISARLA.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO factura-detalle.
           MOVE facd-numero-v1       TO facd-numero.
           MOVE facd-linea-v1        TO facd-linea.
           MOVE facd-producto-id-v1  TO facd-producto-id.
           MOVE facd-cantidad-v1     TO facd-cantidad.
           MOVE facd-precio-v1       TO facd-precio.
           MOVE facd-moneda-v1       TO facd-moneda.
           MOVE facd-importe-v1      TO facd-importe.
           MOVE 0 TO facd-pedido.

           IF fac-numero NOT = facd-numero-v1
               MOVE facd-numero-v1 TO fac-numero
               READ facturas
                   INVALID KEY
                       MOVE 0 TO fac-pedido
                       ADD 1 TO total-sin-cabecera
                       DISPLAY "Linea sin cabecera: " facd-clave-v1
               END-READ
           END-IF.
           MOVE fac-pedido TO facd-pedido.

           WRITE factura-detalle
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       facd-clave-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_FACTURAS_DETALLE_V2".
