      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las lineas de factura al formato
      *          que distingue articulos de servicios (el registro
      *          crecio y el indexado viejo ya no puede abrirse con el
      *          copybook nuevo).  Se renombra antes el archivo vivo a
      *          facturas-detalle-v2.dat; este programa lo lee con el
      *          layout anterior y reconstruye facturas-detalle.dat con
      *          el layout vigente, marcando todas las lineas como de
      *          articulo (hasta hoy no habia otras).  Mismo esquema
      *          origen/destino que MIGRAR_FACTURAS_DETALLE_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_FACTURAS_DETALLE_V3".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LINEAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT detalle-origen
       ASSIGN TO "facturas-detalle-v2.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave-v2
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *LINEAS EN FORMATO NUEVO (DESTINO)
       SELECT detalle-destino
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LINEA SIN TIPO
       FD detalle-origen.
       01  factura-detalle-v2.
           05  facd-clave-v2.
               10  facd-numero-v2      PIC 9(6).
               10  facd-linea-v2       PIC 9(3).
           05  facd-producto-id-v2     PIC 9(6).
           05  facd-cantidad-v2        PIC 9(6).
           05  facd-precio-v2          PIC 9(4)V99.
           05  facd-moneda-v2          PIC X(3).
           05  facd-importe-v2         PIC 9(8)V99.
           05  facd-pedido-v2          PIC 9(6).

      *DESTINO: LINEA VIGENTE
       FD detalle-destino.
           COPY "FACTURA-DETALLE.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.
       77  total-colisiones            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT detalle-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle-v2.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "facturas-detalle-v2.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT detalle-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE detalle-origen.
           CLOSE detalle-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
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

       GRABAR-EN-DESTINO.
           MOVE SPACES TO factura-detalle.
           MOVE facd-numero-v2              TO facd-numero.
           MOVE facd-linea-v2               TO facd-linea.
           MOVE facd-producto-id-v2         TO facd-producto-id.
           MOVE facd-cantidad-v2            TO facd-cantidad.
           MOVE facd-precio-v2              TO facd-precio.
           MOVE facd-moneda-v2              TO facd-moneda.
           MOVE facd-importe-v2             TO facd-importe.
           MOVE facd-pedido-v2              TO facd-pedido.
           SET facd-articulo TO TRUE.

           WRITE factura-detalle
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       facd-clave-v2
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_FACTURAS_DETALLE_V3".
