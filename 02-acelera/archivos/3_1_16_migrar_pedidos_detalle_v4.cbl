      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las lineas de pedido al formato
      *          con situacion de linea (activa, remanente en espera
      *          de stock, liberada, facturada o cancelada).  El
      *          registro crecio y el indexado viejo ya no puede
      *          abrirse con el copybook nuevo.  Se renombra antes el
      *          archivo vivo a pedidos-detalle-v3.dat; este programa
      *          lo lee con el layout anterior y reconstruye
      *          pedidos-detalle.dat con el layout vigente.  Todas las
      *          lineas quedan activas: hasta hoy no habia remanentes
      *          y en los pedidos ya cerrados sigue mandando el estado
      *          de la cabecera.  Mismo esquema origen/destino que
      *          MIGRAR_PEDIDOS_DETALLE_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_PEDIDOS_DETALLE_V4".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LINEAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT detalle-origen
       ASSIGN TO "pedidos-detalle-v3.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave-v3
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *LINEAS EN FORMATO NUEVO (DESTINO)
       SELECT detalle-destino
       ASSIGN TO "pedidos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LINEA SIN SITUACION
       FD detalle-origen.
       01  pedido-detalle-v3.
           05  pedd-clave-v3.
               10  pedd-numero-v3      PIC 9(6).
               10  pedd-linea-v3       PIC 9(3).
           05  pedd-producto-id-v3     PIC 9(6).
           05  pedd-cantidad-v3        PIC 9(6).
           05  pedd-precio-v3          PIC 9(4)V99.
           05  pedd-moneda-v3          PIC X(3).
           05  pedd-servida-v3         PIC 9(6).
           05  pedd-regla-precio-v3    PIC X.
           05  pedd-tipo-linea-v3      PIC X.

      *DESTINO: LINEA VIGENTE
       FD detalle-destino.
           COPY "PEDIDO-DETALLE.CPY".

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
               DISPLAY "No se pudo abrir pedidos-detalle-v3.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "pedidos-detalle-v3.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT detalle-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir pedidos-detalle.dat, "
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
           MOVE SPACES TO pedido-detalle.
           MOVE pedd-numero-v3              TO pedd-numero.
           MOVE pedd-linea-v3               TO pedd-linea.
           MOVE pedd-producto-id-v3         TO pedd-producto-id.
           MOVE pedd-cantidad-v3            TO pedd-cantidad.
           MOVE pedd-precio-v3              TO pedd-precio.
           MOVE pedd-moneda-v3              TO pedd-moneda.
           MOVE pedd-servida-v3             TO pedd-servida.
           MOVE pedd-regla-precio-v3        TO pedd-regla-precio.
           MOVE pedd-tipo-linea-v3          TO pedd-tipo-linea.
           SET pedd-activa TO TRUE.

           WRITE pedido-detalle
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       pedd-clave-v3
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_PEDIDOS_DETALLE_V4".
