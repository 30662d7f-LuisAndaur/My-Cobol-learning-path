      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de la cola de pedidos retenidos
      *          por credito al formato con quien capturo el pedido.
      *          Se renombra antes el archivo vivo a
      *          pedidos-retenidos-v1.dat; este programa lo lee con
      *          el layout anterior, deja el capturador en blanco (no
      *          se guardaba) y reconstruye pedidos-retenidos.dat con
      *          el layout vigente.  Mismo esquema origen/destino que
      *          MIGRAR_FACTURAS_PROVEEDOR_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_RETENIDOS_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *COLA EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT retenidos-origen
       ASSIGN TO "pedidos-retenidos-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ret-numero-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *COLA EN FORMATO NUEVO (DESTINO)
       SELECT retenidos-destino
       ASSIGN TO "pedidos-retenidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ret-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN CAPTURADOR
       FD retenidos-origen.
       01  pedido-retenido-v1.
           05  ret-numero-v1           PIC 9(6).
           05  ret-clientes-id-v1      PIC X(7).
           05  ret-fecha-v1            PIC 9(8).
           05  ret-valor-pedido-v1     PIC 9(8)V99.
           05  ret-exposicion-v1       PIC S9(8)V99.
           05  ret-limite-v1           PIC 9(6)V99.
           05  ret-motivo-v1           PIC X(30).
           05  ret-estado-v1           PIC X.
           05  ret-resuelto-por-v1     PIC X(7).
           05  ret-fecha-resolucion-v1 PIC 9(8).

      *DESTINO: LAYOUT VIGENTE
       FD retenidos-destino.
           COPY "PEDIDO-RETENIDO.CPY".

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
           OPEN INPUT retenidos-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir pedidos-retenidos-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre la cola vieja a "
                   "pedidos-retenidos-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT retenidos-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir pedidos-retenidos.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE retenidos-origen.
           CLOSE retenidos-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ retenidos-origen NEXT RECORD
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
           MOVE SPACES TO pedido-retenido-registro.
           MOVE ret-numero-v1          TO ret-numero.
           MOVE ret-clientes-id-v1     TO ret-clientes-id.
           MOVE ret-fecha-v1           TO ret-fecha.
           MOVE ret-valor-pedido-v1    TO ret-valor-pedido.
           MOVE ret-exposicion-v1      TO ret-exposicion.
           MOVE ret-limite-v1          TO ret-limite.
           MOVE ret-motivo-v1          TO ret-motivo.
           MOVE ret-estado-v1          TO ret-estado.
           MOVE ret-resuelto-por-v1    TO ret-resuelto-por.
           MOVE ret-fecha-resolucion-v1
                                       TO ret-fecha-resolucion.
           MOVE SPACES TO ret-capturado-por.

           WRITE pedido-retenido-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       ret-numero-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_RETENIDOS_V2".
