      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las reglas de precio especial
      *          al formato con familia en la clave (la clave crecio
      *          y el indexado viejo ya no puede abrirse con el
      *          copybook nuevo).  Se renombra antes el archivo vivo
      *          a precios-especiales-v1.dat; este programa lo lee
      *          con el layout anterior y reconstruye
      *          precios-especiales.dat con el layout vigente.  Toda
      *          regla existente queda con la familia en espacios:
      *          la de producto sigue siendo de ese producto y la de
      *          producto 0 sigue alcanzando a todo el catalogo.
      *          Mismo esquema origen/destino que
      *          MIGRAR_ORDENES_COMPRA_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_PRECIOS_ESPECIALES_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGLAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT precios-origen
       ASSIGN TO "precios-especiales-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pre-clave-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *REGLAS EN FORMATO NUEVO (DESTINO)
       SELECT precios-destino
       ASSIGN TO "precios-especiales.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pre-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: REGLA SIN FAMILIA
       FD precios-origen.
       01  precio-especial-v1.
           05  pre-clave-v1.
               10  pre-tipo-v1         PIC X.
               10  pre-clientes-id-v1  PIC X(7).
               10  pre-producto-id-v1  PIC 9(6).
           05  pre-precio-v1           PIC 9(4)V99.
           05  pre-descuento-pct-v1    PIC 9(2)V99.
           05  pre-desde-v1            PIC 9(8).
           05  pre-hasta-v1            PIC 9(8).

      *DESTINO: REGLA VIGENTE
       FD precios-destino.
           COPY "PRECIO-ESPECIAL.CPY".

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
           OPEN INPUT precios-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir precios-especiales-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "precios-especiales-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT precios-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir precios-especiales.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE precios-origen.
           CLOSE precios-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ precios-origen NEXT RECORD
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
           MOVE SPACES TO precio-especial-registro.
           MOVE pre-tipo-v1                 TO pre-tipo.
           MOVE pre-clientes-id-v1          TO pre-clientes-id.
           MOVE SPACES                      TO pre-familia.
           MOVE pre-producto-id-v1          TO pre-producto-id.
           MOVE pre-precio-v1               TO pre-precio.
           MOVE pre-descuento-pct-v1        TO pre-descuento-pct.
           MOVE pre-desde-v1                TO pre-desde.
           MOVE pre-hasta-v1                TO pre-hasta.

           WRITE precio-especial-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       pre-clave-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_PRECIOS_ESPECIALES_V2".
