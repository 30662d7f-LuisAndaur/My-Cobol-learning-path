      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del maestro de clientes al formato
      *          con frecuencia de facturacion (el registro crecio y
      *          el indexado viejo ya no puede abrirse con el
      *          copybook nuevo).  Se renombra antes el maestro vivo
      *          a clientes-i-v5.dat; este programa lo lee con el
      *          layout anterior, deja a todos los clientes con
      *          factura por pedido, como hasta ahora, y reconstruye
      *          clientes-i.dat con el layout vigente.
      *          Mismo esquema origen/destino que MIGRAR_CLIENTE_V5.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_CLIENTE_V6".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT clientes-origen
       ASSIGN TO "clientes-i-v5.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id-v5
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *MAESTRO EN FORMATO NUEVO (DESTINO)
       SELECT clientes-destino
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN FRECUENCIA DE FACTURACION
       FD clientes-origen.
       01  clientes-registro-v5.
           05  clientes-id-v5          PIC X(7).
           05  clientes-nombre-v5      PIC X(35).
           05  clientes-estado-v5      PIC 9.
           05  clientes-direccion-v5   PIC X(35).
           05  clientes-telefono-v5    PIC X(9).
           05  clientes-contacto-v5    PIC X(25).
           05  clientes-nif-v5         PIC X(9).
           05  clientes-limite-v5      PIC 9(6)V99.
           05  clientes-plazo-v5       PIC 9(3).
           05  clientes-interes-v5     PIC 9(2)V99.
           05  clientes-exento-v5      PIC X.
           05  clientes-recargo-v5     PIC X.

      *DESTINO: LAYOUT VIGENTE
       FD clientes-destino.
           COPY "CLIENTES-REGISTRO.CPY".

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
           OPEN INPUT clientes-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir clientes-i-v5.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el maestro viejo a "
                   "clientes-i-v5.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT clientes-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE clientes-origen.
           CLOSE clientes-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ clientes-origen NEXT RECORD
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

      *    TODOS LOS CLIENTES SIGUEN FACTURANDOSE POR PEDIDO: LOS
      *    QUE PASEN A FACTURA RESUMEN QUINCENAL O MENSUAL SE MARCAN
      *    DESPUES EN MODIFICAR_CLIENTE_I.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO clientes-registro.
           MOVE clientes-id-v5        TO clientes-id.
           MOVE clientes-nombre-v5    TO clientes-nombre.
           MOVE clientes-estado-v5    TO clientes-estado.
           MOVE clientes-direccion-v5 TO clientes-direccion.
           MOVE clientes-telefono-v5  TO clientes-telefono.
           MOVE clientes-contacto-v5  TO clientes-contacto.
           MOVE clientes-nif-v5       TO clientes-nif.
           MOVE clientes-limite-v5    TO clientes-limite-credito.
           MOVE clientes-plazo-v5     TO clientes-plazo-pago.
           MOVE clientes-interes-v5   TO clientes-interes-demora.
           MOVE clientes-exento-v5    TO clientes-exento-interes.
           MOVE clientes-recargo-v5   TO clientes-recargo-equiv.
           MOVE "P" TO clientes-frecuencia-fac.

           WRITE clientes-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       clientes-id-v5
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_CLIENTE_V6".
