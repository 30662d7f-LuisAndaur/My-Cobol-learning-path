      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del maestro de clientes al formato
      *          con ruta de reparto y orden de parada (el registro
      *          crecio y el indexado viejo ya no puede abrirse con
      *          el copybook nuevo).  Se renombra antes el maestro
      *          vivo a clientes-i-v7.dat; este programa lo lee con
      *          el layout anterior, deja a todos los clientes sin
      *          ruta asignada y reconstruye clientes-i.dat con el
      *          layout vigente.
      *          Mismo esquema origen/destino que MIGRAR_CLIENTE_V7.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_CLIENTE_V8".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT clientes-origen
       ASSIGN TO "clientes-i-v7.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id-v7
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
      *ORIGEN: LAYOUT ANTERIOR, SIN RUTA DE REPARTO
       FD clientes-origen.
       01  clientes-registro-v7.
           05  clientes-id-v7          PIC X(7).
           05  clientes-nombre-v7      PIC X(35).
           05  clientes-estado-v7      PIC 9.
           05  clientes-direccion-v7   PIC X(35).
           05  clientes-telefono-v7    PIC X(9).
           05  clientes-contacto-v7    PIC X(25).
           05  clientes-nif-v7         PIC X(9).
           05  clientes-limite-v7      PIC 9(6)V99.
           05  clientes-plazo-v7       PIC 9(3).
           05  clientes-interes-v7     PIC 9(2)V99.
           05  clientes-exento-v7      PIC X.
           05  clientes-recargo-v7     PIC X.
           05  clientes-frecuencia-v7  PIC X.
           05  clientes-facturae-v7    PIC X.

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
               DISPLAY "No se pudo abrir clientes-i-v7.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el maestro viejo a "
                   "clientes-i-v7.dat antes de convertir"
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

      *    NINGUN CLIENTE TRAE RUTA: SE ASIGNAN DESPUES EN
      *    MODIFICAR_CLIENTE_I, Y MIENTRAS TANTO SUS PEDIDOS A LA
      *    DIRECCION DE LA FICHA SALEN COMO SIN RUTA EN EL DESPACHO.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO clientes-registro.
           MOVE clientes-id-v7        TO clientes-id.
           MOVE clientes-nombre-v7    TO clientes-nombre.
           MOVE clientes-estado-v7    TO clientes-estado.
           MOVE clientes-direccion-v7 TO clientes-direccion.
           MOVE clientes-telefono-v7  TO clientes-telefono.
           MOVE clientes-contacto-v7  TO clientes-contacto.
           MOVE clientes-nif-v7       TO clientes-nif.
           MOVE clientes-limite-v7    TO clientes-limite-credito.
           MOVE clientes-plazo-v7     TO clientes-plazo-pago.
           MOVE clientes-interes-v7   TO clientes-interes-demora.
           MOVE clientes-exento-v7    TO clientes-exento-interes.
           MOVE clientes-recargo-v7   TO clientes-recargo-equiv.
           MOVE clientes-frecuencia-v7 TO clientes-frecuencia-fac.
           MOVE clientes-facturae-v7  TO clientes-factura-electr.
           MOVE SPACES TO clientes-ruta.
           MOVE 0 TO clientes-orden-ruta.

           WRITE clientes-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       clientes-id-v7
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_CLIENTE_V8".
