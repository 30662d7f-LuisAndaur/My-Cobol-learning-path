      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del maestro de clientes al formato
      *          con regimen de recargo de equivalencia (el registro
      *          crecio y el indexado viejo ya no puede abrirse con
      *          el copybook nuevo).  Se renombra antes el maestro
      *          vivo a clientes-i-v4.dat; este programa lo lee con
      *          el layout anterior, deja a todos los clientes fuera
      *          del regimen y reconstruye clientes-i.dat con el
      *          layout vigente.
      *          Mismo esquema origen/destino que MIGRAR_CLIENTE_V4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_CLIENTE_V5".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT clientes-origen
       ASSIGN TO "clientes-i-v4.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id-v4
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
      *ORIGEN: LAYOUT ANTERIOR, SIN RECARGO DE EQUIVALENCIA
       FD clientes-origen.
       01  clientes-registro-v4.
           05  clientes-id-v4          PIC X(7).
           05  clientes-nombre-v4      PIC X(35).
           05  clientes-estado-v4      PIC 9.
           05  clientes-direccion-v4   PIC X(35).
           05  clientes-telefono-v4    PIC X(9).
           05  clientes-contacto-v4    PIC X(25).
           05  clientes-nif-v4         PIC X(9).
           05  clientes-limite-v4      PIC 9(6)V99.
           05  clientes-plazo-v4       PIC 9(3).
           05  clientes-interes-v4     PIC 9(2)V99.
           05  clientes-exento-v4      PIC X.

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
               DISPLAY "No se pudo abrir clientes-i-v4.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el maestro viejo a "
                   "clientes-i-v4.dat antes de convertir"
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

      *    NINGUN CLIENTE ARRANCA EN RECARGO DE EQUIVALENCIA: LOS
      *    COMERCIANTES MINORISTAS SE MARCAN DESPUES EN
      *    MODIFICAR_CLIENTE_I, ANTES DE LA PRIMERA FACTURACION.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO clientes-registro.
           MOVE clientes-id-v4        TO clientes-id.
           MOVE clientes-nombre-v4    TO clientes-nombre.
           MOVE clientes-estado-v4    TO clientes-estado.
           MOVE clientes-direccion-v4 TO clientes-direccion.
           MOVE clientes-telefono-v4  TO clientes-telefono.
           MOVE clientes-contacto-v4  TO clientes-contacto.
           MOVE clientes-nif-v4       TO clientes-nif.
           MOVE clientes-limite-v4    TO clientes-limite-credito.
           MOVE clientes-plazo-v4     TO clientes-plazo-pago.
           MOVE clientes-interes-v4   TO clientes-interes-demora.
           MOVE clientes-exento-v4    TO clientes-exento-interes.
           MOVE "N" TO clientes-recargo-equiv.

           WRITE clientes-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       clientes-id-v4
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_CLIENTE_V5".
