      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las lineas de orden de compra al
      *          formato con precio pactado y acuerdo marco.  El
      *          registro crecio y el indexado viejo ya no puede
      *          abrirse con el copybook nuevo.  Se renombra antes el
      *          archivo vivo a ordenes-compra-detalle-v1.dat; este
      *          programa lo lee con el layout anterior y reconstruye
      *          ordenes-compra-detalle.dat con el layout vigente.
      *          Las lineas existentes quedan sin precio (la factura
      *          del proveedor se sigue cotejando contra el ultimo
      *          precio del enlace) y sin acuerdo.  Las cabeceras no
      *          cambian.  Mismo esquema origen/destino que
      *          MIGRAR_ORDENES_COMPRA_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_ORDENES_DETALLE_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LINEAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT detalle-origen
       ASSIGN TO "ordenes-compra-detalle-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ocd-clave-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *LINEAS EN FORMATO NUEVO (DESTINO)
       SELECT detalle-destino
       ASSIGN TO "ordenes-compra-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ocd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LINEA SIN PRECIO NI ACUERDO
       FD detalle-origen.
       01  orden-compra-detalle-v1.
           05  ocd-clave-v1.
               10  ocd-numero-v1       PIC 9(6).
               10  ocd-linea-v1        PIC 9(3).
           05  ocd-producto-id-v1      PIC 9(6).
           05  ocd-cantidad-pedida-v1  PIC 9(6).
           05  ocd-cantidad-recibida-v1 PIC 9(6).
           05  ocd-estado-v1           PIC X.

      *DESTINO: LINEA VIGENTE
       FD detalle-destino.
           COPY "ORDEN-COMPRA-DETALLE.CPY".

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
               DISPLAY "No se pudo abrir ordenes-compra-detalle-v1"
                   ".dat, estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "ordenes-compra-detalle-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT detalle-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-detalle.dat, "
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
           MOVE SPACES TO orden-compra-detalle.
           MOVE ocd-numero-v1               TO ocd-numero.
           MOVE ocd-linea-v1                TO ocd-linea.
           MOVE ocd-producto-id-v1          TO ocd-producto-id.
           MOVE ocd-cantidad-pedida-v1      TO ocd-cantidad-pedida.
           MOVE ocd-cantidad-recibida-v1    TO ocd-cantidad-recibida.
           MOVE ocd-estado-v1               TO ocd-estado.
           MOVE 0 TO ocd-precio.
           MOVE 0 TO ocd-acuerdo.

           WRITE orden-compra-detalle
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       ocd-numero-v1 "/" ocd-linea-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_ORDENES_DETALLE_V2".
