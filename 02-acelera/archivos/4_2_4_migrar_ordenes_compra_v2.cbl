      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las cabeceras de orden de compra
      *          al formato con tipo de orden (reposicion o envio
      *          directo) y destino de la orden directa.  El registro
      *          crecio y el indexado viejo ya no puede abrirse con
      *          el copybook nuevo.  Se renombra antes el archivo
      *          vivo a ordenes-compra-v1.dat; este programa lo lee
      *          con el layout anterior y reconstruye
      *          ordenes-compra.dat con el layout vigente.  Todas las
      *          ordenes existentes son de reposicion de almacen.  Las
      *          lineas (ordenes-compra-detalle.dat) no cambian.
      *          Mismo esquema origen/destino que MIGRAR_ENLACES_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_ORDENES_COMPRA_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT ordenes-origen
       ASSIGN TO "ordenes-compra-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oc-numero-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *CABECERAS EN FORMATO NUEVO (DESTINO)
       SELECT ordenes-destino
       ASSIGN TO "ordenes-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: CABECERA SIN TIPO NI DESTINO
       FD ordenes-origen.
       01  orden-compra-cabecera-v1.
           05  oc-numero-v1            PIC 9(6).
           05  oc-prov-id-v1           PIC X(7).
           05  oc-fecha-v1             PIC 9(8).
           05  oc-estado-v1            PIC X.
           05  oc-total-lineas-v1      PIC 9(3).

      *DESTINO: CABECERA VIGENTE
       FD ordenes-destino.
           COPY "ORDEN-COMPRA-CABECERA.CPY".

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
           OPEN INPUT ordenes-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "ordenes-compra-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT ordenes-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE ordenes-origen.
           CLOSE ordenes-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ ordenes-origen NEXT RECORD
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
           MOVE SPACES TO orden-compra-cabecera.
           MOVE oc-numero-v1                TO oc-numero.
           MOVE oc-prov-id-v1               TO oc-prov-id.
           MOVE oc-fecha-v1                 TO oc-fecha.
           MOVE oc-estado-v1                TO oc-estado.
           MOVE oc-total-lineas-v1          TO oc-total-lineas.
           SET oc-reposicion TO TRUE.
           MOVE 0 TO oc-pedido.

           WRITE orden-compra-cabecera
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       oc-numero-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_ORDENES_COMPRA_V2".
