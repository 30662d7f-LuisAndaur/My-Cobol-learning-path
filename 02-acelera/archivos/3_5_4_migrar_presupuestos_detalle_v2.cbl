      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las lineas de presupuesto al
      *          formato que distingue articulos de servicios (el
      *          registro crecio y el indexado viejo ya no puede
      *          abrirse con el copybook nuevo).  Se renombra antes el
      *          archivo vivo a presupuestos-detalle-v1.dat; este
      *          programa lo lee con el layout anterior y reconstruye
      *          presupuestos-detalle.dat con el layout vigente,
      *          marcando todas las lineas como de articulo (hasta hoy
      *          no habia otras).  Mismo esquema origen/destino que
      *          MIGRAR_FACTURAS_DETALLE_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_PRESUPUESTOS_DETALLE_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LINEAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT detalle-origen
       ASSIGN TO "presupuestos-detalle-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS presd-clave-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *LINEAS EN FORMATO NUEVO (DESTINO)
       SELECT detalle-destino
       ASSIGN TO "presupuestos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS presd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LINEA SIN TIPO
       FD detalle-origen.
       01  presupuesto-detalle-v1.
           05  presd-clave-v1.
               10  presd-numero-v1     PIC 9(6).
               10  presd-linea-v1      PIC 9(3).
           05  presd-producto-id-v1    PIC 9(6).
           05  presd-cantidad-v1       PIC 9(6).
           05  presd-precio-v1         PIC 9(4)V99.
           05  presd-moneda-v1         PIC X(3).

      *DESTINO: LINEA VIGENTE
       FD detalle-destino.
           COPY "PRESUPUESTO-DETALLE.CPY".

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
               DISPLAY "No se pudo abrir presupuestos-detalle-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "presupuestos-detalle-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT detalle-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir presupuestos-detalle.dat, "
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
           MOVE SPACES TO presupuesto-detalle.
           MOVE presd-numero-v1             TO presd-numero.
           MOVE presd-linea-v1              TO presd-linea.
           MOVE presd-producto-id-v1        TO presd-producto-id.
           MOVE presd-cantidad-v1           TO presd-cantidad.
           MOVE presd-precio-v1             TO presd-precio.
           MOVE presd-moneda-v1             TO presd-moneda.
           SET presd-articulo TO TRUE.

           WRITE presupuesto-detalle
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       presd-clave-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_PRESUPUESTOS_DETALLE_V2".
