      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del registro de recepciones al
      *          formato con el precio unitario del proveedor en cada
      *          linea (el registro crecio de 36 a 42 bytes y el
      *          formato anterior ya no puede leerse con el copybook
      *          nuevo).  Se renombra antes el archivo vivo a
      *          recepciones-v1.dat; este programa lo lee con el
      *          layout anterior, deja el precio en cero (no se
      *          guardaba) y regraba recepciones.dat con el layout
      *          vigente.  Una recepcion con precio cero no entra en
      *          la comparacion de costes de destino.  Mismo esquema
      *          origen/destino que MIGRAR_AUDITORIA_PROD_V4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_RECEPCIONES_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *RECEPCIONES EN FORMATO ANTERIOR (ORIGEN, RENOMBRADO A MANO)
       SELECT recepciones-origen
       ASSIGN TO "recepciones-v1.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-origen.

      *RECEPCIONES EN FORMATO NUEVO (DESTINO)
       SELECT recepciones-destino
       ASSIGN TO "recepciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR DE 36 BYTES, SIN PRECIO
       FD recepciones-origen.
       01  recepcion-registro-v1.
           05  rec-oc-numero-v1        PIC 9(6).
           05  rec-linea-v1            PIC 9(3).
           05  rec-prov-id-v1          PIC X(7).
           05  rec-producto-id-v1      PIC 9(6).
           05  rec-cantidad-v1         PIC 9(6).
           05  rec-fecha-v1            PIC 9(8).

      *DESTINO: LAYOUT VIGENTE
       FD recepciones-destino.
           COPY "RECEPCION-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT recepciones-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir recepciones-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "recepciones-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT recepciones-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir recepciones.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE recepciones-origen.
           CLOSE recepciones-destino.

           DISPLAY "Registros leidos..: " total-leidos.
           DISPLAY "Registros migrados: " total-migrados.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ recepciones-origen
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
           MOVE SPACES TO recepcion-registro.
           MOVE rec-oc-numero-v1 TO rec-oc-numero.
           MOVE rec-linea-v1 TO rec-linea.
           MOVE rec-prov-id-v1 TO rec-prov-id.
           MOVE rec-producto-id-v1 TO rec-producto-id.
           MOVE rec-cantidad-v1 TO rec-cantidad.
           MOVE rec-fecha-v1 TO rec-fecha.
           MOVE 0 TO rec-precio.

           WRITE recepcion-registro.
           IF estado-destino NOT = "00"
               DISPLAY "Error al grabar el destino, estado: "
                   estado-destino
               MOVE "N" TO si-no
           ELSE
               ADD 1 TO total-migrados
           END-IF.

       END PROGRAM "MIGRAR_RECEPCIONES_V2".
