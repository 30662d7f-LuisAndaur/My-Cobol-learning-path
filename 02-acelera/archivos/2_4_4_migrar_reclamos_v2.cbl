      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del registro de reclamos al
      *          formato con marca de adeudo devuelto (el registro
      *          crecio y el indexado viejo ya no puede abrirse con
      *          el copybook nuevo).  Se renombra antes el archivo
      *          vivo a reclamos-v1.dat; este programa lo lee con el
      *          layout anterior, arranca la marca en "N" y
      *          reconstruye reclamos.dat con el layout vigente.
      *          Mismo esquema origen/destino que MIGRAR_CLIENTE_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_RECLAMOS_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *RECLAMOS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT reclamos-origen
       ASSIGN TO "reclamos-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS recl-clientes-id-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *RECLAMOS EN FORMATO NUEVO (DESTINO)
       SELECT reclamos-destino
       ASSIGN TO "reclamos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS recl-clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN MARCA DE ADEUDO DEVUELTO
       FD reclamos-origen.
       01  reclamo-registro-v1.
           05  recl-clientes-id-v1     PIC X(7).
           05  recl-nivel-v1           PIC 9.
           05  recl-fecha-carta-v1     PIC 9(8).

      *DESTINO: LAYOUT VIGENTE
       FD reclamos-destino.
           COPY "RECLAMO-REGISTRO.CPY".

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
           OPEN INPUT reclamos-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir reclamos-v1.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el archivo viejo a "
                   "reclamos-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT reclamos-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir reclamos.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE reclamos-origen.
           CLOSE reclamos-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ reclamos-origen NEXT RECORD
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
           MOVE SPACES TO reclamo-registro.
           MOVE recl-clientes-id-v1   TO recl-clientes-id.
           MOVE recl-nivel-v1         TO recl-nivel.
           MOVE recl-fecha-carta-v1   TO recl-fecha-carta.
           MOVE "N" TO recl-adeudo-devuelto.

           WRITE reclamo-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       recl-clientes-id-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_RECLAMOS_V2".
