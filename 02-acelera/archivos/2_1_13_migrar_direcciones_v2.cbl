      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las direcciones de entrega al
      *          formato con orden de parada en la ruta (el registro
      *          crecio y el indexado viejo ya no puede abrirse con el
      *          copybook nuevo).  Se renombra antes el archivo vivo a
      *          direcciones-envio-v1.dat; este programa lo lee con
      *          el layout anterior y reconstruye
      *          direcciones-envio.dat con el layout vigente, dejando
      *          todas las direcciones con la parada 0 (se ordenan
      *          despues en MANTENIMIENTO_DIRECCIONES).  Mismo esquema
      *          origen/destino que MIGRAR_PEDIDOS_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_DIRECCIONES_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DIRECCIONES EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT direcciones-origen
       ASSIGN TO "direcciones-envio-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *DIRECCIONES EN FORMATO NUEVO (DESTINO)
       SELECT direcciones-destino
       ASSIGN TO "direcciones-envio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: DIRECCION SIN ORDEN DE PARADA
       FD direcciones-origen.
       01  direccion-envio-v1.
           05  dir-clave-v1.
               10  dir-clientes-id-v1  PIC X(7).
               10  dir-numero-v1       PIC 9(3).
           05  dir-direccion-v1        PIC X(35).
           05  dir-contacto-v1         PIC X(25).
           05  dir-telefono-v1         PIC X(9).
           05  dir-notas-v1            PIC X(40).
           05  dir-ruta-v1             PIC X(4).
           05  dir-estado-v1           PIC X.

      *DESTINO: DIRECCION VIGENTE
       FD direcciones-destino.
           COPY "DIRECCION-ENVIO.CPY".

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
           OPEN INPUT direcciones-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir direcciones-envio-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "direcciones-envio-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT direcciones-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir direcciones-envio.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE direcciones-origen.
           CLOSE direcciones-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ direcciones-origen NEXT RECORD
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
           MOVE SPACES TO direccion-envio-registro.
           MOVE dir-clientes-id-v1          TO dir-clientes-id.
           MOVE dir-numero-v1               TO dir-numero.
           MOVE dir-direccion-v1            TO dir-direccion.
           MOVE dir-contacto-v1             TO dir-contacto.
           MOVE dir-telefono-v1             TO dir-telefono.
           MOVE dir-notas-v1                TO dir-notas.
           MOVE dir-ruta-v1                 TO dir-ruta.
           MOVE dir-estado-v1               TO dir-estado.
           MOVE 0                           TO dir-orden-ruta.

           WRITE direccion-envio-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       dir-clave-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_DIRECCIONES_V2".
