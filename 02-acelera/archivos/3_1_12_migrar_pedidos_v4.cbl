      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las cabeceras de pedido al
      *          formato con plazo prometido y marca de servido
      *          completo (el registro crecio y el indexado viejo ya
      *          no puede abrirse con el copybook nuevo).  Se renombra
      *          antes el archivo vivo a pedidos-v3.dat; este programa
      *          lo lee con el layout anterior y reconstruye
      *          pedidos.dat con el layout vigente.  Los pedidos
      *          existentes quedan con el plazo estandar de 3 dias
      *          habiles y como servidos completos: el faltante que
      *          tuvieran no se guardo en su dia.  Mismo esquema
      *          origen/destino que MIGRAR_PEDIDOS_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_PEDIDOS_V4".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT pedidos-origen
       ASSIGN TO "pedidos-v3.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero-v3
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *CABECERAS EN FORMATO NUEVO (DESTINO)
       SELECT pedidos-destino
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: CABECERA SIN PLAZO PROMETIDO
       FD pedidos-origen.
       01  pedido-cabecera-v3.
           05  ped-numero-v3           PIC 9(6).
           05  ped-clientes-id-v3      PIC X(7).
           05  ped-fecha-v3            PIC 9(8).
           05  ped-estado-v3           PIC X.
           05  ped-total-lineas-v3     PIC 9(3).
           05  ped-empleados-id-v3     PIC X(7).
           05  ped-direccion-envio-v3  PIC 9(3).

      *DESTINO: CABECERA VIGENTE
       FD pedidos-destino.
           COPY "PEDIDO-CABECERA.CPY".

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
           OPEN INPUT pedidos-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir pedidos-v3.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "pedidos-v3.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT pedidos-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir pedidos.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE pedidos-origen.
           CLOSE pedidos-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ pedidos-origen NEXT RECORD
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
           MOVE SPACES TO pedido-cabecera.
           MOVE ped-numero-v3               TO ped-numero.
           MOVE ped-clientes-id-v3          TO ped-clientes-id.
           MOVE ped-fecha-v3                TO ped-fecha.
           MOVE ped-estado-v3               TO ped-estado.
           MOVE ped-total-lineas-v3         TO ped-total-lineas.
           MOVE ped-empleados-id-v3         TO ped-empleados-id.
           MOVE ped-direccion-envio-v3      TO ped-direccion-envio.
           MOVE 3                           TO ped-plazo-prometido.
           SET ped-sin-faltante             TO TRUE.

           WRITE pedido-cabecera
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       ped-numero-v3
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_PEDIDOS_V4".
