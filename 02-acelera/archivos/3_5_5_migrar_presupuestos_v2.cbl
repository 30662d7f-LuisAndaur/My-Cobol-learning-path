      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las cabeceras de presupuesto al
      *          formato con vendedor (el registro crecio y el
      *          indexado viejo ya no puede abrirse con el copybook
      *          nuevo).  Se renombra antes el archivo vivo a
      *          presupuestos-v1.dat; este programa lo lee con el
      *          layout anterior y reconstruye presupuestos.dat con
      *          el layout vigente, dejando el vendedor en espacios
      *          (los presupuestos anteriores no lo anotaban; al
      *          convertirlos se pide como hasta hoy).  Mismo esquema
      *          origen/destino que MIGRAR_PRESUPUESTOS_DETALLE_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_PRESUPUESTOS_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT cabecera-origen
       ASSIGN TO "presupuestos-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pres-numero-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *CABECERAS EN FORMATO NUEVO (DESTINO)
       SELECT cabecera-destino
       ASSIGN TO "presupuestos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pres-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: CABECERA SIN VENDEDOR
       FD cabecera-origen.
       01  presupuesto-cabecera-v1.
           05  pres-numero-v1          PIC 9(6).
           05  pres-clientes-id-v1     PIC X(7).
           05  pres-fecha-v1           PIC 9(8).
           05  pres-validez-v1         PIC 9(8).
           05  pres-estado-v1          PIC X.
           05  pres-total-lineas-v1    PIC 9(3).
           05  pres-pedido-v1          PIC 9(6).

      *DESTINO: CABECERA VIGENTE
       FD cabecera-destino.
           COPY "PRESUPUESTO-CABECERA.CPY".

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
           OPEN INPUT cabecera-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir presupuestos-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre el archivo vivo a "
                   "presupuestos-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT cabecera-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir presupuestos.dat, "
                   "estado: " estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE cabecera-origen.
           CLOSE cabecera-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ cabecera-origen NEXT RECORD
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

      *    VENDEDOR EN ESPACIOS: LOS PRESUPUESTOS ANTERIORES NO LO
      *    ANOTABAN.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO presupuesto-cabecera.
           MOVE pres-numero-v1              TO pres-numero.
           MOVE pres-clientes-id-v1         TO pres-clientes-id.
           MOVE pres-fecha-v1               TO pres-fecha.
           MOVE pres-validez-v1             TO pres-validez.
           MOVE pres-estado-v1              TO pres-estado.
           MOVE pres-total-lineas-v1        TO pres-total-lineas.
           MOVE pres-pedido-v1              TO pres-pedido.
           MOVE SPACES TO pres-empleados-id.

           WRITE presupuesto-cabecera
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       pres-numero-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_PRESUPUESTOS_V2".
