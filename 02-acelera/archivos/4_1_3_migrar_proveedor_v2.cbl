      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del maestro de proveedores al
      *          formato con NIF (el registro crecio y el indexado
      *          viejo ya no puede abrirse con el copybook nuevo).
      *          Se renombra antes el maestro vivo a
      *          proveedores-v1.dat; este programa lo lee con el
      *          layout anterior, deja el NIF en blanco (se carga
      *          despues desde MANTENIMIENTO_PROVEEDOR) y reconstruye
      *          proveedores.dat con el layout vigente.  Mismo
      *          esquema origen/destino que MIGRAR_CLIENTE_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_PROVEEDOR_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT proveedores-origen
       ASSIGN TO "proveedores-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *MAESTRO EN FORMATO NUEVO (DESTINO)
       SELECT proveedores-destino
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN NIF
       FD proveedores-origen.
       01  proveedor-registro-v1.
           05  prov-id-v1              PIC X(7).
           05  prov-nombre-v1          PIC X(35).
           05  prov-contacto-v1        PIC X(25).
           05  prov-telefono-v1        PIC X(9).
           05  prov-plazo-entrega-v1   PIC 9(3).
           05  prov-moneda-v1          PIC X(3).
           05  prov-estado-v1          PIC 9.

      *DESTINO: LAYOUT VIGENTE
       FD proveedores-destino.
           COPY "PROVEEDOR-REGISTRO.CPY".

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
           OPEN INPUT proveedores-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir proveedores-v1.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el maestro viejo a "
                   "proveedores-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT proveedores-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE proveedores-origen.
           CLOSE proveedores-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ proveedores-origen NEXT RECORD
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

      *    EL NIF ARRANCA EN BLANCO: LA DECLARACION ANUAL MARCA
      *    COMO SIN NIF A LOS PROVEEDORES QUE LLEGUEN AL UMBRAL
      *    HASTA QUE SE CARGUE EL DE CADA UNO.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO proveedor-registro.
           MOVE prov-id-v1            TO prov-id.
           MOVE prov-nombre-v1        TO prov-nombre.
           MOVE prov-contacto-v1      TO prov-contacto.
           MOVE prov-telefono-v1      TO prov-telefono.
           MOVE prov-plazo-entrega-v1 TO prov-plazo-entrega.
           MOVE prov-moneda-v1        TO prov-moneda.
           MOVE prov-estado-v1        TO prov-estado.
           MOVE SPACES TO prov-nif.

           WRITE proveedor-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       prov-id-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_PROVEEDOR_V2".
