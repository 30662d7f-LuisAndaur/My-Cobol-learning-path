      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del maestro de productos al
      *          formato con estado del ciclo de vida (el registro
      *          crecio de 100 a 110 bytes y el indexado viejo ya no
      *          puede abrirse con el copybook nuevo).  Se renombra
      *          antes el maestro vivo a producto-v3.dat; este
      *          programa lo lee con el layout anterior, deja todos
      *          los articulos activos desde la fecha de conversion y
      *          reconstruye producto.dat con el layout vigente.
      *          Mismo esquema origen/destino que MIGRAR_PRODUCTO_V3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_PRODUCTO_V4".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT producto-origen
       ASSIGN TO "producto-v3.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *MAESTRO EN FORMATO NUEVO (DESTINO)
       SELECT producto-destino
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN ESTADO
       FD producto-origen.
       01  producto-registro-v1.
           05  producto-id-v1          PIC 9(6).
           05  producto-control-v1     PIC 9.
           05  producto-descript-v1    PIC X(35).
           05  producto-precio-v1      PIC 9(4)V99.
           05  producto-moneda-v1      PIC X(3).
           05  producto-stock-v1       PIC 9(6).
           05  producto-caducidad-v1   PIC 9(8).
           05  producto-critico-v1     PIC 9(6).
           05  producto-registrado-v1  PIC X(7).
           05  producto-costo-v1       PIC 9(4)V99.
           05  producto-iva-codigo-v1  PIC X(2).
           05  producto-unidad-vta-v1  PIC X(3).
           05  producto-unidad-cpa-v1  PIC X(3).
           05  producto-factor-v1      PIC 9(4).
           05  producto-familia-v1     PIC X(4).

      *DESTINO: LAYOUT VIGENTE
       FD producto-destino.
           COPY "PRODUCTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.
       77  total-colisiones            PIC 9(6) VALUE 0.
       77  fecha-sistema               PIC X(21).
       77  fecha-conversion            PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-conversion.

           OPEN INPUT producto-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir producto-v3.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el maestro vivo a producto-v3.dat "
                   "antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT producto-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir producto.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE producto-origen.
           CLOSE producto-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ producto-origen NEXT RECORD
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

      *    TODO ARTICULO EXISTENTE QUEDA ACTIVO; LOS BLOQUEOS Y LAS
      *    BAJAS DE CATALOGO SE CARGAN LUEGO EN EL MANTENIMIENTO.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO producto-registro.
           MOVE producto-id-v1         TO producto-id.
           MOVE producto-control-v1    TO producto-control.
           MOVE producto-descript-v1   TO producto-descript.
           MOVE producto-precio-v1     TO producto-precio.
           MOVE producto-moneda-v1     TO producto-moneda.
           MOVE producto-stock-v1      TO producto-stock.
           MOVE producto-caducidad-v1  TO producto-caducidad.
           MOVE producto-critico-v1    TO producto-critico.
           MOVE producto-registrado-v1 TO producto-registrado-por.
           MOVE producto-costo-v1      TO producto-costo.
           MOVE producto-iva-codigo-v1 TO producto-iva-codigo.
           MOVE producto-unidad-vta-v1 TO producto-unidad-venta.
           MOVE producto-unidad-cpa-v1 TO producto-unidad-compra.
           MOVE producto-factor-v1     TO producto-factor-compra.
           MOVE producto-familia-v1    TO producto-familia.
           MOVE "A" TO producto-estado.
           MOVE fecha-conversion TO producto-estado-fecha.
           MOVE "A" TO producto-estado-anterior.

           WRITE producto-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       producto-id-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_PRODUCTO_V4".
