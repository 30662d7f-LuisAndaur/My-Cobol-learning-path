      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las cabeceras de factura al
      *          formato con tipo de factura (el registro crecio y el
      *          indexado viejo ya no puede abrirse con el copybook
      *          nuevo).  Se renombra antes el archivo vivo a
      *          facturas-v1.dat; este programa lo lee con el layout
      *          anterior, marca todas las facturas existentes como
      *          ordinarias (F, venta) y reconstruye facturas.dat con
      *          el layout vigente.  Las lineas no cambian.  Mismo
      *          esquema origen/destino que MIGRAR_PEDIDOS_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_FACTURAS_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT facturas-origen
       ASSIGN TO "facturas-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *CABECERAS EN FORMATO NUEVO (DESTINO)
       SELECT facturas-destino
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: CABECERA SIN TIPO DE FACTURA
       FD facturas-origen.
       01  factura-cabecera-v1.
           05  fac-numero-v1           PIC 9(6).
           05  fac-pedido-v1           PIC 9(6).
           05  fac-clientes-id-v1      PIC X(7).
           05  fac-fecha-v1            PIC 9(8).
           05  fac-total-lineas-v1     PIC 9(3).
           05  fac-totales-moneda-v1 OCCURS 3 TIMES.
               10  fac-moneda-v1       PIC X(3).
               10  fac-base-v1         PIC 9(8)V99.
               10  fac-impuesto-v1     PIC 9(8)V99.
               10  fac-total-v1        PIC 9(8)V99.

      *DESTINO: CABECERA VIGENTE
       FD facturas-destino.
           COPY "FACTURA-CABECERA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-origen               PIC X(02) VALUE "00".
       77  estado-destino              PIC X(02) VALUE "00".
       77  ix-mon                      PIC 9 VALUE 0.
       77  total-leidos                PIC 9(6) VALUE 0.
       77  total-migrados              PIC 9(6) VALUE 0.
       77  total-colisiones            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN INPUT facturas-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir facturas-v1.dat, estado: "
                   estado-origen
               DISPLAY "Renombre el archivo vivo a facturas-v1.dat "
                   "antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT facturas-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-destino
               STOP RUN
           END-IF.

           PERFORM MIGRAR-REGISTRO
           UNTIL si-no = "N".

           CLOSE facturas-origen.
           CLOSE facturas-destino.

           DISPLAY "Registros leidos....: " total-leidos.
           DISPLAY "Registros migrados..: " total-migrados.
           DISPLAY "Claves en colision..: " total-colisiones.
           STOP RUN.

       MIGRAR-REGISTRO.
           READ facturas-origen NEXT RECORD
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

      *    TODO LO FACTURADO HASTA HOY SON VENTAS: LAS FACTURAS DE
      *    INTERESES DE DEMORA NACEN CON EL LAYOUT NUEVO.
       GRABAR-EN-DESTINO.
           MOVE SPACES TO factura-cabecera.
           MOVE fac-numero-v1        TO fac-numero.
           MOVE fac-pedido-v1        TO fac-pedido.
           MOVE fac-clientes-id-v1   TO fac-clientes-id.
           MOVE fac-fecha-v1         TO fac-fecha.
           MOVE fac-total-lineas-v1  TO fac-total-lineas.
           MOVE 0 TO ix-mon.
           PERFORM COPIAR-TOTAL-MONEDA 3 TIMES.
           SET fac-ordinaria TO TRUE.

           WRITE factura-cabecera
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       fac-numero-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       COPIAR-TOTAL-MONEDA.
           ADD 1 TO ix-mon.
           MOVE fac-moneda-v1(ix-mon)   TO fac-moneda(ix-mon).
           MOVE fac-base-v1(ix-mon)     TO fac-base(ix-mon).
           MOVE fac-impuesto-v1(ix-mon) TO fac-impuesto(ix-mon).
           MOVE fac-total-v1(ix-mon)    TO fac-total(ix-mon).

       END PROGRAM "MIGRAR_FACTURAS_V2".
