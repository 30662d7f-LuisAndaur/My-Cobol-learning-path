      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del registro de facturas de
      *          proveedores al formato con retencion de IRPF de
      *          servicios profesionales.  Se renombra antes el
      *          archivo vivo a compras-facturas-v1.dat; este
      *          programa lo lee con el layout anterior, deja todas
      *          las facturas como no profesionales y sin retencion
      *          (su cargo en cuentas por pagar ya se asento por el
      *          total) y reconstruye compras-facturas.dat con el
      *          layout vigente.  Mismo esquema origen/destino que
      *          MIGRAR_PROVEEDOR_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_FACTURAS_PROVEEDOR_V2".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *FACTURAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT facturas-origen
       ASSIGN TO "compras-facturas-v1.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fpr-clave-v1
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-origen.

      *FACTURAS EN FORMATO NUEVO (DESTINO)
       SELECT facturas-destino
       ASSIGN TO "compras-facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-destino.

       DATA DIVISION.
       FILE SECTION.
      *ORIGEN: LAYOUT ANTERIOR, SIN RETENCION
       FD facturas-origen.
       01  factura-proveedor-v1.
           05  fpr-clave-v1.
               10  fpr-prov-id-v1      PIC X(7).
               10  fpr-numero-v1       PIC X(12).
           05  fpr-fecha-v1            PIC 9(8).
           05  fpr-oc-numero-v1        PIC 9(6).
           05  fpr-moneda-v1           PIC X(3).
           05  fpr-base-v1             PIC 9(8)V99.
           05  fpr-impuesto-v1         PIC 9(8)V99.
           05  fpr-total-v1            PIC 9(8)V99.
           05  fpr-estado-v1           PIC X.
           05  fpr-referencia-pago-v1  PIC X(10).

      *DESTINO: LAYOUT VIGENTE
       FD facturas-destino.
           COPY "FACTURA-PROVEEDOR.CPY".

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
           OPEN INPUT facturas-origen.
           IF estado-origen NOT = "00"
               DISPLAY "No se pudo abrir compras-facturas-v1.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre las facturas viejas a "
                   "compras-facturas-v1.dat antes de convertir"
               STOP RUN
           END-IF.

           OPEN OUTPUT facturas-destino.
           IF estado-destino NOT = "00"
               DISPLAY "No se pudo abrir compras-facturas.dat, "
                   "estado: " estado-destino
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

       GRABAR-EN-DESTINO.
           MOVE SPACES TO factura-proveedor-registro.
           MOVE fpr-prov-id-v1         TO fpr-prov-id.
           MOVE fpr-numero-v1          TO fpr-numero.
           MOVE fpr-fecha-v1           TO fpr-fecha.
           MOVE fpr-oc-numero-v1       TO fpr-oc-numero.
           MOVE fpr-moneda-v1          TO fpr-moneda.
           MOVE fpr-base-v1            TO fpr-base.
           MOVE fpr-impuesto-v1        TO fpr-impuesto.
           MOVE fpr-total-v1           TO fpr-total.
           MOVE fpr-estado-v1          TO fpr-estado.
           MOVE fpr-referencia-pago-v1 TO fpr-referencia-pago.

           MOVE "N" TO fpr-servicio-profesional.
           MOVE 0 TO fpr-retencion-pct.
           MOVE 0 TO fpr-retencion.

           WRITE factura-proveedor-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       fpr-prov-id-v1 " " fpr-numero-v1
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_FACTURAS_PROVEEDOR_V2".
