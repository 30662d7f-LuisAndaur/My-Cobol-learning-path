      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica del registro de facturas de
      *          proveedores al formato con quien capturo y quien
      *          aprobo cada factura.  Se renombra antes el archivo
      *          vivo a compras-facturas-v2.dat; este programa lo
      *          lee con el layout anterior y reconstruye
      *          compras-facturas.dat con el layout vigente, con el
      *          capturador y el aprobador en blanco (las facturas
      *          anteriores no los registraron).  Mismo esquema
      *          origen/destino que MIGRAR_FACTURAS_PROVEEDOR_V2.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MIGRAR_FACTURAS_PROVEEDOR_V3".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *FACTURAS EN FORMATO VIEJO (ORIGEN, RENOMBRADO A MANO)
       SELECT facturas-origen
       ASSIGN TO "compras-facturas-v2.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fpr-clave-v2
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
      *ORIGEN: LAYOUT ANTERIOR, SIN CIRCUITO DE APROBACION
       FD facturas-origen.
       01  factura-proveedor-v2.
           05  fpr-clave-v2.
               10  fpr-prov-id-v2      PIC X(7).
               10  fpr-numero-v2       PIC X(12).
           05  fpr-fecha-v2            PIC 9(8).
           05  fpr-oc-numero-v2        PIC 9(6).
           05  fpr-moneda-v2           PIC X(3).
           05  fpr-base-v2             PIC 9(8)V99.
           05  fpr-impuesto-v2         PIC 9(8)V99.
           05  fpr-total-v2            PIC 9(8)V99.
           05  fpr-estado-v2           PIC X.
           05  fpr-referencia-pago-v2  PIC X(10).
           05  fpr-servicio-profesional-v2 PIC X.
           05  fpr-retencion-pct-v2    PIC 9(2)V99.
           05  fpr-retencion-v2        PIC 9(8)V99.

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
               DISPLAY "No se pudo abrir compras-facturas-v2.dat, "
                   "estado: " estado-origen
               DISPLAY "Renombre las facturas viejas a "
                   "compras-facturas-v2.dat antes de convertir"
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
           MOVE fpr-prov-id-v2         TO fpr-prov-id.
           MOVE fpr-numero-v2          TO fpr-numero.
           MOVE fpr-fecha-v2           TO fpr-fecha.
           MOVE fpr-oc-numero-v2       TO fpr-oc-numero.
           MOVE fpr-moneda-v2          TO fpr-moneda.
           MOVE fpr-base-v2            TO fpr-base.
           MOVE fpr-impuesto-v2        TO fpr-impuesto.
           MOVE fpr-total-v2           TO fpr-total.
           MOVE fpr-estado-v2          TO fpr-estado.
           MOVE fpr-referencia-pago-v2 TO fpr-referencia-pago.

           MOVE fpr-servicio-profesional-v2
                                       TO fpr-servicio-profesional.
           MOVE fpr-retencion-pct-v2   TO fpr-retencion-pct.
           MOVE fpr-retencion-v2       TO fpr-retencion.

           MOVE SPACES TO fpr-capturado-por.
           MOVE SPACES TO fpr-aprobado-por.
           MOVE 0 TO fpr-fecha-aprobacion.

           WRITE factura-proveedor-registro
               INVALID KEY
                   ADD 1 TO total-colisiones
                   DISPLAY "Clave en colision, no migrada: "
                       fpr-prov-id-v2 " " fpr-numero-v2
               NOT INVALID KEY
                   ADD 1 TO total-migrados
           END-WRITE.

       END PROGRAM "MIGRAR_FACTURAS_PROVEEDOR_V3".
