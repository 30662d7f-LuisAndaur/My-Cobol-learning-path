      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transmision electronica de ordenes de compra a un
      *          proveedor.  Recorre las ordenes no cerradas del
      *          proveedor y corta el archivo oc-envio-XXXXXXX.csv
      *          (XXXXXXX = prov-id) con una fila por linea nueva o
      *          cambiada: ACCION;ORDEN;LINEA;CATALOGO;CANTIDAD;
      *          PRECIO;MONEDA;ENTREGA;PRODUCTO.  ACCION es N para la
      *          linea que el proveedor aun no recibio y M para la
      *          que ya se le envio y despues cambio de cantidad o de
      *          precio.  CATALOGO es el numero del proveedor segun
      *          el enlace producto-proveedor; ENTREGA es la fecha
      *          pedida (fecha de la orden mas el plazo habitual del
      *          proveedor).  Cada linea enviada queda anotada en
      *          ordenes-compra-acuses.dat a la espera del acuse del
      *          proveedor, que importa IMPORTAR_ACUSES_PROVEEDOR; una
      *          linea reenviada pierde el acuse que tuviera.  El
      *          documento impreso de ordenes-compra.prt sigue igual
      *          para el proveedor sin intercambio electronico.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRANSMITIR_ORDENES_COMPRA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *CABECERAS DE ORDEN DE COMPRA, SOLO LECTURA
       SELECT ordenes-compra
       ASSIGN TO "ordenes-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ordenes.

      *LINEAS DE ORDEN DE COMPRA, SOLO LECTURA
       SELECT ordenes-detalle
       ASSIGN TO "ordenes-compra-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ocd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ocdet.

      *ENLACES PRODUCTO-PROVEEDOR, SOLO LECTURA (CATALOGO)
       SELECT producto-proveedor
       ASSIGN TO "producto-proveedor.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-enlaces.

      *ENVIOS Y ACUSES POR LINEA DE ORDEN
       SELECT ordenes-acuses
       ASSIGN TO "ordenes-compra-acuses.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oca-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuses.

      *ARCHIVO DE ENVIO, UNO POR PROVEEDOR
       SELECT envio-proveedor
       ASSIGN TO DYNAMIC nombre-envio
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-envio.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *CABECERAS DE ORDEN DE COMPRA
       FD ordenes-compra.
           COPY "ORDEN-COMPRA-CABECERA.CPY".

      *LINEAS DE ORDEN DE COMPRA
       FD ordenes-detalle.
           COPY "ORDEN-COMPRA-DETALLE.CPY".

      *ENLACES PRODUCTO-PROVEEDOR
       FD producto-proveedor.
           COPY "PRODUCTO-PROVEEDOR.CPY".

      *ENVIOS Y ACUSES
       FD ordenes-acuses.
           COPY "ORDEN-COMPRA-ACUSE.CPY".

      *ARCHIVO DE ENVIO
       FD envio-proveedor.
       01  fila-envio.
           05  env-accion              PIC X.
           05  FILLER                  PIC X VALUE ";".
           05  env-oc-numero           PIC 9(6).
           05  FILLER                  PIC X VALUE ";".
           05  env-linea               PIC 9(3).
           05  FILLER                  PIC X VALUE ";".
           05  env-catalogo            PIC X(15).
           05  FILLER                  PIC X VALUE ";".
           05  env-cantidad            PIC 9(6).
           05  FILLER                  PIC X VALUE ";".
           05  env-precio              PIC 9(4),99.
           05  FILLER                  PIC X VALUE ";".
           05  env-moneda              PIC X(3).
           05  FILLER                  PIC X VALUE ";".
           05  env-fecha-entrega       PIC 9(8).
           05  FILLER                  PIC X VALUE ";".
           05  env-producto-id         PIC 9(6).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-ordenes              PIC X(02) VALUE "00".
       77  estado-ocdet                PIC X(02) VALUE "00".
       77  estado-enlaces              PIC X(02) VALUE "00".
       77  estado-acuses               PIC X(02) VALUE "00".
       77  estado-envio                PIC X(02) VALUE "00".
       77  nombre-envio                PIC X(40) VALUE SPACES.
       77  que-proveedor               PIC X(7) VALUE SPACES.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  fecha-entrega-pedida        PIC 9(8) VALUE 0.
       77  leyendo-lineas              PIC X VALUE "S".
       77  linea-enviada               PIC X VALUE "N".
       77  accion-envio                PIC X VALUE SPACE.
       77  total-ordenes               PIC 9(5) VALUE 0.
       77  total-nuevas                PIC 9(5) VALUE 0.
       77  total-cambiadas             PIC 9(5) VALUE 0.
       77  total-sin-catalogo          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "ID del proveedor: ".
           ACCEPT que-proveedor.
           MOVE FUNCTION UPPER-CASE(que-proveedor) TO que-proveedor.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM RECORRER-ORDENES
           UNTIL si-no = "N".

           DISPLAY "Ordenes transmitidas..: " total-ordenes.
           DISPLAY "Lineas nuevas.........: " total-nuevas.
           DISPLAY "Lineas cambiadas......: " total-cambiadas.
           DISPLAY "Lineas sin catalogo...: " total-sin-catalogo.
           DISPLAY "Archivo generado: " nombre-envio.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT proveedores-archivo.
           IF estado-proveedores NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-proveedores
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE que-proveedor TO prov-id.
           READ proveedores-archivo
               INVALID KEY
                   DISPLAY "Proveedor inexistente: " que-proveedor
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.

           OPEN INPUT ordenes-compra.
           IF estado-ordenes NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.dat, "
                   "estado: " estado-ordenes
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ordenes-detalle.
           IF estado-ocdet NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-detalle.dat,"
                   " estado: " estado-ocdet
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT producto-proveedor.
           IF estado-enlaces NOT = "00"
               DISPLAY "No se pudo abrir producto-proveedor.dat, "
                   "estado: " estado-enlaces
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O ordenes-acuses.
           IF estado-acuses = "35"
               OPEN OUTPUT ordenes-acuses
               CLOSE ordenes-acuses
               OPEN I-O ordenes-acuses
           END-IF.
           IF estado-acuses NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-acuses.dat, "
                   "estado: " estado-acuses
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO nombre-envio.
           STRING "oc-envio-" DELIMITED BY SIZE
               que-proveedor DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO nombre-envio.

           OPEN OUTPUT envio-proveedor.
           IF estado-envio NOT = "00"
               DISPLAY "No se pudo abrir " nombre-envio
                   ", estado: " estado-envio
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE proveedores-archivo.
           CLOSE ordenes-compra.
           CLOSE ordenes-detalle.
           CLOSE producto-proveedor.
           CLOSE ordenes-acuses.
           CLOSE envio-proveedor.

       RECORRER-ORDENES.
           READ ordenes-compra NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF oc-prov-id = que-proveedor
                   AND NOT oc-cerrada
                       PERFORM TRANSMITIR-ORDEN
                   END-IF
           END-READ.

      *    LA FECHA PEDIDA ES LA DE LA ORDEN MAS EL PLAZO HABITUAL
      *    DEL PROVEEDOR; ES LA MISMA PARA TODAS LAS LINEAS
       TRANSMITIR-ORDEN.
           COMPUTE fecha-entrega-pedida =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(oc-fecha)
                   + prov-plazo-entrega).

           MOVE "N" TO linea-enviada.
           MOVE oc-numero TO ocd-numero.
           MOVE 0 TO ocd-linea.
           START ordenes-detalle KEY IS NOT LESS THAN ocd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-lineas.
           PERFORM TRANSMITIR-UNA-LINEA
           UNTIL leyendo-lineas = "N".

           IF linea-enviada = "S"
               ADD 1 TO total-ordenes
           END-IF.

       TRANSMITIR-UNA-LINEA.
           READ ordenes-detalle NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-lineas
               NOT AT END
                   IF ocd-numero NOT = oc-numero
                       MOVE "N" TO leyendo-lineas
                   ELSE
                       PERFORM DECIDIR-ENVIO-LINEA
                   END-IF
           END-READ.

      *    LA LINEA NUNCA ENVIADA VA COMO NUEVA SI SIGUE ABIERTA; LA
      *    YA ENVIADA SOLO VUELVE A IR SI CAMBIO SU CANTIDAD O SU
      *    PRECIO DESDE EL ULTIMO ENVIO
       DECIDIR-ENVIO-LINEA.
           MOVE SPACE TO accion-envio.
           MOVE ocd-clave TO oca-clave.
           READ ordenes-acuses
               INVALID KEY
                   IF ocd-abierta
                       MOVE "N" TO accion-envio
                   END-IF
               NOT INVALID KEY
                   IF ocd-cantidad-pedida NOT = oca-cantidad-enviada
                   OR ocd-precio NOT = oca-precio-enviado
                       MOVE "M" TO accion-envio
                   END-IF
           END-READ.

           IF accion-envio = SPACE
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-CATALOGO.
           PERFORM GRABAR-FILA-ENVIO.
           PERFORM ANOTAR-ENVIO.

       BUSCAR-CATALOGO.
           MOVE ocd-producto-id TO prpr-producto-id.
           MOVE que-proveedor TO prpr-prov-id.
           READ producto-proveedor
               INVALID KEY
                   MOVE SPACES TO prpr-catalogo
           END-READ.

           IF prpr-catalogo = SPACES
               ADD 1 TO total-sin-catalogo
               DISPLAY "Linea sin numero de catalogo: " ocd-numero
                   "-" ocd-linea " producto " ocd-producto-id
           END-IF.

       GRABAR-FILA-ENVIO.
           MOVE accion-envio TO env-accion.
           MOVE ocd-numero TO env-oc-numero.
           MOVE ocd-linea TO env-linea.
           MOVE prpr-catalogo TO env-catalogo.
           MOVE ocd-cantidad-pedida TO env-cantidad.
           MOVE ocd-precio TO env-precio.
           MOVE prov-moneda TO env-moneda.
           MOVE fecha-entrega-pedida TO env-fecha-entrega.
           MOVE ocd-producto-id TO env-producto-id.

           WRITE fila-envio.
           IF estado-envio NOT = "00"
               DISPLAY "Error al grabar el envio, estado: "
                   estado-envio
               MOVE "N" TO si-no
               MOVE "N" TO leyendo-lineas
           ELSE
               MOVE "S" TO linea-enviada
               IF accion-envio = "N"
                   ADD 1 TO total-nuevas
               ELSE
                   ADD 1 TO total-cambiadas
               END-IF
           END-IF.

      *    LO ENVIADO SUSTITUYE AL ENVIO ANTERIOR Y BORRA SU ACUSE:
      *    EL PROVEEDOR TIENE QUE CONFIRMAR LA LINEA OTRA VEZ
       ANOTAR-ENVIO.
           IF estado-envio NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE ocd-clave TO oca-clave.
           MOVE que-proveedor TO oca-prov-id.
           MOVE ocd-producto-id TO oca-producto-id.
           MOVE prpr-catalogo TO oca-catalogo.
           MOVE fecha-hoy TO oca-fecha-envio.
           MOVE ocd-cantidad-pedida TO oca-cantidad-enviada.
           MOVE ocd-precio TO oca-precio-enviado.
           MOVE fecha-entrega-pedida TO oca-fecha-pedida.
           SET oca-enviada TO TRUE.
           MOVE 0 TO oca-fecha-acuse oca-cantidad-confirmada
               oca-precio-confirmado oca-fecha-confirmada.
           MOVE SPACES TO oca-diferencias.

           IF accion-envio = "N"
               WRITE orden-compra-acuse
                   INVALID KEY
                       DISPLAY "No se pudo anotar el envio, estado: "
                           estado-acuses
               END-WRITE
           ELSE
               REWRITE orden-compra-acuse
                   INVALID KEY
                       DISPLAY "No se pudo anotar el envio, estado: "
                           estado-acuses
               END-REWRITE
           END-IF.

       END PROGRAM "TRANSMITIR_ORDENES_COMPRA".
