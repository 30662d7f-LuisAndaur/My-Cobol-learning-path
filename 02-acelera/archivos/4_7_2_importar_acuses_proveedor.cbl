      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacion del acuse de un proveedor a las ordenes
      *          que se le transmitieron (oc-acuse-XXXXXXX.csv,
      *          campos ORDEN;LINEA;CATALOGO;CANTIDAD;PRECIO;ENTREGA).
      *          Cada fila se valida contra lo anotado en
      *          ordenes-compra-acuses.dat al transmitir: la linea
      *          tiene que haberse enviado a ese proveedor y, si trae
      *          catalogo, tiene que ser el mismo.  Lo bueno anota la
      *          cantidad, el precio y la fecha de entrega que el
      *          proveedor confirma y marca la linea como acusada,
      *          con una marca por cada diferencia contra lo pedido;
      *          las lineas con diferencias salen en el reporte de
      *          discrepancias por el escritor de spool para que
      *          compras las acepte o las reclame.  Las filas malas
      *          se reescriben con su motivo en
      *          oc-acuse-XXXXXXX-rechazos.csv, como hace la
      *          importacion de tiendas.  Desde el acuse, el
      *          desempeno del proveedor se mide contra lo que el
      *          prometio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMPORTAR_ACUSES_PROVEEDOR".
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

      *ENVIOS Y ACUSES POR LINEA DE ORDEN
       SELECT ordenes-acuses
       ASSIGN TO "ordenes-compra-acuses.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oca-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuses.

      *ARCHIVO DE ACUSE DEL PROVEEDOR
       SELECT acuse-proveedor
       ASSIGN TO DYNAMIC nombre-acuse
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-acuse.

      *RECHAZOS PARA CORREGIR Y REENVIAR
       SELECT rechazos-acuse
       ASSIGN TO DYNAMIC nombre-rechazos
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-rechazos.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *ENVIOS Y ACUSES
       FD ordenes-acuses.
           COPY "ORDEN-COMPRA-ACUSE.CPY".

      *ARCHIVO DE ACUSE
       FD acuse-proveedor.
       01  fila-acuse.
           05  acu-oc-numero           PIC 9(6).
           05  FILLER                  PIC X.
           05  acu-linea               PIC 9(3).
           05  FILLER                  PIC X.
           05  acu-catalogo            PIC X(15).
           05  FILLER                  PIC X.
           05  acu-cantidad            PIC 9(6).
           05  FILLER                  PIC X.
           05  acu-precio-entero       PIC 9(4).
           05  FILLER                  PIC X.
           05  acu-precio-decimal      PIC 9(2).
           05  FILLER                  PIC X.
           05  acu-fecha-entrega       PIC 9(8).

      *RECHAZOS
       FD rechazos-acuse.
       01  fila-rechazo.
           05  rch-fila                PIC X(50).
           05  FILLER                  PIC X VALUE ";".
           05  rch-motivo              PIC X(2).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-acuses               PIC X(02) VALUE "00".
       77  estado-acuse                PIC X(02) VALUE "00".
       77  estado-rechazos             PIC X(02) VALUE "00".
       77  nombre-acuse                PIC X(40) VALUE SPACES.
       77  nombre-rechazos             PIC X(40) VALUE SPACES.
       77  que-proveedor               PIC X(7) VALUE SPACES.
       77  motivo-rechazo              PIC X(2) VALUE SPACES.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  precio-acusado              PIC 9(4)V99 VALUE 0.
       77  total-aceptadas             PIC 9(6) VALUE 0.
       77  total-rechazadas            PIC 9(6) VALUE 0.
       77  total-discrepancias         PIC 9(6) VALUE 0.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COMPRAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  encabezado-discrepancias.
           05  FILLER                  PIC X(10) VALUE "ORDEN-LIN".
           05  FILLER                  PIC X(9)  VALUE "PRODUCTO".
           05  FILLER                  PIC X(16) VALUE
               "CANT. PEDIDA/ACU".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "PRECIO PEDIDO/ACU.".
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "ENTREGA PEDIDA/ACU.".
           05  FILLER                  PIC X(4)  VALUE "DIF.".

       01  detalle-discrepancia.
           05  dd-oc-numero            PIC 9(6).
           05  FILLER                  PIC X VALUE "-".
           05  dd-linea                PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  dd-producto-id          PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dd-cantidad-pedida      PIC ZZZ.ZZ9.
           05  FILLER                  PIC X VALUE "/".
           05  dd-cantidad-acusada     PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  dd-precio-pedido        PIC Z.ZZ9,99.
           05  FILLER                  PIC X VALUE "/".
           05  dd-precio-acusado       PIC Z.ZZ9,99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  dd-fecha-pedida         PIC 9(8).
           05  FILLER                  PIC X VALUE "/".
           05  dd-fecha-acusada        PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  dd-dif-cantidad         PIC X.
           05  dd-dif-precio           PIC X.
           05  dd-dif-fecha            PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "ID del proveedor: ".
           ACCEPT que-proveedor.
           MOVE FUNCTION UPPER-CASE(que-proveedor) TO que-proveedor.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE encabezado-discrepancias TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           PERFORM PROCESAR-FILAS
           UNTIL si-no = "N".

           DISPLAY "Filas aceptadas.....: " total-aceptadas.
           DISPLAY "Filas rechazadas....: " total-rechazadas.
           DISPLAY "Lineas con diferencia: " total-discrepancias.
           DISPLAY "Rechazos en " nombre-rechazos.
           DISPLAY "Discrepancias en " spool-archivo.
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

           OPEN I-O ordenes-acuses.
           IF estado-acuses NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-acuses.dat, "
                   "estado: " estado-acuses
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO nombre-acuse.
           STRING "oc-acuse-" DELIMITED BY SIZE
               que-proveedor DELIMITED BY SPACE
               ".csv" DELIMITED BY SIZE
               INTO nombre-acuse.

           OPEN INPUT acuse-proveedor.
           IF estado-acuse NOT = "00"
               DISPLAY "No se pudo abrir " nombre-acuse ", estado: "
                   estado-acuse
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO nombre-rechazos.
           STRING "oc-acuse-" DELIMITED BY SIZE
               que-proveedor DELIMITED BY SPACE
               "-rechazos.csv" DELIMITED BY SIZE
               INTO nombre-rechazos.

           OPEN OUTPUT rechazos-acuse.
           IF estado-rechazos NOT = "00"
               DISPLAY "No se pudo abrir " nombre-rechazos
                   ", estado: " estado-rechazos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "ACUSES_PROVEEDOR" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "PROVEEDOR " que-proveedor
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE proveedores-archivo.
           CLOSE ordenes-acuses.
           CLOSE acuse-proveedor.
           CLOSE rechazos-acuse.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       PROCESAR-FILAS.
           READ acuse-proveedor
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   PERFORM VALIDAR-Y-ANOTAR
           END-READ.

       VALIDAR-Y-ANOTAR.
           MOVE SPACES TO motivo-rechazo.

           EVALUATE TRUE
               WHEN acu-oc-numero NOT NUMERIC
                    OR acu-linea NOT NUMERIC
                   MOVE "OC" TO motivo-rechazo
               WHEN acu-cantidad NOT NUMERIC
                   MOVE "CA" TO motivo-rechazo
               WHEN acu-precio-entero NOT NUMERIC
                    OR acu-precio-decimal NOT NUMERIC
                   MOVE "PR" TO motivo-rechazo
               WHEN acu-fecha-entrega NOT NUMERIC
                   MOVE "FE" TO motivo-rechazo
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF motivo-rechazo = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(acu-fecha-entrega)
                   NOT = 0
                   MOVE "FE" TO motivo-rechazo
               END-IF
           END-IF.

      *    SOLO SE ACUSA LO QUE SE TRANSMITIO A ESTE PROVEEDOR, Y CON
      *    EL MISMO CATALOGO SI EL PROVEEDOR LO REPITE
           IF motivo-rechazo = SPACES
               MOVE acu-oc-numero TO oca-numero
               MOVE acu-linea TO oca-linea
               READ ordenes-acuses
                   INVALID KEY
                       MOVE "OC" TO motivo-rechazo
               END-READ
           END-IF.

           IF motivo-rechazo = SPACES
               IF oca-prov-id NOT = que-proveedor
                   MOVE "PV" TO motivo-rechazo
               ELSE
                   IF acu-catalogo NOT = SPACES
                   AND acu-catalogo NOT = oca-catalogo
                       MOVE "CT" TO motivo-rechazo
                   END-IF
               END-IF
           END-IF.

           IF motivo-rechazo NOT = SPACES
               PERFORM RECHAZAR-FILA
               EXIT PARAGRAPH
           END-IF.

           PERFORM ANOTAR-ACUSE.

       RECHAZAR-FILA.
           ADD 1 TO total-rechazadas.
           MOVE fila-acuse TO rch-fila.
           MOVE motivo-rechazo TO rch-motivo.
           WRITE fila-rechazo.
           IF estado-rechazos NOT = "00"
               DISPLAY "Error al grabar los rechazos, estado: "
                   estado-rechazos
           END-IF.

      *    CADA DIFERENCIA CONTRA LO ENVIADO QUEDA MARCADA; UN ACUSE
      *    POSTERIOR DE LA MISMA LINEA SUSTITUYE AL ANTERIOR
       ANOTAR-ACUSE.
           COMPUTE precio-acusado =
               acu-precio-entero + (acu-precio-decimal / 100).

           MOVE fecha-hoy TO oca-fecha-acuse.
           MOVE acu-cantidad TO oca-cantidad-confirmada.
           MOVE precio-acusado TO oca-precio-confirmado.
           MOVE acu-fecha-entrega TO oca-fecha-confirmada.
           SET oca-acusada TO TRUE.

           MOVE SPACES TO oca-diferencias.
           IF oca-cantidad-confirmada NOT = oca-cantidad-enviada
               SET oca-cambia-cantidad TO TRUE
           END-IF.
           IF oca-precio-confirmado NOT = oca-precio-enviado
               SET oca-cambia-precio TO TRUE
           END-IF.
           IF oca-fecha-confirmada NOT = oca-fecha-pedida
               SET oca-cambia-fecha TO TRUE
           END-IF.

           REWRITE orden-compra-acuse
               INVALID KEY
                   DISPLAY "No se pudo anotar el acuse, estado: "
                       estado-acuses
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO total-aceptadas.

           IF oca-diferencias NOT = SPACES
               PERFORM IMPRIMIR-DISCREPANCIA
           END-IF.

       IMPRIMIR-DISCREPANCIA.
           ADD 1 TO total-discrepancias.

           MOVE oca-numero TO dd-oc-numero.
           MOVE oca-linea TO dd-linea.
           MOVE oca-producto-id TO dd-producto-id.
           MOVE oca-cantidad-enviada TO dd-cantidad-pedida.
           MOVE oca-cantidad-confirmada TO dd-cantidad-acusada.
           MOVE oca-precio-enviado TO dd-precio-pedido.
           MOVE oca-precio-confirmado TO dd-precio-acusado.
           MOVE oca-fecha-pedida TO dd-fecha-pedida.
           MOVE oca-fecha-confirmada TO dd-fecha-acusada.
           MOVE SPACES TO dd-dif-cantidad dd-dif-precio dd-dif-fecha.
           IF oca-cambia-cantidad
               MOVE "C" TO dd-dif-cantidad
           END-IF.
           IF oca-cambia-precio
               MOVE "P" TO dd-dif-precio
           END-IF.
           IF oca-cambia-fecha
               MOVE "F" TO dd-dif-fecha
           END-IF.

           MOVE detalle-discrepancia TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "IMPORTAR_ACUSES_PROVEEDOR".
