      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de ordenes de compra transmitidas sin acuse
      *          del proveedor.  Recorre ordenes-compra-acuses.dat y
      *          lista, por orden no cerrada, las que tienen alguna
      *          linea enviada hace mas de dos dias sin confirmar:
      *          proveedor, telefono de contacto, fecha del envio
      *          mas antiguo pendiente, dias transcurridos y lineas
      *          sin acuse.  Sale por el escritor de spool para que
      *          compras llame al proveedor antes de que el retraso
      *          se note en la recepcion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ACUSES_PENDIENTES".
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

      *ENVIOS Y ACUSES POR LINEA DE ORDEN, SOLO LECTURA
       SELECT ordenes-acuses
       ASSIGN TO "ordenes-compra-acuses.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oca-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuses.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *CABECERAS DE ORDEN DE COMPRA
       FD ordenes-compra.
           COPY "ORDEN-COMPRA-CABECERA.CPY".

      *ENVIOS Y ACUSES
       FD ordenes-acuses.
           COPY "ORDEN-COMPRA-ACUSE.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-ordenes              PIC X(02) VALUE "00".
       77  estado-acuses               PIC X(02) VALUE "00".
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  dias-sin-acuse              PIC S9(5) VALUE 0.
       77  total-pendientes            PIC 9(5) VALUE 0.

      *    ORDEN EN CURSO (EL ARCHIVO VA POR ORDEN Y LINEA)
       77  orden-en-curso              PIC 9(6) VALUE 0.
       77  prov-en-curso               PIC X(7) VALUE SPACES.
       77  envio-mas-antiguo           PIC 9(8) VALUE 0.
       77  lineas-sin-acuse            PIC 9(3) VALUE 0.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COMPRAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  encabezado-pendientes.
           05  FILLER                  PIC X(8)  VALUE "ORDEN".
           05  FILLER                  PIC X(9)  VALUE "PROVEED.".
           05  FILLER                  PIC X(36) VALUE "NOMBRE".
           05  FILLER                  PIC X(11) VALUE "TELEFONO".
           05  FILLER                  PIC X(10) VALUE "ENVIADA".
           05  FILLER                  PIC X(6)  VALUE "DIAS".
           05  FILLER                  PIC X(12) VALUE "SIN ACUSE".

       01  detalle-pendiente.
           05  dp-oc-numero            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dp-prov-id              PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dp-nombre               PIC X(35).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  dp-telefono             PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dp-fecha-envio          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dp-dias                 PIC ZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  dp-lineas               PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE encabezado-pendientes TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           PERFORM RECORRER-ACUSES
           UNTIL si-no = "N".
           PERFORM CERRAR-ORDEN-EN-CURSO.

           DISPLAY "Ordenes sin acuse: " total-pendientes.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "ACUSES_PENDIENTES" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-proveedores
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT ordenes-compra.
           IF estado-ordenes NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.dat, "
                   "estado: " estado-ordenes
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT ordenes-acuses.
           IF estado-acuses NOT = "00"
               DISPLAY "Sin ordenes-compra-acuses.dat, estado: "
                   estado-acuses
               PERFORM FINALIZA-PROGRAMA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE proveedores-archivo.
           CLOSE ordenes-compra.
           CLOSE ordenes-acuses.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       RECORRER-ACUSES.
           READ ordenes-acuses NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   PERFORM ACUMULAR-LINEA-ACUSE
           END-READ.

      *    AL CAMBIAR DE ORDEN SE LISTA LA ANTERIOR SI QUEDO ALGO
      *    PENDIENTE; SOLO CUENTAN LAS LINEAS ENVIADAS HACE MAS DE
      *    DOS DIAS QUE SIGUEN SIN ACUSE
       ACUMULAR-LINEA-ACUSE.
           IF oca-numero NOT = orden-en-curso
               PERFORM CERRAR-ORDEN-EN-CURSO
               MOVE oca-numero TO orden-en-curso
               MOVE oca-prov-id TO prov-en-curso
               MOVE 0 TO envio-mas-antiguo
               MOVE 0 TO lineas-sin-acuse
           END-IF.

           IF NOT oca-enviada
               EXIT PARAGRAPH
           END-IF.

           COMPUTE dias-sin-acuse =
               FUNCTION INTEGER-OF-DATE(fecha-hoy)
               - FUNCTION INTEGER-OF-DATE(oca-fecha-envio).
           IF dias-sin-acuse <= 2
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO lineas-sin-acuse.
           IF envio-mas-antiguo = 0
           OR oca-fecha-envio < envio-mas-antiguo
               MOVE oca-fecha-envio TO envio-mas-antiguo
           END-IF.

       CERRAR-ORDEN-EN-CURSO.
           IF lineas-sin-acuse = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE orden-en-curso TO oc-numero.
           READ ordenes-compra
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF oc-cerrada
               EXIT PARAGRAPH
           END-IF.

           MOVE prov-en-curso TO prov-id.
           READ proveedores-archivo
               INVALID KEY
                   MOVE SPACES TO prov-nombre prov-telefono
           END-READ.

           COMPUTE dias-sin-acuse =
               FUNCTION INTEGER-OF-DATE(fecha-hoy)
               - FUNCTION INTEGER-OF-DATE(envio-mas-antiguo).

           MOVE orden-en-curso TO dp-oc-numero.
           MOVE prov-en-curso TO dp-prov-id.
           MOVE prov-nombre TO dp-nombre.
           MOVE prov-telefono TO dp-telefono.
           MOVE envio-mas-antiguo TO dp-fecha-envio.
           MOVE dias-sin-acuse TO dp-dias.
           MOVE lineas-sin-acuse TO dp-lineas.

           MOVE detalle-pendiente TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           ADD 1 TO total-pendientes.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "ACUSES_PENDIENTES".
