      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de requisiciones de compra.  Lista las
      *          requisiciones dadas de alta desde la fecha pedida
      *          (0 = todas) en cuatro bloques: pendientes (con las
      *          escaladas al propietario marcadas), aprobadas,
      *          rechazadas y convertidas.  Cada linea lleva el
      *          solicitante, el departamento, el importe en EUR,
      *          quien aprobo o rechazo y cuando, y en las
      *          convertidas quien la convirtio y en que orden de
      *          compra.  Cierra con el recuento y el importe de
      *          cada bloque.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REGISTRO_REQUISICIONES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REQUISICIONES DE COMPRA, SOLO LECTURA
       SELECT requisiciones
       ASSIGN TO "requisiciones-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS req-numero
       ALTERNATE RECORD KEY IS req-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisiciones.

       DATA DIVISION.
       FILE SECTION.
      *REQUISICIONES DE COMPRA
       FD requisiciones.
           COPY "REQUISICION-COMPRA.CPY".

       WORKING-STORAGE SECTION.
       77  leyendo-requisiciones       PIC X VALUE "S".
       77  estado-requisiciones        PIC X(02) VALUE "00".
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  ix-bloque                   PIC 9 VALUE 0.
       77  en-bloque                   PIC X VALUE "N".

      *    BLOQUES DEL REGISTRO: TITULO, RECUENTO E IMPORTE EN EUR
       01  tabla-bloques.
           05  entrada-bloque OCCURS 4 TIMES.
               10  tb-titulo           PIC X(30).
               10  tb-cantidad         PIC 9(5).
               10  tb-importe          PIC 9(11)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COMPRAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-bloque.
           05  FILLER                  PIC X(5) VALUE "===  ".
           05  tt-titulo               PIC X(30).

       01  detalle-requisicion.
           05  dr-numero               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dr-origen               PIC X(1).
           05  dr-marca                PIC X(4).
           05  dr-fecha-alta           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dr-departamento         PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dr-solicitante          PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dr-producto             PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dr-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dr-importe              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dr-resuelto-por         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dr-fecha-resolucion     PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dr-conversion           PIC X(32).

       01  linea-justificacion.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  lj-texto                PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lj-motivo               PIC X(30).

       01  linea-total.
           05  lt-titulo               PIC X(30).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  lt-cantidad             PIC ZZ.ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lt-importe              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "Requisiciones dadas de alta desde (AAAAMMDD, "
               "0 = todas): ".
           ACCEPT fecha-desde.

           INITIALIZE tabla-bloques.
           MOVE "PENDIENTES DE APROBACION" TO tb-titulo(1).
           MOVE "APROBADAS SIN CONVERTIR" TO tb-titulo(2).
           MOVE "RECHAZADAS" TO tb-titulo(3).
           MOVE "CONVERTIDAS EN ORDEN" TO tb-titulo(4).

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           IF estado-requisiciones = "00"
               PERFORM LISTAR-BLOQUE
                   VARYING ix-bloque FROM 1 BY 1
                   UNTIL ix-bloque > 4
           END-IF.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           PERFORM ENVIAR-TOTAL
               VARYING ix-bloque FROM 1 BY 1
               UNTIL ix-bloque > 4.

           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "REGISTRO_REQUISICIONES" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "ALTA DESDE " fecha-desde
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT requisiciones.
           IF estado-requisiciones NOT = "00"
               DISPLAY "No se pudo abrir requisiciones-compra.dat, "
                   "estado: " estado-requisiciones
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-requisiciones = "00"
               CLOSE requisiciones
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    UNA PASADA DEL ARCHIVO POR BLOQUE, EN ORDEN DE NUMERO
       LISTAR-BLOQUE.
           MOVE 0 TO tb-cantidad(ix-bloque).
           MOVE 0 TO tb-importe(ix-bloque).

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE tb-titulo(ix-bloque) TO tt-titulo.
           MOVE titulo-bloque TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO req-numero.
           START requisiciones KEY IS NOT LESS THAN req-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisiciones.
           PERFORM LEER-REQUISICION
           UNTIL leyendo-requisiciones = "N".

       LEER-REQUISICION.
           READ requisiciones NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisiciones
               NOT AT END
                   PERFORM CLASIFICAR-REQUISICION
                   IF en-bloque = "S"
                   AND req-fecha-alta >= fecha-desde
                       PERFORM LISTAR-REQUISICION
                   END-IF
           END-READ.

       CLASIFICAR-REQUISICION.
           MOVE "N" TO en-bloque.
           EVALUATE TRUE
               WHEN ix-bloque = 1 AND req-por-resolver
                   MOVE "S" TO en-bloque
               WHEN ix-bloque = 2 AND req-aprobada
                   MOVE "S" TO en-bloque
               WHEN ix-bloque = 3 AND req-rechazada
                   MOVE "S" TO en-bloque
               WHEN ix-bloque = 4 AND req-convertida
                   MOVE "S" TO en-bloque
           END-EVALUATE.

       LISTAR-REQUISICION.
           ADD 1 TO tb-cantidad(ix-bloque).
           ADD req-importe-eur TO tb-importe(ix-bloque).

           MOVE req-numero TO dr-numero.
           MOVE req-origen TO dr-origen.
           MOVE SPACES TO dr-marca.
           IF req-escalada
               MOVE " ESC" TO dr-marca
           END-IF.
           MOVE req-fecha-alta TO dr-fecha-alta.
           MOVE req-departamento TO dr-departamento.
           MOVE req-solicitante TO dr-solicitante.
           MOVE req-producto-id TO dr-producto.
           MOVE req-cantidad TO dr-cantidad.
           MOVE req-importe-eur TO dr-importe.
           MOVE req-resuelto-por TO dr-resuelto-por.
           MOVE SPACES TO dr-fecha-resolucion.
           IF req-fecha-resolucion > 0
               MOVE req-fecha-resolucion TO dr-fecha-resolucion
           END-IF.
           MOVE SPACES TO dr-conversion.
           IF req-convertida
               STRING "OC " req-oc-numero " POR "
                   req-convertido-por " " req-fecha-conversion
                   DELIMITED BY SIZE INTO dr-conversion
           END-IF.
           MOVE detalle-requisicion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE req-justificacion TO lj-texto.
           MOVE SPACES TO lj-motivo.
           IF req-rechazada
               MOVE req-motivo TO lj-motivo
           END-IF.
           MOVE linea-justificacion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-TOTAL.
           MOVE tb-titulo(ix-bloque) TO lt-titulo.
           MOVE tb-cantidad(ix-bloque) TO lt-cantidad.
           MOVE tb-importe(ix-bloque) TO lt-importe.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "REGISTRO_REQUISICIONES".
