      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de coste de destino por recepcion.  Acumula
      *          costes-reparto.dat por recepcion (orden, linea, fecha
      *          y producto) y concepto, y lista cada recepcion que
      *          recibio costes de destino con el precio unitario del
      *          proveedor, el flete, la aduana y la manipulacion que
      *          le tocaron, el costo unitario puesto en almacen y el
      *          recargo sobre el precio del proveedor.  Una orden
      *          concreta o todas (0).  Cierra con los totales por
      *          concepto.  Compras ve con el cuanto encarece de
      *          verdad cada importacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE_COSTE_DESTINO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REPARTO DE LOS COSTES DE DESTINO, SOLO LECTURA
       SELECT costes-reparto
       ASSIGN TO "costes-reparto.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-reparto.

       DATA DIVISION.
       FILE SECTION.
      *REPARTO DE LOS COSTES
       FD costes-reparto.
           COPY "COSTE-REPARTO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-reparto              PIC X(02) VALUE "00".
       77  que-orden                   PIC 9(6) VALUE 0.
       77  rec-ubicada                 PIC X VALUE "N".
       77  extras-recepcion            PIC 9(8)V99 VALUE 0.
       77  valor-proveedor             PIC 9(12)V99 VALUE 0.
       77  costo-destino               PIC 9(5)V99 VALUE 0.
       77  recargo-porcentaje          PIC 9(5)V9 VALUE 0.
       77  total-flete                 PIC 9(10)V99 VALUE 0.
       77  total-aduana                PIC 9(10)V99 VALUE 0.
       77  total-manipulacion          PIC 9(10)V99 VALUE 0.

      *    RECEPCIONES CON COSTES DE DESTINO, ACUMULADOS POR CONCEPTO
       77  total-recs                  PIC 9(4) VALUE 0.
       77  ix-rec                      PIC 9(4) VALUE 0.
       01  tabla-recepciones.
           05  entrada-rec OCCURS 2000 TIMES.
               10  tre-oc-numero       PIC 9(6).
               10  tre-linea           PIC 9(3).
               10  tre-fecha           PIC 9(8).
               10  tre-producto-id     PIC 9(6).
               10  tre-cantidad        PIC 9(6).
               10  tre-precio          PIC 9(4)V99.
               10  tre-flete           PIC 9(8)V99.
               10  tre-aduana          PIC 9(8)V99.
               10  tre-manipulacion    PIC 9(8)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COMPRAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  linea-leyenda.
           05  FILLER                  PIC X(60) VALUE
               "ORDEN/LIN  RECEPCION PRODUCTO  CANTIDAD  PRECIO PROV. ".
           05  FILLER                  PIC X(60) VALUE
               "FL FLETE  AD ADUANA  MA MANIPULACION  COSTO DESTINO".

       01  detalle-coste.
           05  dc-orden                PIC 9(6).
           05  FILLER                  PIC X VALUE "/".
           05  dc-linea                PIC 9(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  dc-fecha                PIC 9(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  dc-producto             PIC 9(6).
           05  FILLER                  PIC X(6) VALUE " CANT ".
           05  dc-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(6) VALUE " PROV ".
           05  dc-precio               PIC Z.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " FL ".
           05  dc-flete                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " AD ".
           05  dc-aduana               PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " MA ".
           05  dc-manipulacion         PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(9) VALUE " DESTINO ".
           05  dc-destino              PIC ZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE " +".
           05  dc-recargo              PIC ZZZZ9,9.
           05  FILLER                  PIC X VALUE "%".

       01  linea-total.
           05  lt-leyenda              PIC X(26).
           05  lt-valor                PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "Orden de compra a revisar (0 = todas): ".
           ACCEPT que-orden.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM ACUMULAR-REPARTO
           UNTIL si-no = "N".

           MOVE linea-leyenda TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-rec.
           PERFORM LISTAR-UNA-RECEPCION
           UNTIL ix-rec >= total-recs.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TOTAL FLETE..............:" TO lt-leyenda.
           MOVE total-flete TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TOTAL ADUANA Y ARANCELES.:" TO lt-leyenda.
           MOVE total-aduana TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TOTAL MANIPULACION.......:" TO lt-leyenda.
           MOVE total-manipulacion TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           DISPLAY "Recepciones con coste de destino: " total-recs.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "COSTE_DESTINO" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "ORDEN " que-orden
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT costes-reparto.
           IF estado-reparto NOT = "00"
               DISPLAY "No se pudo abrir costes-reparto.dat, estado: "
                   estado-reparto
               MOVE "N" TO si-no
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-reparto = "00"
               CLOSE costes-reparto
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       ACUMULAR-REPARTO.
           READ costes-reparto
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF que-orden = 0 OR crp-oc-numero = que-orden
                       PERFORM ACUMULAR-UNA-PARTE
                   END-IF
           END-READ.

      *    LA CANTIDAD Y EL PRECIO DEL PROVEEDOR VIAJAN EN CADA
      *    LINEA DE REPARTO; SE TOMAN DE LA PRIMERA QUE APARECE
       ACUMULAR-UNA-PARTE.
           MOVE "N" TO rec-ubicada.
           MOVE 0 TO ix-rec.
           PERFORM UBICAR-RECEPCION
           UNTIL rec-ubicada = "S" OR ix-rec >= total-recs.

           IF rec-ubicada = "N"
               IF total-recs >= 2000
                   DISPLAY "Tabla de recepciones desbordada: "
                       crp-oc-numero "/" crp-linea
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-recs
               MOVE total-recs TO ix-rec
               MOVE crp-oc-numero TO tre-oc-numero(ix-rec)
               MOVE crp-linea TO tre-linea(ix-rec)
               MOVE crp-fecha-recepcion TO tre-fecha(ix-rec)
               MOVE crp-producto-id TO tre-producto-id(ix-rec)
               MOVE crp-cantidad TO tre-cantidad(ix-rec)
               MOVE crp-precio TO tre-precio(ix-rec)
               MOVE 0 TO tre-flete(ix-rec)
               MOVE 0 TO tre-aduana(ix-rec)
               MOVE 0 TO tre-manipulacion(ix-rec)
           END-IF.

           EVALUATE TRUE
               WHEN crp-flete
                   ADD crp-importe TO tre-flete(ix-rec)
                   ADD crp-importe TO total-flete
               WHEN crp-aduana
                   ADD crp-importe TO tre-aduana(ix-rec)
                   ADD crp-importe TO total-aduana
               WHEN crp-manipulacion
                   ADD crp-importe TO tre-manipulacion(ix-rec)
                   ADD crp-importe TO total-manipulacion
           END-EVALUATE.

       UBICAR-RECEPCION.
           ADD 1 TO ix-rec.
           IF tre-oc-numero(ix-rec) = crp-oc-numero
           AND tre-linea(ix-rec) = crp-linea
           AND tre-fecha(ix-rec) = crp-fecha-recepcion
           AND tre-producto-id(ix-rec) = crp-producto-id
               MOVE "S" TO rec-ubicada
           END-IF.

      *    COSTO DE DESTINO = PRECIO DEL PROVEEDOR MAS LOS COSTES
      *    REPARTIDOS ENTRE LAS UNIDADES RECIBIDAS; EL RECARGO SE
      *    MIDE SOBRE EL VALOR A PRECIO DEL PROVEEDOR.
       LISTAR-UNA-RECEPCION.
           ADD 1 TO ix-rec.

           COMPUTE extras-recepcion =
               tre-flete(ix-rec) + tre-aduana(ix-rec)
               + tre-manipulacion(ix-rec).
           COMPUTE valor-proveedor =
               tre-cantidad(ix-rec) * tre-precio(ix-rec).

           MOVE tre-precio(ix-rec) TO costo-destino.
           IF tre-cantidad(ix-rec) > 0
               COMPUTE costo-destino ROUNDED =
                   tre-precio(ix-rec)
                   + extras-recepcion / tre-cantidad(ix-rec)
                   ON SIZE ERROR
                       MOVE 99999,99 TO costo-destino
               END-COMPUTE
           END-IF.

           MOVE 0 TO recargo-porcentaje.
           IF valor-proveedor > 0
               COMPUTE recargo-porcentaje ROUNDED =
                   extras-recepcion * 100 / valor-proveedor
                   ON SIZE ERROR
                       MOVE 99999,9 TO recargo-porcentaje
               END-COMPUTE
           END-IF.

           MOVE tre-oc-numero(ix-rec) TO dc-orden.
           MOVE tre-linea(ix-rec) TO dc-linea.
           MOVE tre-fecha(ix-rec) TO dc-fecha.
           MOVE tre-producto-id(ix-rec) TO dc-producto.
           MOVE tre-cantidad(ix-rec) TO dc-cantidad.
           MOVE tre-precio(ix-rec) TO dc-precio.
           MOVE tre-flete(ix-rec) TO dc-flete.
           MOVE tre-aduana(ix-rec) TO dc-aduana.
           MOVE tre-manipulacion(ix-rec) TO dc-manipulacion.
           MOVE costo-destino TO dc-destino.
           MOVE recargo-porcentaje TO dc-recargo.
           MOVE detalle-coste TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "REPORTE_COSTE_DESTINO".
