      *          importe, mejores clientes por importe, tendencia
      *          mensual, con subtotales por moneda y el total
      *          consolidado (suma directa de monedas, a falta de
      *          tabla de cambio).  Agrupa ademas las ventas de
      *          articulos por familia comercial: cada familia de
      *          primer nivel con sus subfamilias y su subtotal, y
      *          un resumen final solo por familia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

      *ARCHIVO FISICO EN MODO DINAMICO, PARA LA FAMILIA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *MAESTRO DE FAMILIAS, SOLO LECTURA
       SELECT familias-archivo
       ASSIGN TO "familias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fam-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-familias.

      *ARCHIVO DE SALIDA DEL REPORTE
       SELECT reporte-ventas
       ASSIGN TO "ventas-analisis.rpt"
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *MAESTRO DE FAMILIAS
       FD familias-archivo.
           COPY "FAMILIA-REGISTRO.CPY".

      *ARCHIVO DE REPORTE
       FD reporte-ventas.
       01  linea-reporte               PIC X(100).
       77  mayor-unidades              PIC 9(8) VALUE 0.
       77  mayor-importe               PIC 9(10)V99 VALUE 0.

      *    ACUMULADOS POR FAMILIA: UNA ENTRADA POR CODIGO DE FAMILIA
      *    O SUBFAMILIA DEL ARTICULO, CON SU FAMILIA DE PRIMER NIVEL
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-familias             PIC X(02) VALUE "00".
       77  hay-productos               PIC X VALUE "N".
       77  hay-familias                PIC X VALUE "N".
       77  familia-producto            PIC X(4) VALUE SPACES.
       77  familia-padre               PIC X(4) VALUE SPACES.
       77  familia-en-curso            PIC X(4) VALUE SPACES.
       77  descript-familia            PIC X(30) VALUE SPACES.
       77  familia-ubicada             PIC X VALUE "N".
       77  quedan-familias             PIC X VALUE "S".
       77  total-familias              PIC 9(3) VALUE 0.
       77  ix-fam                      PIC 9(3) VALUE 0.
       77  ix-fbus                     PIC 9(3) VALUE 0.
       01  tabla-familias.
           05  entrada-fam OCCURS 200 TIMES.
               10  tfa-familia         PIC X(4).
               10  tfa-padre           PIC X(4).
               10  tfa-unidades        PIC 9(8).
               10  tfa-importe         PIC 9(10)V99.
               10  tfa-listada         PIC X.

      *    RESUMEN: UNA ENTRADA POR FAMILIA DE PRIMER NIVEL
       77  total-resumen               PIC 9(3) VALUE 0.
       77  ix-res                      PIC 9(3) VALUE 0.
       77  subtotal-unidades           PIC 9(8) VALUE 0.
       77  subtotal-importe            PIC 9(10)V99 VALUE 0.
       01  tabla-resumen.
           05  entrada-res OCCURS 200 TIMES.
               10  trs-familia         PIC X(4).
               10  trs-unidades        PIC 9(8).
               10  trs-importe         PIC 9(10)V99.

       01  linea-titulo.
           05  FILLER                  PIC X(30)
               VALUE "ANALISIS DE VENTAS (FACTURAS: ".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lmt-importe             PIC ZZZ.ZZZ.ZZ9,99.

       01  linea-familia.
           05  lf-rotulo               PIC X(10).
           05  lf-codigo               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lf-descript             PIC X(30).
           05  lf-unidades             PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(5) VALUE " UDS ".
           05  lf-importe              PIC ZZZ.ZZZ.ZZ9,99.

       01  linea-moneda.
           05  FILLER                  PIC X(9) VALUE "SUBTOTAL ".
           05  lmo-moneda              PIC X(3).
               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN MAESTRO DE PRODUCTOS NO HAY FAMILIA: TODO CAE EN
      *    "SIN FAMILIA"; SIN MAESTRO DE FAMILIAS CADA CODIGO SE
      *    TRATA COMO FAMILIA DE PRIMER NIVEL
           OPEN INPUT producto-dinamic.
           IF estado-producto = "00"
               MOVE "S" TO hay-productos
           END-IF.

           OPEN INPUT familias-archivo.
           IF estado-familias = "00"
               MOVE "S" TO hay-familias
           END-IF.

           OPEN OUTPUT reporte-ventas.
           IF estado-reporte NOT = "00"
               DISPLAY "No se pudo abrir ventas-analisis.rpt, "
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.
           CLOSE reporte-ventas.
           IF hay-productos = "S"
               CLOSE producto-dinamic
           END-IF.
           IF hay-familias = "S"
               CLOSE familias-archivo
           END-IF.

      *    LAS FACTURAS DE INTERESES DE DEMORA NO SON VENTA; SUS
      *    LINEAS LLEVAN EL PRODUCTO 0 Y TAMPOCO SE RANKEAN
       LEER-CABECERAS.
           READ facturas-archivo NEXT RECORD
               AT END
                           estado-facturas
                       MOVE "N" TO si-no
                   ELSE
                       IF NOT fac-intereses
                           ADD 1 TO total-facturas
                           PERFORM ACUMULAR-CABECERA
                       END-IF
                   END-IF
           END-READ.

               MOVE "S" TO mon-encontrada
           END-IF.

      *    EL RANKING ES DE ARTICULOS: LAS LINEAS DE SERVICIO Y LAS
      *    DE INTERESES (PRODUCTO 0) CUENTAN EN LOS TOTALES DE LA
      *    FACTURA PERO NO COMPITEN CON LOS PRODUCTOS.
       LEER-LINEAS.
           READ facturas-detalle NEXT RECORD
               AT END
                           "estado: " estado-facdet
                       MOVE "N" TO si-no
                   ELSE
                       IF facd-producto-id NOT = 0
                       AND facd-articulo
                           PERFORM ACUMULAR-PRODUCTO
                           PERFORM ACUMULAR-FAMILIA
                       END-IF
                   END-IF
           END-READ.

               MOVE "S" TO prod-encontrado
           END-IF.

       ACUMULAR-FAMILIA.
           PERFORM RESOLVER-FAMILIA-PRODUCTO.

           MOVE "N" TO familia-ubicada.
           MOVE 0 TO ix-fam.
           PERFORM UBICAR-FAMILIA
           UNTIL familia-ubicada = "S" OR ix-fam >= total-familias.

           IF familia-ubicada = "N"
               IF total-familias >= 200
                   DISPLAY "Tabla de familias desbordada: "
                       familia-producto
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-familias
               MOVE familia-producto TO tfa-familia(total-familias)
               MOVE familia-padre TO tfa-padre(total-familias)
               MOVE 0 TO tfa-unidades(total-familias)
               MOVE 0 TO tfa-importe(total-familias)
               MOVE total-familias TO ix-fam
           END-IF.

           ADD facd-cantidad TO tfa-unidades(ix-fam).
           ADD facd-importe TO tfa-importe(ix-fam).

       UBICAR-FAMILIA.
           ADD 1 TO ix-fam.
           IF tfa-familia(ix-fam) = familia-producto
               MOVE "S" TO familia-ubicada
           END-IF.

      *    LA FAMILIA DEL ARTICULO PUEDE SER UNA SUBFAMILIA: SE
      *    SUBTOTALIZA POR SU PADRE, LA FAMILIA DE PRIMER NIVEL
       RESOLVER-FAMILIA-PRODUCTO.
           MOVE SPACES TO familia-producto familia-padre.
           IF hay-productos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE facd-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE producto-familia TO familia-producto familia-padre.
           IF producto-familia = SPACES OR hay-familias = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-familia TO fam-codigo.
           READ familias-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fam-padre NOT = SPACES
                       MOVE fam-padre TO familia-padre
                   END-IF
           END-READ.

       IMPRIMIR-REPORTE.
           MOVE total-facturas TO lt-facturas.
           WRITE linea-reporte FROM linea-titulo.
           PERFORM RANKING-CLIENTES.
           WRITE linea-reporte FROM SPACES.

           MOVE "VENTAS POR FAMILIA (SUMA DIRECTA DE MONEDAS)"
               TO ls-texto.
           WRITE linea-reporte FROM linea-seccion.
           PERFORM LISTAR-FAMILIAS.
           WRITE linea-reporte FROM SPACES.

           MOVE "RESUMEN POR FAMILIA" TO ls-texto.
           WRITE linea-reporte FROM linea-seccion.
           PERFORM LISTAR-RESUMEN-FAMILIAS.
           WRITE linea-reporte FROM SPACES.

           MOVE "TENDENCIA MENSUAL" TO ls-texto.
           WRITE linea-reporte FROM linea-seccion.
           PERFORM LISTAR-MESES.
               MOVE ix-busca TO ix-mayor
           END-IF.

      *    LAS FAMILIAS DE PRIMER NIVEL SALEN EN ORDEN DE CODIGO;
      *    BAJO CADA UNA SUS SUBFAMILIAS (Y LO IMPUTADO DIRECTO A LA
      *    FAMILIA) Y LUEGO SU SUBTOTAL, QUE PASA AL RESUMEN
       LISTAR-FAMILIAS.
           MOVE 0 TO total-resumen.
           MOVE 0 TO ix-fam.
           PERFORM DESMARCAR-FAMILIA
           UNTIL ix-fam >= total-familias.

           MOVE "S" TO quedan-familias.
           PERFORM LISTAR-SIGUIENTE-FAMILIA
           UNTIL quedan-familias = "N".

       DESMARCAR-FAMILIA.
           ADD 1 TO ix-fam.
           MOVE "N" TO tfa-listada(ix-fam).

       LISTAR-SIGUIENTE-FAMILIA.
           MOVE "N" TO familia-ubicada.
           MOVE SPACES TO familia-en-curso.
           MOVE 0 TO ix-fbus.
           PERFORM BUSCAR-MENOR-FAMILIA
           UNTIL ix-fbus >= total-familias.

           IF familia-ubicada = "N"
               MOVE "N" TO quedan-familias
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO subtotal-unidades subtotal-importe.
           MOVE 0 TO ix-fam.
           PERFORM LISTAR-SUBFAMILIA
           UNTIL ix-fam >= total-familias.

           MOVE "SUBTOTAL  " TO lf-rotulo.
           MOVE familia-en-curso TO lf-codigo fam-codigo.
           PERFORM DESCRIBIR-FAMILIA.
           MOVE descript-familia TO lf-descript.
           MOVE subtotal-unidades TO lf-unidades.
           MOVE subtotal-importe TO lf-importe.
           WRITE linea-reporte FROM linea-familia.

           IF total-resumen < 200
               ADD 1 TO total-resumen
               MOVE familia-en-curso TO trs-familia(total-resumen)
               MOVE subtotal-unidades TO trs-unidades(total-resumen)
               MOVE subtotal-importe TO trs-importe(total-resumen)
           END-IF.

       BUSCAR-MENOR-FAMILIA.
           ADD 1 TO ix-fbus.
           IF tfa-listada(ix-fbus) = "N"
               IF familia-ubicada = "N"
               OR tfa-padre(ix-fbus) < familia-en-curso
                   MOVE tfa-padre(ix-fbus) TO familia-en-curso
                   MOVE "S" TO familia-ubicada
               END-IF
           END-IF.

       LISTAR-SUBFAMILIA.
           ADD 1 TO ix-fam.
           IF tfa-listada(ix-fam) = "N"
           AND tfa-padre(ix-fam) = familia-en-curso
               MOVE "S" TO tfa-listada(ix-fam)
               ADD tfa-unidades(ix-fam) TO subtotal-unidades
               ADD tfa-importe(ix-fam) TO subtotal-importe
               IF tfa-familia(ix-fam) = familia-en-curso
                   MOVE "  DIRECTO " TO lf-rotulo
               ELSE
                   MOVE "  SUBFAM. " TO lf-rotulo
               END-IF
               MOVE tfa-familia(ix-fam) TO lf-codigo fam-codigo
               PERFORM DESCRIBIR-FAMILIA
               MOVE descript-familia TO lf-descript
               MOVE tfa-unidades(ix-fam) TO lf-unidades
               MOVE tfa-importe(ix-fam) TO lf-importe
               WRITE linea-reporte FROM linea-familia
           END-IF.

       LISTAR-RESUMEN-FAMILIAS.
           MOVE 0 TO ix-res.
           PERFORM LISTAR-UN-RESUMEN
           UNTIL ix-res >= total-resumen.

       LISTAR-UN-RESUMEN.
           ADD 1 TO ix-res.
           MOVE "FAMILIA   " TO lf-rotulo.
           MOVE trs-familia(ix-res) TO lf-codigo fam-codigo.
           PERFORM DESCRIBIR-FAMILIA.
           MOVE descript-familia TO lf-descript.
           MOVE trs-unidades(ix-res) TO lf-unidades.
           MOVE trs-importe(ix-res) TO lf-importe.
           WRITE linea-reporte FROM linea-familia.

      *    EL CODIGO A DESCRIBIR LLEGA EN fam-codigo
       DESCRIBIR-FAMILIA.
           MOVE SPACES TO descript-familia.
           IF fam-codigo = SPACES
               MOVE "(SIN FAMILIA)" TO descript-familia
               EXIT PARAGRAPH
           END-IF.
           IF hay-familias = "N"
               EXIT PARAGRAPH
           END-IF.

           READ familias-archivo
               INVALID KEY
                   MOVE "(NO ESTA EN EL MAESTRO)" TO descript-familia
               NOT INVALID KEY
                   MOVE fam-descript TO descript-familia
           END-READ.

       LISTAR-MESES.
           MOVE 0 TO ix-mes.
           PERFORM LISTAR-UN-MES
