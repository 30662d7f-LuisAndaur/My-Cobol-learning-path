      *          valoracion pedida (subrutina SERVICIOS-CAMBIO sobre
      *          la historia de tipos) y reporta el valor unico
      *          consolidado en moneda base, marcando las monedas
      *          sin tasa.  El valor en moneda base se reparte ademas
      *          por familia comercial: cada familia de primer nivel
      *          con sus subfamilias y su subtotal, y un resumen solo
      *          por familia.  Es el numero que finanzas pide cada
      *          cierre de mes, y ya no cambia cuando alguien toca
      *          la tasa del dia.  Junto al valor a precio de venta
      *          se da el valor al costo promedio (producto-costo,
      *          en moneda base) por familia y consolidado.  Si se
      *          pide un cierre de mes pasado (AAAAMM) la valoracion
      *          sale de la foto de stock de ese mes en
      *          fotos-stock.dat, con la cantidad, el costo y el
      *          precio de fin de mes, y las tasas a esa fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *FOTOS DE STOCK DE CIERRE DE MES, SOLO LECTURA
       SELECT fotos-stock
       ASSIGN TO "fotos-stock.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fsm-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-fotos.

      *MAESTRO DE FAMILIAS, SOLO LECTURA
       SELECT familias-archivo
       ASSIGN TO "familias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fam-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-familias.

      *ARCHIVO DE SALIDA DEL REPORTE
       SELECT reporte-valoracion
       ASSIGN TO "valoracion-inventario.rpt"
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *FOTOS DE STOCK
       FD fotos-stock.
           COPY "FOTO-STOCK-MENSUAL.CPY".

      *MAESTRO DE FAMILIAS
       FD familias-archivo.
           COPY "FAMILIA-REGISTRO.CPY".

      *ARCHIVO DE REPORTE
       FD reporte-valoracion.
       01  linea-reporte               PIC X(120).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  fecha-valoracion            PIC 9(8) VALUE 0.

      *    CIERRE DE MES PEDIDO (0 = STOCK ACTUAL DEL MAESTRO)
       77  estado-fotos                PIC X(02) VALUE "00".
       77  periodo-valoracion          PIC 9(6) VALUE 0.
       77  inicio-siguiente            PIC 9(8) VALUE 0.
       77  valor-costo-producto        PIC 9(12)V99 VALUE 0.
       77  valor-costo-total           PIC 9(12)V99 VALUE 0.

      *    CAMPOS PARA LA SUBRUTINA DE TIPOS DE CAMBIO POR FECHA
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
               10  tvm-moneda          PIC X(3).
               10  tvm-valor           PIC 9(12)V99.
               10  tvm-con-tasa        PIC X.
               10  tvm-tasa            PIC 9(3)V9(6).

       77  ocupadas-mon                PIC 9 VALUE 0.
       77  ix-lista                    PIC 9 VALUE 0.
       77  valor-base-producto         PIC 9(12)V99 VALUE 0.

      *    ACUMULADOS POR FAMILIA: UNA ENTRADA POR CODIGO DE FAMILIA
      *    O SUBFAMILIA DEL ARTICULO, CON SU FAMILIA DE PRIMER NIVEL.
      *    EL VALOR VA EN MONEDA BASE
       77  estado-familias             PIC X(02) VALUE "00".
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
               10  tfa-stock           PIC 9(9).
               10  tfa-valor           PIC 9(12)V99.
               10  tfa-costo           PIC 9(12)V99.
               10  tfa-listada         PIC X.

      *    RESUMEN: UNA ENTRADA POR FAMILIA DE PRIMER NIVEL
       77  total-resumen               PIC 9(3) VALUE 0.
       77  ix-res                      PIC 9(3) VALUE 0.
       77  subtotal-stock              PIC 9(9) VALUE 0.
       77  subtotal-valor              PIC 9(12)V99 VALUE 0.
       77  subtotal-costo              PIC 9(12)V99 VALUE 0.
       01  tabla-resumen.
           05  entrada-res OCCURS 200 TIMES.
               10  trs-familia         PIC X(4).
               10  trs-stock           PIC 9(9).
               10  trs-valor           PIC 9(12)V99.
               10  trs-costo           PIC 9(12)V99.

       01  linea-seccion.
           05  ls-texto                PIC X(50).

       01  linea-familia.
           05  lf-rotulo               PIC X(10).
           05  lf-codigo               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lf-descript             PIC X(30).
           05  FILLER                  PIC X(7) VALUE " STOCK ".
           05  lf-stock                PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(7) VALUE " VALOR ".
           05  lf-valor                PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(7) VALUE " COSTO ".
           05  lf-costo                PIC ZZZ.ZZZ.ZZ9,99.

       01  linea-moneda.
           05  FILLER                  PIC X(9) VALUE "SUBTOTAL ".
               "VALOR CONSOLIDADO EN MONEDA BASE ".
           05  lc-valor                PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  linea-consolidado-costo.
           05  FILLER                  PIC X(33) VALUE
               "VALOR AL COSTO EN MONEDA BASE    ".
           05  lcc-valor               PIC Z.ZZZ.ZZZ.ZZ9,99.

       01  linea-sin-tasa.
           05  FILLER                  PIC X(30) VALUE
               "PRODUCTOS SIN TASA DE CAMBIO: ".
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           DISPLAY "Cierre de mes a valorar (AAAAMM, vacio = stock "
               "actual): ".
           ACCEPT periodo-valoracion.

           IF periodo-valoracion NOT = 0
               IF periodo-valoracion(5:2) < "01"
               OR periodo-valoracion(5:2) > "12"
                   DISPLAY "Mes invalido, proceso cancelado"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF periodo-valoracion(5:2) = "12"
                   COMPUTE inicio-siguiente =
                       (periodo-valoracion + 89) * 100 + 1
               ELSE
                   COMPUTE inicio-siguiente =
                       (periodo-valoracion + 1) * 100 + 1
               END-IF
               COMPUTE fecha-valoracion = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(inicio-siguiente) - 1)
           ELSE
               DISPLAY "Fecha de valoracion (AAAAMMDD, vacio = hoy): "
               ACCEPT fecha-valoracion
               IF fecha-valoracion = 0
                   MOVE fecha-sistema(1:8) TO fecha-valoracion
               END-IF
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE SPACES TO ls-texto.
           IF periodo-valoracion = 0
               STRING "STOCK ACTUAL, TASAS AL " fecha-valoracion
                   DELIMITED BY SIZE INTO ls-texto
               PERFORM VALORAR-PRODUCTOS
               UNTIL si-no = "N"
           ELSE
               STRING "FOTO DE CIERRE DE " periodo-valoracion
                   ", TASAS AL " fecha-valoracion
                   DELIMITED BY SIZE INTO ls-texto
               PERFORM POSICIONAR-FOTO
               PERFORM VALORAR-FOTO
               UNTIL si-no = "N"
               IF total-productos = 0
                   DISPLAY "No hay foto de stock del cierre de "
                       periodo-valoracion
                   MOVE 8 TO RETURN-CODE
                   PERFORM FINALIZA-PROGRAMA
               END-IF
           END-IF.

           PERFORM CONVERTIR-E-IMPRIMIR.
           DISPLAY "Reporte generado en valoracion-inventario.rpt".
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           IF periodo-valoracion NOT = 0
               OPEN INPUT fotos-stock
               IF estado-fotos NOT = "00"
                   DISPLAY "No se pudo abrir fotos-stock.dat, "
                       "estado: " estado-fotos
                   MOVE 8 TO RETURN-CODE
                   PERFORM FINALIZA-PROGRAMA
               END-IF
           END-IF.

      *    SIN MAESTRO DE FAMILIAS CADA CODIGO SE TRATA COMO
      *    FAMILIA DE PRIMER NIVEL
           OPEN INPUT familias-archivo.
           IF estado-familias = "00"
               MOVE "S" TO hay-familias
           END-IF.

           OPEN OUTPUT reporte-valoracion.
           IF estado-reporte NOT = "00"
               DISPLAY "No se pudo abrir valoracion-inventario.rpt, "
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           CLOSE reporte-valoracion.
           IF hay-familias = "S"
               CLOSE familias-archivo
           END-IF.
           IF periodo-valoracion NOT = 0
               CLOSE fotos-stock
           END-IF.

       VALORAR-PRODUCTOS.
           READ producto-dinamic NEXT RECORD
                   END-IF
           END-READ.

      *    DE LA FOTO SOLO CUENTA EL REGISTRO TOTAL DE CADA
      *    PRODUCTO; LAS UBICACIONES SON SU DESGLOSE
       POSICIONAR-FOTO.
           MOVE periodo-valoracion TO fsm-periodo.
           MOVE 0 TO fsm-producto-id.
           MOVE SPACES TO fsm-ubi-id.
           START fotos-stock KEY IS NOT LESS THAN fsm-clave
               INVALID KEY
                   MOVE "N" TO si-no
           END-START.

       VALORAR-FOTO.
           READ fotos-stock NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.

           IF fsm-periodo NOT = periodo-valoracion
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           IF fsm-ubi-id NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

      *    LA FAMILIA ES LA ACTUAL DEL MAESTRO; CANTIDAD, COSTO,
      *    PRECIO Y MONEDA SON LOS DE FIN DE MES
           MOVE fsm-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE SPACES TO producto-familia
           END-READ.
           MOVE fsm-producto-id TO producto-id.
           MOVE fsm-cantidad TO producto-stock.
           MOVE fsm-costo TO producto-costo.
           MOVE fsm-precio TO producto-precio.
           MOVE fsm-moneda TO producto-moneda.

           ADD 1 TO total-productos.
           PERFORM ACUMULAR-VALOR.

       ACUMULAR-VALOR.
           COMPUTE valor-producto =
               producto-stock * producto-precio.
           COMPUTE valor-costo-producto =
               producto-stock * producto-costo.
           ADD valor-costo-producto TO valor-costo-total.

           MOVE "N" TO mon-encontrada.
           MOVE 0 TO ix-mon.
                   ADD 1 TO ocupadas-mon
                   MOVE producto-moneda TO tvm-moneda(ocupadas-mon)
                   MOVE valor-producto TO tvm-valor(ocupadas-mon)
                   MOVE ocupadas-mon TO ix-mon
                   PERFORM OBTENER-TASA-MONEDA
               ELSE
                   DISPLAY "Mas de seis monedas en el maestro, "
                       "producto sin valorar: " producto-id
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    EL PRODUCTO DE UNA MONEDA SIN TASA NO SUMA EN SU FAMILIA
           MOVE 0 TO valor-base-producto.
           IF tvm-con-tasa(ix-mon) = "S"
               COMPUTE valor-base-producto ROUNDED =
                   valor-producto * tvm-tasa(ix-mon)
           END-IF.
           PERFORM RESOLVER-FAMILIA-PRODUCTO.
           PERFORM ACUMULAR-FAMILIA.

      *    LA TASA DE CADA MONEDA SE PIDE UNA SOLA VEZ, A LA FECHA
      *    DE VALORACION, Y SIRVE PARA LOS PRODUCTOS Y LOS SUBTOTALES
       OBTENER-TASA-MONEDA.
           MOVE tvm-moneda(ix-mon) TO sc-moneda.
           MOVE fecha-valoracion TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.

           IF sc-resultado = "N"
               MOVE "N" TO tvm-con-tasa(ix-mon)
               MOVE 0 TO tvm-tasa(ix-mon)
           ELSE
               MOVE "S" TO tvm-con-tasa(ix-mon)
               MOVE sc-tasa TO tvm-tasa(ix-mon)
           END-IF.

      *    LA FAMILIA DEL ARTICULO PUEDE SER UNA SUBFAMILIA: SE
      *    SUBTOTALIZA POR SU PADRE, LA FAMILIA DE PRIMER NIVEL
       RESOLVER-FAMILIA-PRODUCTO.
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

       ACUMULAR-FAMILIA.
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
               MOVE 0 TO tfa-stock(total-familias)
               MOVE 0 TO tfa-valor(total-familias)
               MOVE 0 TO tfa-costo(total-familias)
               MOVE total-familias TO ix-fam
           END-IF.

           ADD producto-stock TO tfa-stock(ix-fam).
           ADD valor-base-producto TO tfa-valor(ix-fam).
           ADD valor-costo-producto TO tfa-costo(ix-fam).

       UBICAR-FAMILIA.
           ADD 1 TO ix-fam.
           IF tfa-familia(ix-fam) = familia-producto
               MOVE "S" TO familia-ubicada
           END-IF.

       BUSCAR-MONEDA-TABLA.
           END-IF.

       CONVERTIR-E-IMPRIMIR.
           WRITE linea-reporte FROM linea-seccion.
           WRITE linea-reporte FROM SPACES.

           MOVE 0 TO ix-lista.
           PERFORM CONVERTIR-UNA-MONEDA
           UNTIL ix-lista >= ocupadas-mon.

           MOVE valor-base-total TO lc-valor.
           WRITE linea-reporte FROM linea-consolidado.
           MOVE valor-costo-total TO lcc-valor.
           WRITE linea-reporte FROM linea-consolidado-costo.

           IF total-sin-tasa > 0
               MOVE total-sin-tasa TO lst-contador
               WRITE linea-reporte FROM linea-sin-tasa
           END-IF.

           WRITE linea-reporte FROM SPACES.
           MOVE "VALOR POR FAMILIA (MONEDA BASE)" TO ls-texto.
           WRITE linea-reporte FROM linea-seccion.
           PERFORM LISTAR-FAMILIAS.

           WRITE linea-reporte FROM SPACES.
           MOVE "RESUMEN POR FAMILIA" TO ls-texto.
           WRITE linea-reporte FROM linea-seccion.
           PERFORM LISTAR-RESUMEN-FAMILIAS.

           DISPLAY "Productos valorados: " total-productos.

       CONVERTIR-UNA-MONEDA.
           MOVE tvm-valor(ix-lista) TO lm-valor.
           MOVE SPACES TO lm-marca.

           IF tvm-con-tasa(ix-lista) = "N"
               ADD 1 TO total-sin-tasa
               MOVE 0 TO lm-convertido
               MOVE " SIN TASA" TO lm-marca
           ELSE
               COMPUTE valor-convertido ROUNDED =
                   tvm-valor(ix-lista) * tvm-tasa(ix-lista)
               MOVE valor-convertido TO lm-convertido
               ADD valor-convertido TO valor-base-total
           END-IF.

           WRITE linea-reporte FROM linea-moneda.

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

           MOVE 0 TO subtotal-stock subtotal-valor subtotal-costo.
           MOVE 0 TO ix-fam.
           PERFORM LISTAR-SUBFAMILIA
           UNTIL ix-fam >= total-familias.

           MOVE "SUBTOTAL  " TO lf-rotulo.
           MOVE familia-en-curso TO lf-codigo fam-codigo.
           PERFORM DESCRIBIR-FAMILIA.
           MOVE descript-familia TO lf-descript.
           MOVE subtotal-stock TO lf-stock.
           MOVE subtotal-valor TO lf-valor.
           MOVE subtotal-costo TO lf-costo.
           WRITE linea-reporte FROM linea-familia.

           IF total-resumen < 200
               ADD 1 TO total-resumen
               MOVE familia-en-curso TO trs-familia(total-resumen)
               MOVE subtotal-stock TO trs-stock(total-resumen)
               MOVE subtotal-valor TO trs-valor(total-resumen)
               MOVE subtotal-costo TO trs-costo(total-resumen)
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
               ADD tfa-stock(ix-fam) TO subtotal-stock
               ADD tfa-valor(ix-fam) TO subtotal-valor
               ADD tfa-costo(ix-fam) TO subtotal-costo
               IF tfa-familia(ix-fam) = familia-en-curso
                   MOVE "  DIRECTO " TO lf-rotulo
               ELSE
                   MOVE "  SUBFAM. " TO lf-rotulo
               END-IF
               MOVE tfa-familia(ix-fam) TO lf-codigo fam-codigo
               PERFORM DESCRIBIR-FAMILIA
               MOVE descript-familia TO lf-descript
               MOVE tfa-stock(ix-fam) TO lf-stock
               MOVE tfa-valor(ix-fam) TO lf-valor
               MOVE tfa-costo(ix-fam) TO lf-costo
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
           MOVE trs-stock(ix-res) TO lf-stock.
           MOVE trs-valor(ix-res) TO lf-valor.
           MOVE trs-costo(ix-res) TO lf-costo.
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

       END PROGRAM "REPORTE_VALORACION_INVENTARIO".
