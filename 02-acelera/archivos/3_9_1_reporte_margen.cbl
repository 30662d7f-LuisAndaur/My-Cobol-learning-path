      *          factura (ingreso = facd-importe) con el costo
      *          promedio del maestro (costo vendido = cantidad por
      *          producto-costo) y acumula margen por producto, por
      *          cliente y por mes, y por familia comercial (cada
      *          familia de primer nivel con sus subfamilias y su
      *          subtotal, mas un resumen solo por familia).  El
      *          costo de un kit es la suma del costo de sus
      *          componentes segun kits.dat.  Sale
      *          por el escritor de spool.  "¿Vale la pena tener este
      *          producto?" por fin se contesta con numeros y no al
      *          tanteo.
      * Tectonics: cobc
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *MAESTRO DE FAMILIAS, SOLO LECTURA
       SELECT familias-archivo
       ASSIGN TO "familias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fam-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-familias.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE FACTURA
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *MAESTRO DE FAMILIAS
       FD familias-archivo.
           COPY "FAMILIA-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  ingreso-linea               PIC 9(8)V99 VALUE 0.
       77  costo-linea                 PIC 9(10)V99 VALUE 0.
       77  margen-linea                PIC S9(10)V99 VALUE 0.
       77  costo-unitario              PIC 9(8)V99 VALUE 0.
       77  ix-kit                      PIC 9(2) VALUE 0.
           COPY "KIT-EXPLOSION.CPY".
       77  cliente-factura             PIC X(7) VALUE SPACES.
       77  mes-factura                 PIC 9(6) VALUE 0.
       77  ix-gru                      PIC 9(3) VALUE 0.
               10  tgr-ingreso         PIC S9(11)V99.
               10  tgr-costo           PIC S9(11)V99.

      *    ACUMULADOS POR FAMILIA: UNA ENTRADA POR CODIGO DE FAMILIA
      *    O SUBFAMILIA DEL ARTICULO, CON SU FAMILIA DE PRIMER NIVEL
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
               10  tfa-ingreso         PIC S9(11)V99.
               10  tfa-costo           PIC S9(11)V99.
               10  tfa-listada         PIC X.

      *    RESUMEN: UNA ENTRADA POR FAMILIA DE PRIMER NIVEL
       77  total-resumen               PIC 9(3) VALUE 0.
       77  ix-res                      PIC 9(3) VALUE 0.
       77  subtotal-ingreso            PIC S9(11)V99 VALUE 0.
       77  subtotal-costo              PIC S9(11)V99 VALUE 0.
       01  tabla-resumen.
           05  entrada-res OCCURS 200 TIMES.
               10  trs-familia         PIC X(4).
               10  trs-ingreso         PIC S9(11)V99.
               10  trs-costo           PIC S9(11)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "  MARGEN ".
           05  dm-margen               PIC -ZZZ.ZZZ.ZZ9,99.

       01  detalle-familia.
           05  df-rotulo               PIC X(10).
           05  df-codigo               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  df-descript             PIC X(30).
           05  FILLER                  PIC X(10)
               VALUE "  INGRESO ".
           05  df-ingreso              PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(8) VALUE "  COSTO ".
           05  df-costo                PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(9) VALUE "  MARGEN ".
           05  df-margen               PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN MAESTRO DE FAMILIAS CADA CODIGO SE TRATA COMO
      *    FAMILIA DE PRIMER NIVEL
           OPEN INPUT familias-archivo.
           IF estado-familias = "00"
               MOVE "S" TO hay-familias
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.
           CLOSE producto-dinamic.
           IF hay-familias = "S"
               CLOSE familias-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    LAS LINEAS DE INTERESES DE DEMORA (PRODUCTO 0) NO TIENEN
      *    COSTO NI SON VENTA: QUEDAN FUERA DEL MARGEN
       BARRER-LINEAS-FACTURA.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO total-lineas-leidas
                   IF facd-producto-id NOT = 0
                       PERFORM ACUMULAR-LINEA
                   END-IF
           END-READ.

      *    EL INGRESO ES EL IMPORTE FACTURADO DE LA LINEA; EL COSTO
      *    VENDIDO, LA CANTIDAD AL COSTO PROMEDIO DEL MAESTRO.  LA
      *    LINEA DE SERVICIO NO TIENE COSTO DE PRODUCTO: TODO SU
      *    IMPORTE ES MARGEN DEL CLIENTE Y DEL MES, Y NO ENTRA EN
      *    LA SECCION POR PRODUCTO (SU CODIGO ES DE servicios.dat).
       ACUMULAR-LINEA.
           MOVE facd-importe TO ingreso-linea.

           MOVE 0 TO costo-linea.
           MOVE SPACES TO familia-producto familia-padre.
           IF facd-articulo
               MOVE facd-producto-id TO producto-id
               READ producto-dinamic
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM RESOLVER-FAMILIA-PRODUCTO
                       PERFORM COSTEAR-LINEA
               END-READ
           END-IF.

           MOVE SPACES TO cliente-factura.
           MOVE 0 TO mes-factura.
                   MOVE fac-fecha(1:6) TO mes-factura
           END-READ.

           IF facd-articulo
               MOVE "P" TO tipo-grupo
               MOVE SPACES TO clave-grupo
               MOVE facd-producto-id TO clave-grupo(1:6)
               PERFORM ACUMULAR-EN-GRUPO
               PERFORM ACUMULAR-FAMILIA
           END-IF.

           IF cliente-factura NOT = SPACES
               MOVE "C" TO tipo-grupo
               PERFORM ACUMULAR-EN-GRUPO
           END-IF.

      *    EL COSTO DEL KIT SE SUMA DESDE EL COSTO PROMEDIO DE SUS
      *    COMPONENTES, SE HAYA VENDIDO ARMADO O EN PIEZAS
       COSTEAR-LINEA.
           MOVE producto-costo TO costo-unitario.

           MOVE facd-producto-id TO kex-producto.
           CALL "SERVICIOS-KIT" USING kit-explosion.
           IF kex-es-kit
               MOVE 0 TO costo-unitario
               MOVE 0 TO ix-kit
               PERFORM SUMAR-COSTO-COMPONENTE
               UNTIL ix-kit >= kex-total
           END-IF.

           COMPUTE costo-linea = facd-cantidad * costo-unitario.

       SUMAR-COSTO-COMPONENTE.
           ADD 1 TO ix-kit.
           MOVE kex-componente-id(ix-kit) TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE costo-unitario = costo-unitario
                       + kex-cantidad(ix-kit) * producto-costo
           END-READ.

       ACUMULAR-EN-GRUPO.
           MOVE "N" TO grupo-ubicado.
           MOVE 0 TO ix-gru.
               MOVE "S" TO grupo-ubicado
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
               MOVE 0 TO tfa-ingreso(total-familias)
               MOVE 0 TO tfa-costo(total-familias)
               MOVE total-familias TO ix-fam
           END-IF.

           ADD ingreso-linea TO tfa-ingreso(ix-fam).
           ADD costo-linea TO tfa-costo(ix-fam).

       UBICAR-FAMILIA.
           ADD 1 TO ix-fam.
           IF tfa-familia(ix-fam) = familia-producto
               MOVE "S" TO familia-ubicada
           END-IF.

       IMPRIMIR-SECCIONES.
           MOVE "MARGEN POR PRODUCTO" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "M" TO tipo-grupo.
           PERFORM IMPRIMIR-GRUPOS-TIPO.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "MARGEN POR FAMILIA" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           PERFORM LISTAR-FAMILIAS.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "RESUMEN POR FAMILIA" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           PERFORM LISTAR-RESUMEN-FAMILIAS.

       IMPRIMIR-GRUPOS-TIPO.
           MOVE 0 TO ix-gru.
           PERFORM IMPRIMIR-UN-GRUPO
           MOVE detalle-margen TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

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

           MOVE 0 TO subtotal-ingreso subtotal-costo.
           MOVE 0 TO ix-fam.
           PERFORM LISTAR-SUBFAMILIA
           UNTIL ix-fam >= total-familias.

           MOVE "SUBTOTAL  " TO df-rotulo.
           MOVE familia-en-curso TO df-codigo fam-codigo.
           MOVE subtotal-ingreso TO df-ingreso.
           MOVE subtotal-costo TO df-costo.
           COMPUTE margen-linea = subtotal-ingreso - subtotal-costo.
           PERFORM IMPRIMIR-DETALLE-FAMILIA.

           IF total-resumen < 200
               ADD 1 TO total-resumen
               MOVE familia-en-curso TO trs-familia(total-resumen)
               MOVE subtotal-ingreso TO trs-ingreso(total-resumen)
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
               ADD tfa-ingreso(ix-fam) TO subtotal-ingreso
               ADD tfa-costo(ix-fam) TO subtotal-costo
               IF tfa-familia(ix-fam) = familia-en-curso
                   MOVE "  DIRECTO " TO df-rotulo
               ELSE
                   MOVE "  SUBFAM. " TO df-rotulo
               END-IF
               MOVE tfa-familia(ix-fam) TO df-codigo fam-codigo
               MOVE tfa-ingreso(ix-fam) TO df-ingreso
               MOVE tfa-costo(ix-fam) TO df-costo
               COMPUTE margen-linea =
                   tfa-ingreso(ix-fam) - tfa-costo(ix-fam)
               PERFORM IMPRIMIR-DETALLE-FAMILIA
           END-IF.

       LISTAR-RESUMEN-FAMILIAS.
           MOVE 0 TO ix-res.
           PERFORM LISTAR-UN-RESUMEN
           UNTIL ix-res >= total-resumen.

       LISTAR-UN-RESUMEN.
           ADD 1 TO ix-res.
           MOVE "FAMILIA   " TO df-rotulo.
           MOVE trs-familia(ix-res) TO df-codigo fam-codigo.
           MOVE trs-ingreso(ix-res) TO df-ingreso.
           MOVE trs-costo(ix-res) TO df-costo.
           COMPUTE margen-linea =
               trs-ingreso(ix-res) - trs-costo(ix-res).
           PERFORM IMPRIMIR-DETALLE-FAMILIA.

      *    EL CODIGO A DESCRIBIR LLEGA EN fam-codigo
       IMPRIMIR-DETALLE-FAMILIA.
           MOVE SPACES TO descript-familia.
           IF fam-codigo = SPACES
               MOVE "(SIN FAMILIA)" TO descript-familia
           ELSE
               IF hay-familias = "S"
                   READ familias-archivo
                       INVALID KEY
                           MOVE "(NO ESTA EN EL MAESTRO)"
                               TO descript-familia
                       NOT INVALID KEY
                           MOVE fam-descript TO descript-familia
                   END-READ
               END-IF
           END-IF.

           MOVE descript-familia TO df-descript.
           MOVE margen-linea TO df-margen.
           MOVE detalle-familia TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
