      *          facturas del periodo, resuelve el vendedor por el
      *          pedido de cada factura y acumula la base facturada
      *          (sin IVA) por vendedor; los abonos del periodo
      *          restan su base por el mismo camino.  La factura
      *          resumen periodica (sin pedido en la cabecera) se
      *          reparte linea a linea por el pedido de cada linea.
      *          Aplica la tasa
      *          de comisiones-tasas.dat, imprime la liquidacion por
      *          vendedor por el escritor de spool y deja el importe
      *          en comisiones-nomina.dat para que CALCULO_NOMINA lo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *LINEAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-detalle
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

      *REGISTRO DE ABONOS, SOLO LECTURA
       SELECT abonos-archivo
       ASSIGN TO "abonos.dat"
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  hay-detalle-factura         PIC X VALUE "N".
       77  recorriendo-lineas          PIC X VALUE "S".
       77  estado-comisiones           PIC X(02) VALUE "00".
       77  estado-interfaz             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN LINEAS DE FACTURA LAS FACTURAS RESUMEN NO COMISIONAN
           OPEN INPUT facturas-detalle.
           IF estado-facdet = "00"
               MOVE "S" TO hay-detalle-factura
           ELSE
               DISPLAY "Sin facturas-detalle.dat, las facturas "
                   "resumen no comisionan, estado: " estado-facdet
           END-IF.

           OPEN INPUT comisiones-tasas.
           IF estado-comisiones NOT = "00"
               DISPLAY "No se pudo abrir comisiones-tasas.dat, "
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE facturas-archivo.
           CLOSE pedidos-archivo.
           IF hay-detalle-factura = "S"
               CLOSE facturas-detalle
           END-IF.
           CLOSE comisiones-tasas.
           CLOSE comisiones-nomina.

           END-READ.

      *    EL VENDEDOR SALE DEL PEDIDO DE LA FACTURA; FACTURA SIN
      *    PEDIDO O PEDIDO SIN VENDEDOR NO COMISIONA.  LA FACTURA
      *    RESUMEN PERIODICA VA POR SUS LINEAS.
       ACUMULAR-FACTURA.
           IF fac-pedido = 0
           AND fac-ordinaria
               PERFORM ACUMULAR-FACTURA-RESUMEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM RESOLVER-VENDEDOR-PEDIDO.
           IF vendedor-documento = SPACES
               EXIT PARAGRAPH
               ADD fac-base(ix-mon) TO base-documento
           END-IF.

      *    CADA LINEA COMISIONA SU IMPORTE (SIN IVA) AL VENDEDOR DE
      *    SU PROPIO PEDIDO; LAS LINEAS DE VENTA DE MOSTRADOR LLEVAN
      *    PEDIDO CERO Y NO COMISIONAN, COMO SU CABECERA.
       ACUMULAR-FACTURA-RESUMEN.
           IF hay-detalle-factura = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE fac-numero TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo-lineas.
           PERFORM ACUMULAR-LINEA-RESUMEN
           UNTIL recorriendo-lineas = "N".

       ACUMULAR-LINEA-RESUMEN.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF facd-numero NOT = fac-numero
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF facd-pedido NOT = 0
                           MOVE facd-pedido TO ped-numero
                           PERFORM RESOLVER-VENDEDOR-LINEA
                       END-IF
                   END-IF
           END-READ.

       RESOLVER-VENDEDOR-LINEA.
           READ pedidos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           IF ped-empleados-id = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE ped-empleados-id TO vendedor-documento.
           MOVE facd-importe TO base-documento.
           PERFORM ACUMULAR-EN-VENDEDOR.

       RESOLVER-VENDEDOR-PEDIDO.
           MOVE SPACES TO vendedor-documento.

