      *          cargo y su pago al contado (los libros cuadran
      *          solos) y anota el cobro con su tipo de pago en la
      *          sesion de caja.  El cierre Z lo hace CIERRE_CAJA
      *          antes del fin de dia.  Un kit se vende de los kits
      *          ya armados y, si no alcanzan, el resto sale de sus
      *          componentes segun la lista de materiales kits.dat.
      *          El articulo seguido por serie pide el numero de
      *          serie de cada unidad vendida, que queda en
      *          series.dat con la factura y su fin de garantia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  estado-sesiones             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-venta        VALUE "V" "D".
       77  numero-factura              PIC 9(6) VALUE 0.
       77  que-producto                PIC 9(6) VALUE 0.
       77  cantidad-vendida            PIC 9(6) VALUE 0.
       77  caducidad-consumo           PIC 9(8) VALUE 0.
       77  lote-hallado                PIC X VALUE "N".

      *    VENTA DE KITS: PRIMERO LO ARMADO, EL RESTO EN COMPONENTES
       77  producto-salida             PIC 9(6) VALUE 0.
       77  cantidad-salida             PIC 9(6) VALUE 0.
       77  stock-kit                   PIC 9(6) VALUE 0.
       77  kits-armados                PIC 9(6) VALUE 0.
       77  kits-por-armar              PIC 9(6) VALUE 0.
       77  armables-kit                PIC 9(6) VALUE 0.
       77  armables-componente         PIC 9(6) VALUE 0.
       77  ix-kit                      PIC 9(2) VALUE 0.
           COPY "KIT-EXPLOSION.CPY".

      *    CAPTURA DE NUMEROS DE SERIE DE LOS ARTICULOS SERIADOS
       77  series-pedidas              PIC 9(6) VALUE 0.
       77  series-capturadas           PIC 9(6) VALUE 0.
       77  serie-orden                 PIC 9(6) VALUE 0.
       77  serie-abandonada            PIC X VALUE "N".
       77  serie-capturada             PIC X(20) VALUE SPACES.
           COPY "SERIE-PETICION.CPY".

      *    TIPO DE IVA DE RESPALDO: SOLO SE APLICA SI LA TABLA DE
      *    TIPOS NO EXISTE O EL CODIGO DEL PRODUCTO NO ESTA EN ELLA
       77  tasa-impuesto               PIC 9V99 VALUE 0,21.

           PERFORM REINICIAR.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

       VENDER-UNA-LINEA.
           DISPLAY "ID del producto (0 = cobrar): ".
           ACCEPT que-producto.
                   EXIT PARAGRAPH
           END-READ.

           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-venta
               DISPLAY "Producto bloqueado para la venta: "
                   que-producto " " producto-descript
               EXIT PARAGRAPH
           END-IF.

           DISPLAY producto-descript " a " producto-precio " "
               producto-moneda " (stock " producto-stock ")".

           MOVE que-producto TO kex-producto.
           CALL "SERVICIOS-KIT" USING kit-explosion.
           IF kex-es-kit
               PERFORM CONTAR-ARMABLES-KIT
               DISPLAY "Kit: " stock-kit " armados y " armables-kit
                   " armables con sus componentes"
           END-IF.

           DISPLAY "Cantidad: ".
           ACCEPT cantidad-vendida.

               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURAR-SERIES-VENDIDAS.
           IF cantidad-vendida = 0
               DISPLAY "Sin numeros de serie, linea descartada"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO linea-factura.
           COMPUTE importe-linea =
               cantidad-vendida * producto-precio.
           MOVE producto-precio TO facd-precio.
           MOVE producto-moneda TO facd-moneda.
           MOVE importe-linea TO facd-importe.
           MOVE 0 TO facd-pedido.
           SET facd-articulo TO TRUE.

           WRITE factura-detalle
               INVALID KEY
           END-WRITE.

      *    LA SALIDA DE STOCK ES INMEDIATA: EL MOSTRADOR NO PASA
      *    POR PICKING NI POR ALBARAN.  DEL KIT SALE PRIMERO LO YA
      *    ARMADO Y EL RESTO SALE COMO COMPONENTES.
           IF kex-no-es-kit
               MOVE que-producto TO producto-salida
               MOVE cantidad-vendida TO cantidad-salida
               PERFORM GRABAR-SALIDA-MOSTRADOR
               EXIT PARAGRAPH
           END-IF.

           IF stock-kit >= cantidad-vendida
               MOVE cantidad-vendida TO kits-armados
           ELSE
               MOVE stock-kit TO kits-armados
           END-IF.
           COMPUTE kits-por-armar = cantidad-vendida - kits-armados.

           IF kits-armados > 0
               MOVE que-producto TO producto-salida
               MOVE kits-armados TO cantidad-salida
               PERFORM GRABAR-SALIDA-MOSTRADOR
           END-IF.

           MOVE 0 TO ix-kit.
           IF kits-por-armar > 0
               PERFORM SACAR-COMPONENTE-KIT
               UNTIL ix-kit >= kex-total
           END-IF.

      *    LA UNIDAD SIN SERIE NO SE VENDE: LA LINEA SE QUEDA EN
      *    LAS SERIES ACEPTADAS, QUE QUEDAN A NOMBRE DEL CLIENTE DE
      *    MOSTRADOR CON ESTA FACTURA
       CAPTURAR-SERIES-VENDIDAS.
           MOVE "T" TO sep-operacion.
           MOVE que-producto TO sep-producto-id.
           CALL "SERVICIOS-SERIE" USING serie-peticion.
           IF sep-rechazado
               EXIT PARAGRAPH
           END-IF.

           MOVE "V" TO sep-operacion.
           MOVE fecha-hoy TO sep-fecha.
           MOVE cliente-mostrador TO sep-titular.
           MOVE 0 TO sep-documento.
           MOVE numero-factura TO sep-factura.
           MOVE cantidad-vendida TO series-pedidas.
           PERFORM CAPTURAR-SERIES.

           IF series-capturadas < cantidad-vendida
               DISPLAY "Sin numero de serie no se vende: se venden "
                   series-capturadas
               MOVE series-capturadas TO cantidad-vendida
           END-IF.

      *    UNA SERIE POR UNIDAD; CADA UNA LA VALIDA Y LA MUEVE
      *    SERVICIOS-SERIE.  EN BLANCO SE DEJA DE CAPTURAR Y LA
      *    CANTIDAD SE QUEDA EN LAS SERIES ACEPTADAS.
       CAPTURAR-SERIES.
           MOVE 0 TO series-capturadas.
           MOVE "N" TO serie-abandonada.
           PERFORM CAPTURAR-UNA-SERIE
           UNTIL series-capturadas >= series-pedidas
               OR serie-abandonada = "S".

       CAPTURAR-UNA-SERIE.
           COMPUTE serie-orden = series-capturadas + 1.
           DISPLAY "Numero de serie " serie-orden " de "
               series-pedidas " (vacio = no hay mas): ".
           MOVE SPACES TO serie-capturada.
           ACCEPT serie-capturada.
           MOVE FUNCTION UPPER-CASE(serie-capturada)
               TO serie-capturada.

           IF serie-capturada = SPACES
               MOVE "S" TO serie-abandonada
               EXIT PARAGRAPH
           END-IF.

           MOVE serie-capturada TO sep-numero.
           CALL "SERVICIOS-SERIE" USING serie-peticion.
           IF sep-correcto
               ADD 1 TO series-capturadas
           ELSE
               DISPLAY "Serie rechazada " serie-capturada ": "
                   sep-mensaje
           END-IF.

      *    LO ARMABLE ES EL MINIMO, ENTRE LOS COMPONENTES, DE SU
      *    STOCK ENTRE LO QUE LLEVA CADA KIT.  LOS COMPONENTES SE
      *    LEEN EN EL MISMO BUFFER, ASI QUE AL FINAL SE RELEE EL KIT.
       CONTAR-ARMABLES-KIT.
           MOVE producto-stock TO stock-kit.
           MOVE 999999 TO armables-kit.
           MOVE 0 TO ix-kit.
           PERFORM ACOTAR-ARMABLES-COMPONENTE
           UNTIL ix-kit >= kex-total.

           MOVE que-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   CONTINUE
           END-READ.

       ACOTAR-ARMABLES-COMPONENTE.
           ADD 1 TO ix-kit.
           MOVE kex-componente-id(ix-kit) TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE 0 TO producto-stock
           END-READ.

           COMPUTE armables-componente =
               producto-stock / kex-cantidad(ix-kit).
           IF armables-componente < armables-kit
               MOVE armables-componente TO armables-kit
           END-IF.

       SACAR-COMPONENTE-KIT.
           ADD 1 TO ix-kit.
           MOVE kex-componente-id(ix-kit) TO producto-salida.
           COMPUTE cantidad-salida =
               kits-por-armar * kex-cantidad(ix-kit).
           PERFORM GRABAR-SALIDA-MOSTRADOR.

       GRABAR-SALIDA-MOSTRADOR.
           MOVE SPACES TO producto-mov-registro.
           MOVE producto-salida TO producto-mov-id.
           MOVE "S" TO producto-mov-tipo.
           MOVE cantidad-salida TO producto-mov-cantidad.
           MOVE fecha-sistema(1:8) TO producto-mov-fecha.
           MOVE 0 TO producto-mov-documento.
           MOVE "VE" TO producto-mov-motivo.
                   "estado: " estado-movimientos
           END-IF.

           MOVE producto-salida TO producto-consumo.
           MOVE cantidad-salida TO cantidad-por-consumir.
           PERFORM CONSUMIR-LOTES-FEFO.

      *    LO VENDIDO REBAJA LOS LOTES DEL PRODUCTO EN ORDEN DE
           MOVE numero-factura TO fac-numero.
           MOVE 0 TO fac-pedido.
           MOVE cliente-mostrador TO fac-clientes-id.
           SET fac-ordinaria TO TRUE.
           MOVE fecha-sistema(1:8) TO fac-fecha.
           MOVE linea-factura TO fac-total-lineas.

           MOVE SPACES TO fac-moneda(2) fac-moneda(3).
           MOVE 0 TO fac-base(2) fac-impuesto(2) fac-total(2).
           MOVE 0 TO fac-base(3) fac-impuesto(3) fac-total(3).
           MOVE "N" TO fac-recargo-equiv.
           MOVE 0 TO fac-recargo(1) fac-recargo(2) fac-recargo(3).

           WRITE factura-cabecera
               INVALID KEY
