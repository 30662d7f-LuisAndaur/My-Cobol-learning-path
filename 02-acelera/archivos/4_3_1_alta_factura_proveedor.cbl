      *          cotejo a tres bandas.  Cada linea facturada se
      *          compara contra la linea de la orden de compra
      *          (cantidad facturada contra cantidad RECIBIDA, no
      *          pedida; en la orden de envio directo, que no pasa
      *          por el almacen, contra lo pedido en las lineas cuyo
      *          envio al cliente confirmo el proveedor) y contra el
      *          precio pactado de la linea (el del acuerdo marco en
      *          las llamadas contra uno) o, en las lineas antiguas
      *          sin precio, contra el ultimo precio de compra del
      *          enlace producto-proveedor, con una tolerancia
      *          porcentual parametrizable.  La factura que pasa el
      *          cotejo queda registrada (estado R) y asienta su
      *          la revise aqui mismo y la apruebe o la deje
      *          retenida.  El registro va a compras-facturas.dat,
      *          que tambien alimenta el IVA soportado trimestral.
      *          La factura de servicios profesionales lleva su
      *          porcentaje de retencion de IRPF sobre la base: el
      *          cargo en cuentas por pagar es el total menos la
      *          retencion, que se ingresa en Hacienda con el
      *          modelo 111.  La factura y su cargo anotan quien
      *          la capturo, y la retenida el supervisor que la
      *          aprobo y la fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  linea-oc-hallada            PIC X VALUE "N".
       77  leyendo-lineas-oc           PIC X VALUE "S".
       77  tolerancia-pct              PIC 9(2)V99 VALUE 5.
       77  precio-referencia           PIC 9(4)V99 VALUE 0.
       77  origen-referencia           PIC X(7) VALUE SPACES.
       77  diferencia-pct              PIC S9(4)V99 VALUE 0.
       77  hay-diferencias             PIC X VALUE "N".
       77  base-factura                PIC 9(8)V99 VALUE 0.
       77  impuesto-factura            PIC 9(8)V99 VALUE 0.
       77  vencimiento-factura         PIC 9(8) VALUE 0.
       77  profesional-factura         PIC X VALUE "N".
       77  retencion-pct-factura       PIC 9(2)V99 VALUE 0.
       77  retencion-factura           PIC 9(8)V99 VALUE 0.
       77  leyendo-retenidas           PIC X VALUE "S".
       77  total-retenidas             PIC 9(4) VALUE 0.
       77  numero-factura-prov         PIC X(12) VALUE SPACES.
           DISPLAY "IVA de la factura: ".
           ACCEPT impuesto-factura.

           PERFORM CAPTURAR-RETENCION.

           DISPLAY "Fecha de vencimiento (AAAAMMDD): ".
           ACCEPT vencimiento-factura.

           PERFORM GRABAR-FACTURA-PROVEEDOR.

      *    LOS SERVICIOS PROFESIONALES SUFREN RETENCION DE IRPF
      *    SOBRE LA BASE; EL RESTO DE FACTURAS LA LLEVAN A CERO.
       CAPTURAR-RETENCION.
           MOVE "N" TO profesional-factura.
           MOVE 0 TO retencion-pct-factura retencion-factura.

           DISPLAY "Servicios profesionales con retencion IRPF "
               "(S/N): ".
           ACCEPT profesional-factura.
           MOVE FUNCTION UPPER-CASE(profesional-factura)
               TO profesional-factura.
           IF profesional-factura NOT = "S"
               MOVE "N" TO profesional-factura
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Porcentaje de retencion (ej. 15,00): ".
           ACCEPT retencion-pct-factura.
           IF retencion-pct-factura = 0
               DISPLAY "Sin porcentaje, la factura no lleva "
                   "retencion"
               MOVE "N" TO profesional-factura
               EXIT PARAGRAPH
           END-IF.

           COMPUTE retencion-factura ROUNDED =
               base-factura * retencion-pct-factura / 100.
           DISPLAY "Retencion IRPF: " retencion-factura.

       VALIDAR-PROVEEDOR.
           MOVE "N" TO proveedor-apto.

           END-READ.

      *    EL COTEJO A TRES BANDAS DE LA LINEA: LO FACTURADO CONTRA
      *    LO RECIBIDO DE LA ORDEN (NO CONTRA LO PEDIDO, SALVO EN EL
      *    ENVIO DIRECTO, QUE NO SE RECIBE) Y EL PRECIO
      *    CONTRA EL ULTIMO PRECIO DE COMPRA DEL ENLACE, CON LA
      *    TOLERANCIA EN PORCIENTO.
       COTEJAR-UNA-LINEA.
           DISPLAY "Precio unitario facturado: ".
           ACCEPT precio-facturado.

           IF oc-directa
               PERFORM COTEJAR-ENVIO-DIRECTO
           ELSE
               IF cantidad-facturada > ocd-cantidad-recibida
                   DISPLAY "DIFERENCIA: facturadas "
                       cantidad-facturada " contra "
                       ocd-cantidad-recibida " recibidas"
                   MOVE "S" TO hay-diferencias
               END-IF
           END-IF.

           PERFORM COTEJAR-PRECIO.
           COMPUTE base-factura = base-factura
               + cantidad-facturada * precio-facturado.

      *    LA ORDEN DIRECTA NO TIENE RECEPCION: LA LINEA SE COBRA
      *    CUANDO EL PROVEEDOR CONFIRMO EL ENVIO (LINEA CERRADA) Y
      *    HASTA LO PEDIDO, QUE ES LO QUE SE FACTURA AL CLIENTE
       COTEJAR-ENVIO-DIRECTO.
           IF NOT ocd-cerrada
               DISPLAY "DIFERENCIA: envio directo sin confirmar por "
                   "el proveedor, linea " ocd-linea
               MOVE "S" TO hay-diferencias
           END-IF.

           IF cantidad-facturada > ocd-cantidad-pedida
               DISPLAY "DIFERENCIA: facturadas " cantidad-facturada
                   " contra " ocd-cantidad-pedida
                   " pedidas en envio directo"
               MOVE "S" TO hay-diferencias
           END-IF.

       BUSCAR-LINEA-OC.
           MOVE "N" TO linea-oc-hallada.

                   END-IF
           END-READ.

      *    LA LINEA CON PRECIO PACTADO (ACUERDO MARCO O PRECIO DE
      *    EMISION) SE COTEJA CONTRA EL; LA ANTIGUA, SIN PRECIO,
      *    CONTRA EL ULTIMO PRECIO DEL ENLACE
       COTEJAR-PRECIO.
           IF ocd-precio > 0
               MOVE ocd-precio TO precio-referencia
               MOVE "pactado" TO origen-referencia
           ELSE
               PERFORM LEER-ULTIMO-PRECIO
           END-IF.

           IF precio-referencia = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE diferencia-pct ROUNDED =
               (precio-facturado - precio-referencia) * 100
               / precio-referencia.

           IF diferencia-pct > tolerancia-pct
           OR diferencia-pct < (0 - tolerancia-pct)
               DISPLAY "DIFERENCIA: precio " precio-facturado
                   " contra " origen-referencia " " precio-referencia
                   " (" diferencia-pct " %)"
               MOVE "S" TO hay-diferencias
           END-IF.

       LEER-ULTIMO-PRECIO.
           MOVE 0 TO precio-referencia.
           MOVE "ultimo" TO origen-referencia.

           MOVE que-producto TO prpr-producto-id.
           MOVE que-proveedor TO prpr-prov-id.
           READ producto-proveedor
               INVALID KEY
                   DISPLAY "Producto sin enlace con el proveedor, "
                       "precio sin cotejar: " que-producto
               NOT INVALID KEY
                   MOVE prpr-ultimo-precio TO precio-referencia
           END-READ.

       GRABAR-FACTURA-PROVEEDOR.
           MOVE SPACES TO factura-proveedor-registro.
           MOVE que-proveedor TO fpr-prov-id.
           MOVE impuesto-factura TO fpr-impuesto.
           COMPUTE fpr-total = base-factura + impuesto-factura.
           MOVE SPACES TO fpr-referencia-pago.
           MOVE profesional-factura TO fpr-servicio-profesional.
           MOVE retencion-pct-factura TO fpr-retencion-pct.
           MOVE retencion-factura TO fpr-retencion.
           MOVE empleado-firmado TO fpr-capturado-por.
           MOVE SPACES TO fpr-aprobado-por.
           MOVE 0 TO fpr-fecha-aprobacion.

           IF hay-diferencias = "S"
               SET fpr-retenida TO TRUE
           MOVE SPACES TO cuentas-pagar-registro.
           MOVE fpr-prov-id TO cpag-prov-id.
           MOVE "C" TO cpag-tipo.
           COMPUTE cpag-importe = fpr-total - fpr-retencion.
           MOVE fpr-moneda TO cpag-moneda.
           MOVE fpr-fecha TO cpag-fecha.
           MOVE vencimiento-factura TO cpag-vencimiento.
           MOVE fpr-numero TO cpag-referencia.
           SET cpag-abierto TO TRUE.
           MOVE SPACES TO cpag-referencia-pago.
           MOVE fpr-capturado-por TO cpag-capturado-por.
           MOVE SPACES TO cpag-aprobado-por.
           MOVE 0 TO cpag-fecha-aprobacion.

           WRITE cuentas-pagar-registro.
           IF estado-pagar NOT = "00"
           END-IF.

           SET fpr-registrada TO TRUE.
           MOVE empleado-firmado TO fpr-aprobado-por.
           MOVE fecha-sistema(1:8) TO fpr-fecha-aprobacion.
           REWRITE factura-proveedor-registro
               INVALID KEY
                   DISPLAY "No se pudo aprobar la factura, estado: "
