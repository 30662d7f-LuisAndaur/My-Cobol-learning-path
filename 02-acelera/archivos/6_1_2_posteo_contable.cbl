      *          una fecha dada a asientos cuadrados del diario
      *          (diario-contable.dat): cada factura emitida carga
      *          clientes (4300) contra ventas (7000) e IVA
      *          repercutido (4770), mas el recargo de equivalencia
      *          en su propia cuenta (4771) si lo lleva, y la de
      *          intereses de demora contra ingresos financieros
      *          (7690), sin IVA; las lineas de servicio de la
      *          factura (portes, manipulacion, instalacion) no van a
      *          7000 sino a la cuenta de ingresos de su ficha en
      *          servicios.dat; cada abono revierte lo mismo;
      *          cada factura rectificativa asienta su diferencia
      *          en el sentido de la factura (cargo) o del abono;
      *          cada abono por rappel de fin de ano carga rappels
      *          sobre ventas (7090) y revierte el IVA y el recargo
      *          contra clientes; cada pago de cartera carga bancos
      *          (5720) contra clientes; cada merma de stock carga
      *          perdidas (6590) contra existencias (3000) valorada
      *          al precio del maestro; y la interfaz bancaria de
      *          nomina, si se pide, carga sueldos (6400) contra
      *          bancos, con una linea de sueldos por departamento
      *          segun la asignacion vigente de cada empleado en
      *          asignaciones.dat (centro de costo de la linea).  Los
      *          asientos se numeran desde diario-control.dat, que
      *          se regraba tras cada asiento como los registros de
      *          numeracion de facturas y pedidos.  El diario se
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-abonos.

      *REGISTRO DE FACTURAS RECTIFICATIVAS, SOLO LECTURA
       SELECT rectificativas-archivo
       ASSIGN TO "rectificativas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rct-numero
       ALTERNATE RECORD KEY IS rct-origen WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rectificativas.

      *ABONOS POR RAPPEL, SOLO LECTURA
       SELECT rappels-liquidaciones
       ASSIGN TO "rappels-liquidaciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-rappels.

      *LIBRO DE CARTERA, SOLO LECTURA
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *LINEAS DE FACTURA, SOLO LECTURA
       SELECT facturas-detalle
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

      *ARCHIVO FISICO DE MOVIMIENTOS, SOLO LECTURA
       SELECT producto-movimientos
       ASSIGN TO "producto-movimientos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-banco.

      *ASIGNACIONES ORGANIZATIVAS, SOLO LECTURA
       SELECT asignaciones-archivo
       ASSIGN TO "asignaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS asig-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-asignaciones.

      *MAESTRO DE DEPARTAMENTOS, SOLO LECTURA
       SELECT departamentos-archivo
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS depto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-deptos.

      *DIARIO CONTABLE, SOLO SE AGREGA AL FINAL
       SELECT diario-archivo
       ASSIGN TO "diario-contable.dat"
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *REGISTRO DE FACTURAS RECTIFICATIVAS
       FD rectificativas-archivo.
           COPY "RECTIFICATIVA-REGISTRO.CPY".

      *ABONOS POR RAPPEL
       FD rappels-liquidaciones.
           COPY "RAPPEL-LIQUIDACION.CPY".

      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE MOVIMIENTOS
       FD producto-movimientos.
           COPY "PRODUCTO-MOVIMIENTO.CPY".
           05  FILLER                  PIC X.
           05  pago-importe            PIC 9(6),99.

      *ASIGNACIONES ORGANIZATIVAS
       FD asignaciones-archivo.
           COPY "ASIGNACION-REGISTRO.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

      *DIARIO CONTABLE
       FD diario-archivo.
           COPY "ASIENTO-REGISTRO.CPY".
       77  si-no                       PIC X VALUE "S".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-rappels              PIC X(02) VALUE "00".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-movimientos          PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-banco                PIC X(02) VALUE "00".
       77  estado-asignaciones         PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  hay-asignaciones            PIC X VALUE "N".
       77  hay-deptos                  PIC X VALUE "N".
       77  estado-diario               PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  importe-merma               PIC 9(8)V99 VALUE 0.
       77  suma-nomina                 PIC 9(9)V99 VALUE 0.
       77  importe-pago-nomina         PIC 9(6)V99 VALUE 0.
       77  depto-asiento               PIC X(4) VALUE SPACES.
       77  depto-empleado              PIC X(4) VALUE SPACES.
       77  buscando-asignacion         PIC X VALUE "N".
       77  ix-dep                      PIC 9(3) VALUE 0.
       77  depto-ubicado               PIC X VALUE "N".
       77  sueldos-sin-lugar           PIC 9(9)V99 VALUE 0.

      *    SUELDOS DEL MES ACUMULADOS POR DEPARTAMENTO; EN BLANCO
      *    LOS EMPLEADOS SIN ASIGNACION VIGENTE
       77  total-deptos-nomina         PIC 9(3) VALUE 0.
       01  tabla-nomina-deptos.
           05  entrada-nomina-depto OCCURS 60 TIMES.
               10  tnd-depto-id        PIC X(4).
               10  tnd-importe         PIC 9(9)V99.

      *    INGRESOS DE SERVICIOS DE LA FACTURA Y MONEDA EN CURSO,
      *    POR CUENTA DE INGRESOS DEL MAESTRO DE SERVICIOS
       77  estado-facdet               PIC X(02) VALUE "00".
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-detalle                 PIC X VALUE "N".
       77  hay-servicios               PIC X VALUE "N".
       77  recorriendo-lineas          PIC X VALUE "S".
       77  cuenta-servicio             PIC X(4) VALUE SPACES.
       77  cuenta-ingreso              PIC X(4) VALUE SPACES.
       77  ventas-resto-eur            PIC S9(8)V99 VALUE 0.
       77  total-cuentas-servicio      PIC 9(2) VALUE 0.
       77  ix-cse                      PIC 9(2) VALUE 0.
       77  cuenta-ubicada              PIC X VALUE "N".
       01  tabla-cuentas-servicio.
           05  entrada-cuenta-servicio OCCURS 20 TIMES.
               10  tcs-cuenta          PIC X(4).
               10  tcs-importe         PIC 9(8)V99.
               10  tcs-importe-eur     PIC 9(8)V99.

      *    CONVERSION DE DOCUMENTOS EN DIVISA A MONEDA BASE, A LA
      *    TASA EN VIGOR A LA FECHA DEL DOCUMENTO
       77  total-base-eur              PIC 9(8)V99 VALUE 0.
       77  base-base-eur               PIC 9(8)V99 VALUE 0.
       77  impuesto-base-eur           PIC 9(8)V99 VALUE 0.
       77  recargo-base-eur            PIC 9(8)V99 VALUE 0.
       77  importe-convertir           PIC 9(8)V99 VALUE 0.
       77  importe-eur                 PIC 9(8)V99 VALUE 0.

      *    PLAN DE CUENTAS CONVENIDO DE LA CASA
       77  cuenta-clientes             PIC X(4) VALUE "4300".
       77  cuenta-ventas               PIC X(4) VALUE "7000".
       77  cuenta-rappels              PIC X(4) VALUE "7090".
       77  cuenta-intereses            PIC X(4) VALUE "7690".
       77  cuenta-iva-repercutido      PIC X(4) VALUE "4770".
       77  cuenta-recargo-equiv        PIC X(4) VALUE "4771".
       77  cuenta-bancos               PIC X(4) VALUE "5720".
       77  cuenta-sueldos              PIC X(4) VALUE "6400".
       77  cuenta-perdidas-stock       PIC X(4) VALUE "6590".
           UNTIL si-no = "N".

           PERFORM POSTEAR-ABONOS.
           PERFORM POSTEAR-RECTIFICATIVAS.
           PERFORM POSTEAR-RAPPELS.
           PERFORM POSTEAR-COBROS.
           PERFORM POSTEAR-MERMAS.

               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN DETALLE O SIN MAESTRO DE SERVICIOS TODA LA BASE DE LA
      *    FACTURA VA A VENTAS, COMO SIEMPRE
           OPEN INPUT facturas-detalle.
           IF estado-facdet = "00"
               MOVE "S" TO hay-detalle
           ELSE
               MOVE "N" TO hay-detalle
           END-IF.

           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

           OPEN EXTEND diario-archivo.
           IF estado-diario = "35"
               OPEN OUTPUT diario-archivo
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE facturas-archivo.
           CLOSE producto-dinamic.
           IF hay-detalle = "S"
               CLOSE facturas-detalle
           END-IF.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.
           CLOSE diario-archivo.

       LEER-ULTIMO-NUMERO.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO impuesto-base-eur.

           MOVE fac-recargo(ix-mon) TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO recargo-base-eur.

           PERFORM ABRIR-ASIENTO.
           MOVE cuenta-clientes TO asi-cuenta.
           MOVE total-base-eur TO asi-debe.
           MOVE 0 TO asi-haber.
           PERFORM GRABAR-LINEA-ASIENTO.

      *    LA FACTURA DE INTERESES DE DEMORA VA A INGRESOS
      *    FINANCIEROS Y NO LLEVA IVA.  EN LAS DEMAS, LOS SERVICIOS
      *    VAN A SU CUENTA Y VENTAS SE QUEDA CON EL RESTO DE LA BASE.
           IF fac-intereses
               MOVE cuenta-intereses TO asi-cuenta
               MOVE 0 TO asi-debe
               MOVE base-base-eur TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           ELSE
               PERFORM REPARTIR-INGRESOS-FACTURA
           END-IF.

           IF NOT fac-intereses
               MOVE cuenta-iva-repercutido TO asi-cuenta
               MOVE 0 TO asi-debe
               MOVE impuesto-base-eur TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

      *    EL RECARGO DE EQUIVALENCIA NO SE MEZCLA CON EL IVA: VA A
      *    SU PROPIA CUENTA PARA CUADRARLO CON SU CASILLA
           IF recargo-base-eur > 0
               MOVE cuenta-recargo-equiv TO asi-cuenta
               MOVE 0 TO asi-debe
               MOVE recargo-base-eur TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

           PERFORM CERRAR-ASIENTO.

       REPARTIR-INGRESOS-FACTURA.
           MOVE 0 TO total-cuentas-servicio.
           IF hay-detalle = "S" AND hay-servicios = "S"
               PERFORM SUMAR-SERVICIOS-FACTURA
           END-IF.

           MOVE base-base-eur TO ventas-resto-eur.
           MOVE 0 TO ix-cse.
           PERFORM CONVERTIR-CUENTA-SERVICIO
           UNTIL ix-cse >= total-cuentas-servicio.

      *    LA DIFERENCIA DE REDONDEO DE LA CONVERSION QUEDA EN VENTAS
      *    Y EL ASIENTO CUADRA CONTRA EL TOTAL DE LA FACTURA
           IF ventas-resto-eur > 0 OR total-cuentas-servicio = 0
               MOVE cuenta-ventas TO asi-cuenta
               MOVE 0 TO asi-debe
               MOVE ventas-resto-eur TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

      *    SI LOS SERVICIOS CONVERTIDOS SUPERAN LA BASE (REDONDEO
      *    LINEA A LINEA O DESCUENTO EN CABECERA) EL EXCESO SE QUITA
      *    DE LA ULTIMA CUENTA DE SERVICIO Y EL HABER SIGUE SUMANDO
      *    LA BASE
           IF ventas-resto-eur < 0
               ADD ventas-resto-eur
                   TO tcs-importe-eur(total-cuentas-servicio)
               MOVE 0 TO ventas-resto-eur
           END-IF.

           MOVE 0 TO ix-cse.
           PERFORM ASENTAR-CUENTA-SERVICIO
           UNTIL ix-cse >= total-cuentas-servicio.

       SUMAR-SERVICIOS-FACTURA.
           MOVE fac-numero TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo-lineas.
           PERFORM SUMAR-UNA-LINEA-SERVICIO
           UNTIL recorriendo-lineas = "N".

       SUMAR-UNA-LINEA-SERVICIO.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF facd-numero NOT = fac-numero
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF facd-servicio
                       AND facd-moneda = fac-moneda(ix-mon)
                           PERFORM ACUMULAR-LINEA-SERVICIO
                       END-IF
                   END-IF
           END-READ.

      *    EL SERVICIO SIN CUENTA PROPIA (O YA FUERA DEL MAESTRO)
      *    SE QUEDA EN VENTAS
       ACUMULAR-LINEA-SERVICIO.
           PERFORM RESOLVER-CUENTA-SERVICIO.
           IF cuenta-servicio = SPACES
           OR cuenta-servicio = cuenta-ventas
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO cuenta-ubicada.
           MOVE 0 TO ix-cse.
           PERFORM UBICAR-CUENTA-SERVICIO
           UNTIL cuenta-ubicada = "S"
              OR ix-cse >= total-cuentas-servicio.

           IF cuenta-ubicada = "N"
               IF total-cuentas-servicio >= 20
                   DISPLAY "Demasiadas cuentas de servicio en la "
                       "factura, linea a ventas: " facd-clave
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-cuentas-servicio
               MOVE total-cuentas-servicio TO ix-cse
               MOVE cuenta-servicio TO tcs-cuenta(ix-cse)
               MOVE 0 TO tcs-importe(ix-cse)
           END-IF.

           ADD facd-importe TO tcs-importe(ix-cse).

       RESOLVER-CUENTA-SERVICIO.
           MOVE SPACES TO cuenta-servicio.
           MOVE facd-producto-id TO srv-codigo.
           READ servicios-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE srv-cuenta TO cuenta-servicio
           END-READ.

       UBICAR-CUENTA-SERVICIO.
           ADD 1 TO ix-cse.
           IF tcs-cuenta(ix-cse) = cuenta-servicio
               MOVE "S" TO cuenta-ubicada
           END-IF.

       CONVERTIR-CUENTA-SERVICIO.
           ADD 1 TO ix-cse.
           MOVE tcs-importe(ix-cse) TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO tcs-importe-eur(ix-cse).
           SUBTRACT importe-eur FROM ventas-resto-eur.

       ASENTAR-CUENTA-SERVICIO.
           ADD 1 TO ix-cse.
           MOVE tcs-cuenta(ix-cse) TO asi-cuenta.
           MOVE 0 TO asi-debe.
           MOVE tcs-importe-eur(ix-cse) TO asi-haber.
           PERFORM GRABAR-LINEA-ASIENTO.

       CONVERTIR-A-BASE.
           IF moneda-documento = "EUR"
           OR moneda-documento = SPACES
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO impuesto-base-eur.

           MOVE abo-recargo TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO recargo-base-eur.

           MOVE abo-total TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO total-base-eur.
           MOVE 0 TO asi-haber.
           PERFORM GRABAR-LINEA-ASIENTO.

           IF recargo-base-eur > 0
               MOVE cuenta-recargo-equiv TO asi-cuenta
               MOVE recargo-base-eur TO asi-debe
               MOVE 0 TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

           MOVE cuenta-clientes TO asi-cuenta.
           MOVE 0 TO asi-debe.
           MOVE total-base-eur TO asi-haber.

           PERFORM CERRAR-ASIENTO.

      *    LA RECTIFICATIVA ASIENTA SOLO LA DIFERENCIA: LA DE CARGO
      *    COMO UNA FACTURA Y LA DE ABONO COMO UN ABONO, CONVERTIDA A
      *    EUR POR LA FECHA DEL DOCUMENTO.
       POSTEAR-RECTIFICATIVAS.
           OPEN INPUT rectificativas-archivo.
           IF estado-rectificativas NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM POSTEAR-UNA-RECTIFICATIVA
           UNTIL si-no = "N".

           CLOSE rectificativas-archivo.

       POSTEAR-UNA-RECTIFICATIVA.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rct-fecha = fecha-posteo
                       PERFORM ASENTAR-RECTIFICATIVA
                   END-IF
           END-READ.

      *    LA DIFERENCIA DE UNA LINEA DE SERVICIO VA A LA CUENTA DE
      *    INGRESOS DEL SERVICIO, COMO LO FUE LA LINEA ORIGINAL
       ASENTAR-RECTIFICATIVA.
           MOVE cuenta-ventas TO cuenta-ingreso.
           IF hay-detalle = "S" AND hay-servicios = "S"
               MOVE rct-factura TO facd-numero
               MOVE rct-linea TO facd-linea
               READ facturas-detalle
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF facd-servicio
                           PERFORM RESOLVER-CUENTA-SERVICIO
                           IF cuenta-servicio NOT = SPACES
                               MOVE cuenta-servicio TO cuenta-ingreso
                           END-IF
                       END-IF
               END-READ
           END-IF.

           MOVE "RECTIFICA" TO origen-asiento.
           MOVE SPACES TO referencia-asiento.
           MOVE rct-numero TO referencia-asiento(1:6).

           MOVE rct-moneda TO moneda-documento.
           MOVE rct-fecha TO fecha-documento.

           MOVE rct-base TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO base-base-eur.

           MOVE rct-impuesto TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO impuesto-base-eur.

           MOVE rct-recargo TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO recargo-base-eur.

           MOVE rct-total TO importe-convertir.
           PERFORM CONVERTIR-A-BASE.
           MOVE importe-eur TO total-base-eur.

           PERFORM ABRIR-ASIENTO.
           IF rct-cargo
               MOVE cuenta-clientes TO asi-cuenta
               MOVE total-base-eur TO asi-debe
               MOVE 0 TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE cuenta-ingreso TO asi-cuenta
               MOVE 0 TO asi-debe
               MOVE base-base-eur TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE cuenta-iva-repercutido TO asi-cuenta
               MOVE 0 TO asi-debe
               MOVE impuesto-base-eur TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
               IF recargo-base-eur > 0
                   MOVE cuenta-recargo-equiv TO asi-cuenta
                   MOVE 0 TO asi-debe
                   MOVE recargo-base-eur TO asi-haber
                   PERFORM GRABAR-LINEA-ASIENTO
               END-IF
           ELSE
               MOVE cuenta-ingreso TO asi-cuenta
               MOVE base-base-eur TO asi-debe
               MOVE 0 TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
               MOVE cuenta-iva-repercutido TO asi-cuenta
               MOVE impuesto-base-eur TO asi-debe
               MOVE 0 TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
               IF recargo-base-eur > 0
                   MOVE cuenta-recargo-equiv TO asi-cuenta
                   MOVE recargo-base-eur TO asi-debe
                   MOVE 0 TO asi-haber
                   PERFORM GRABAR-LINEA-ASIENTO
               END-IF
               MOVE cuenta-clientes TO asi-cuenta
               MOVE 0 TO asi-debe
               MOVE total-base-eur TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

           PERFORM CERRAR-ASIENTO.

      *    EL ABONO POR RAPPEL YA ESTA EN EUR: RAPPELS SOBRE VENTAS
      *    POR LA BASE Y REVERSION DEL IVA Y DEL RECARGO AL DEBE,
      *    CLIENTES AL HABER POR EL TOTAL.
       POSTEAR-RAPPELS.
           OPEN INPUT rappels-liquidaciones.
           IF estado-rappels NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM POSTEAR-UN-RAPPEL
           UNTIL si-no = "N".

           CLOSE rappels-liquidaciones.

       POSTEAR-UN-RAPPEL.
           READ rappels-liquidaciones
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rli-fecha = fecha-posteo
                       PERFORM ASENTAR-RAPPEL
                   END-IF
           END-READ.

       ASENTAR-RAPPEL.
           MOVE "RAPPELS" TO origen-asiento.
           MOVE SPACES TO referencia-asiento.
           MOVE rli-numero TO referencia-asiento(1:6).

           PERFORM ABRIR-ASIENTO.
           MOVE cuenta-rappels TO asi-cuenta.
           MOVE rli-base TO asi-debe.
           MOVE 0 TO asi-haber.
           PERFORM GRABAR-LINEA-ASIENTO.

           IF rli-impuesto > 0
               MOVE cuenta-iva-repercutido TO asi-cuenta
               MOVE rli-impuesto TO asi-debe
               MOVE 0 TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

           IF rli-recargo > 0
               MOVE cuenta-recargo-equiv TO asi-cuenta
               MOVE rli-recargo TO asi-debe
               MOVE 0 TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

           MOVE cuenta-clientes TO asi-cuenta.
           MOVE 0 TO asi-debe.
           MOVE rli-total TO asi-haber.
           PERFORM GRABAR-LINEA-ASIENTO.

           PERFORM CERRAR-ASIENTO.

      *    LOS COBROS DEL DIA: SOLO LOS PAGOS DE CARTERA (LOS CARGOS
      *    YA ENTRARON CON SU FACTURA).  LOS PAGOS "ABO " SON LAS
      *    NOTAS DE CREDITO, QUE YA ASIENTA POSTEAR-ABONOS: AQUI NO
      *    ENTRAN, O EL CLIENTE SE ACREDITARIA DOS VECES CON UN
      *    COBRO DE BANCO FICTICIO.  LOS "RCT " SON LAS
      *    RECTIFICATIVAS DE ABONO, QUE ASIENTA
      *    POSTEAR-RECTIFICATIVAS, Y LOS "RAP " LOS ABONOS POR
      *    RAPPEL, QUE ASIENTA POSTEAR-RAPPELS.  LOS PAGOS "WOF" SON
      *    LOS CASTIGOS DE INCOBRABLES, QUE ASIENTA SU PROPIO
      *    PROGRAMA CONTRA PERDIDAS.
       POSTEAR-COBROS.
           OPEN INPUT cartera-archivo.
           IF estado-cartera NOT = "00"
               NOT AT END
                   IF cart-pago AND cart-fecha = fecha-posteo
                   AND cart-referencia(1:4) NOT = "ABO "
                   AND cart-referencia(1:4) NOT = "RCT "
                   AND cart-referencia(1:4) NOT = "RAP "
                   AND cart-referencia(1:3) NOT = "WOF"
                       PERFORM ASENTAR-COBRO
                   END-IF
           END-READ.
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT asignaciones-archivo.
           IF estado-asignaciones = "00"
               MOVE "S" TO hay-asignaciones
           ELSE
               MOVE "N" TO hay-asignaciones
               DISPLAY "Sin asignaciones.dat: sueldos sin "
                   "departamento"
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos = "00"
               MOVE "S" TO hay-deptos
           ELSE
               MOVE "N" TO hay-deptos
           END-IF.

           MOVE 0 TO suma-nomina.
           MOVE 0 TO total-deptos-nomina.
           MOVE 0 TO sueldos-sin-lugar.
           MOVE "S" TO si-no.
           PERFORM SUMAR-UN-PAGO-NOMINA
           UNTIL si-no = "N".

           CLOSE interfaz-banco.
           IF hay-asignaciones = "S"
               CLOSE asignaciones-archivo
           END-IF.
           IF hay-deptos = "S"
               CLOSE departamentos-archivo
           END-IF.

           IF suma-nomina = 0
               EXIT PARAGRAPH
           MOVE fecha-posteo(1:6) TO referencia-asiento(1:6).

           PERFORM ABRIR-ASIENTO.
           MOVE 0 TO ix-dep.
           PERFORM ASENTAR-SUELDOS-DEPTO
           UNTIL ix-dep >= total-deptos-nomina.

           MOVE SPACES TO depto-asiento.
           IF sueldos-sin-lugar > 0
               MOVE cuenta-sueldos TO asi-cuenta
               MOVE sueldos-sin-lugar TO asi-debe
               MOVE 0 TO asi-haber
               PERFORM GRABAR-LINEA-ASIENTO
           END-IF.

           MOVE cuenta-bancos TO asi-cuenta.
           MOVE 0 TO asi-debe.

           PERFORM CERRAR-ASIENTO.

       ASENTAR-SUELDOS-DEPTO.
           ADD 1 TO ix-dep.
           MOVE tnd-depto-id(ix-dep) TO depto-asiento.
           MOVE cuenta-sueldos TO asi-cuenta.
           MOVE tnd-importe(ix-dep) TO asi-debe.
           MOVE 0 TO asi-haber.
           PERFORM GRABAR-LINEA-ASIENTO.

       SUMAR-UN-PAGO-NOMINA.
           READ interfaz-banco
               AT END
               NOT AT END
                   MOVE pago-importe TO importe-pago-nomina
                   ADD importe-pago-nomina TO suma-nomina
                   PERFORM BUSCAR-DEPTO-EMPLEADO
                   PERFORM ACUMULAR-SUELDO-DEPTO
           END-READ.

      *    EL DEPARTAMENTO ES EL DE LA ASIGNACION VIGENTE (FECHA
      *    HASTA EN CERO), COMO LA CIERRA MANTENIMIENTO_ORGANIZACION;
      *    UN DEPARTAMENTO QUE YA NO ESTA EN EL MAESTRO NO SE USA
       BUSCAR-DEPTO-EMPLEADO.
           MOVE SPACES TO depto-empleado.
           IF hay-asignaciones = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE pago-empleados-id TO asig-empleados-id.
           MOVE 0 TO asig-fecha-desde.
           START asignaciones-archivo KEY IS NOT LESS THAN asig-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO buscando-asignacion.
           PERFORM BUSCAR-ASIGNACION-VIGENTE
           UNTIL buscando-asignacion = "N".

           IF depto-empleado NOT = SPACES AND hay-deptos = "S"
               MOVE depto-empleado TO depto-id
               READ departamentos-archivo
                   INVALID KEY
                       DISPLAY "Departamento fuera del maestro: "
                           depto-empleado " (" pago-empleados-id ")"
                       MOVE SPACES TO depto-empleado
               END-READ
           END-IF.

           IF depto-empleado = SPACES
               DISPLAY "Sueldo sin departamento: " pago-empleados-id
           END-IF.

       BUSCAR-ASIGNACION-VIGENTE.
           READ asignaciones-archivo NEXT RECORD
               AT END
                   MOVE "N" TO buscando-asignacion
               NOT AT END
                   IF asig-empleados-id NOT = pago-empleados-id
                       MOVE "N" TO buscando-asignacion
                   ELSE
                       IF asig-fecha-hasta = 0
                           MOVE asig-depto-id TO depto-empleado
                           MOVE "N" TO buscando-asignacion
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-SUELDO-DEPTO.
           MOVE "N" TO depto-ubicado.
           MOVE 0 TO ix-dep.
           PERFORM UBICAR-DEPTO-NOMINA
           UNTIL depto-ubicado = "S" OR ix-dep >= total-deptos-nomina.

           IF depto-ubicado = "N"
               IF total-deptos-nomina >= 60
                   DISPLAY "Tabla de departamentos de nomina "
                       "desbordada, sueldo sin departamento: "
                       pago-empleados-id
                   ADD importe-pago-nomina TO sueldos-sin-lugar
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-deptos-nomina
               MOVE depto-empleado TO tnd-depto-id(total-deptos-nomina)
               MOVE 0 TO tnd-importe(total-deptos-nomina)
               MOVE total-deptos-nomina TO ix-dep
           END-IF.

           ADD importe-pago-nomina TO tnd-importe(ix-dep).

       UBICAR-DEPTO-NOMINA.
           ADD 1 TO ix-dep.
           IF tnd-depto-id(ix-dep) = depto-empleado
               MOVE "S" TO depto-ubicado
           END-IF.

       ABRIR-ASIENTO.
           ADD 1 TO numero-asiento.
           MOVE 0 TO linea-asiento.
           MOVE SPACES TO depto-asiento.

       GRABAR-LINEA-ASIENTO.
           ADD 1 TO linea-asiento.
           MOVE fecha-posteo TO asi-fecha.
           MOVE origen-asiento TO asi-origen.
           MOVE referencia-asiento TO asi-referencia.
           MOVE depto-asiento TO asi-depto-id.

           WRITE asiento-registro.
           IF estado-diario NOT = "00"
