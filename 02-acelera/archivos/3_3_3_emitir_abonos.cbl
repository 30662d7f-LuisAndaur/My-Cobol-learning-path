      *          contra el cliente, convertido a EUR con la tabla de
      *          tipos de cambio porque el libro de cartera se lleva
      *          en moneda base.  La devolucion queda marcada con
      *          el numero de abono para no abonarse dos veces.  Si
      *          el cliente esta en recargo de equivalencia, el abono
      *          devuelve tambien el recargo del codigo de IVA del
      *          producto (tipos-recargo.dat), en su propia linea.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-iva.

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA EN MODO INDEXADO
       SELECT tipos-recargo
       ASSIGN TO "tipos-recargo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rec-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-recargo.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *TABLA DE TIPOS DE CAMBIO EN MODO INDEXADO
       SELECT tipos-cambio
       ASSIGN TO "tipos-cambio.dat"
       FD tipos-iva.
           COPY "TIPO-IVA.CPY".

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA
       FD tipos-recargo.
           COPY "TIPO-RECARGO.CPY".

      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *TABLA DE TIPOS DE CAMBIO
       FD tipos-cambio.
           COPY "TIPO-CAMBIO.CPY".
       77  linea-valorada              PIC X VALUE "N".
       77  base-abono                  PIC 9(8)V99 VALUE 0.
       77  impuesto-abono              PIC 9(8)V99 VALUE 0.
       77  recargo-abono               PIC 9(8)V99 VALUE 0.
       77  total-abono                 PIC 9(8)V99 VALUE 0.
       77  total-emitidos              PIC 9(6) VALUE 0.

               10  tiv-vigencia        PIC 9(8).
               10  tiv-porcentaje      PIC 9(2)V99.

      *    RECARGO DE EQUIVALENCIA, COMO EN LA FACTURACION: TABLA EN
      *    MEMORIA Y RECARGO DE RESPALDO DEL TIPO GENERAL
       77  tasa-recargo-respaldo       PIC 9V9999 VALUE 0,0520.
       77  estado-recargo              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  hay-tipos-recargo           PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  leyendo-recargo             PIC X VALUE "S".
       77  cliente-con-recargo         PIC X VALUE "N".
       77  total-recargo-tabla         PIC 9(2) VALUE 0.
       77  ix-rec                      PIC 9(2) VALUE 0.
       77  tasa-recargo-linea          PIC 9V9999 VALUE 0.
       77  vigencia-recargo            PIC 9(8) VALUE 0.
       01  tabla-recargo.
           05  entrada-recargo OCCURS 50 TIMES.
               10  trc-codigo          PIC X(2).
               10  trc-vigencia        PIC 9(8).
               10  trc-porcentaje      PIC 9(2)V99.

      *    CONVERSION DEL PAGO DE CARTERA A MONEDA BASE
       77  importe-convertir           PIC 9(8)V99 VALUE 0.
       77  importe-eur                 PIC 9(8)V99 VALUE 0.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  il-moneda               PIC X(3).

       01  impreso-recargo.
           05  FILLER                  PIC X(15)
               VALUE "RECARGO EQUIV. ".
           05  irc-porcentaje          PIC Z9,99.
           05  FILLER                  PIC X(9) VALUE "% S/BASE ".
           05  irc-base                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  irc-importe             PIC ZZZ.ZZ9,99.

       01  impreso-total.
           05  FILLER                  PIC X(6) VALUE "BASE: ".
           05  ipt-base                PIC ZZZ.ZZ9,99.
           END-IF.

           PERFORM CARGAR-TABLA-IVA.
           PERFORM CARGAR-TABLA-RECARGO.

      *    SIN MAESTRO DE CLIENTES NO SE SABE QUIEN ESTA EN RECARGO
      *    DE EQUIVALENCIA: SE ABONA SIN RECARGO, CON AVISO
           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
               DISPLAY "Sin clientes-i.dat, abonos sin recargo de "
                   "equivalencia, estado: " estado-clientes
           END-IF.

      *    SIN TABLA DE CAMBIOS EL PAGO EN DIVISA ENTRA A VALOR
      *    NOMINAL CON AVISO
           IF hay-tipos-cambio = "S"
               CLOSE tipos-cambio
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.

      *    LA TABLA DE TIPOS SE CARGA ENTERA EN MEMORIA, COMO EN
      *    FACTURAR_PEDIDOS: CADA ABONO RESUELVE SU TIPO POR EL
                   END-IF
           END-READ.

       CARGAR-TABLA-RECARGO.
           OPEN INPUT tipos-recargo.
           IF estado-recargo NOT = "00"
               MOVE "N" TO hay-tipos-recargo
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO hay-tipos-recargo.
           MOVE "S" TO leyendo-recargo.
           PERFORM CARGAR-UN-TIPO-RECARGO
           UNTIL leyendo-recargo = "N".

           CLOSE tipos-recargo.

       CARGAR-UN-TIPO-RECARGO.
           READ tipos-recargo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-recargo
               NOT AT END
                   IF total-recargo-tabla >= 50
                       DISPLAY "Tabla de tipos de recargo desbordada"
                       MOVE "N" TO leyendo-recargo
                   ELSE
                       ADD 1 TO total-recargo-tabla
                       MOVE rec-codigo
                           TO trc-codigo(total-recargo-tabla)
                       MOVE rec-vigencia
                           TO trc-vigencia(total-recargo-tabla)
                       MOVE rec-porcentaje
                           TO trc-porcentaje(total-recargo-tabla)
                   END-IF
           END-READ.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT abonos-control.
           IF estado-control = "35"
           PERFORM RESOLVER-TASA-ABONO.
           COMPUTE impuesto-abono ROUNDED =
               base-abono * tasa-linea.
           PERFORM RESOLVER-RECARGO-ABONO.
           COMPUTE recargo-abono ROUNDED =
               base-abono * tasa-recargo-linea.
           COMPUTE total-abono =
               base-abono + impuesto-abono + recargo-abono.

           PERFORM GRABAR-REGISTRO-ABONO.
           PERFORM IMPRIMIR-ABONO.
               COMPUTE tasa-linea = tiv-porcentaje(ix-iva) / 100
           END-IF.

      *    EL CLIENTE EN RECARGO DE EQUIVALENCIA RECUPERA TAMBIEN EL
      *    RECARGO, AL TIPO DEL CODIGO DE IVA YA RESUELTO PARA LA
      *    LINEA Y CON EL MISMO CRITERIO DE VIGENCIA.
       RESOLVER-RECARGO-ABONO.
           MOVE 0 TO tasa-recargo-linea.
           MOVE "N" TO cliente-con-recargo.
           IF hay-clientes = "S"
               MOVE dev-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF clientes-con-recargo
                           MOVE "S" TO cliente-con-recargo
                       END-IF
               END-READ
           END-IF.

           IF cliente-con-recargo = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE tasa-recargo-respaldo TO tasa-recargo-linea.
           IF hay-tipos-recargo = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO vigencia-recargo.
           MOVE 0 TO ix-rec.
           PERFORM BUSCAR-RECARGO-VIGENTE
           UNTIL ix-rec >= total-recargo-tabla.

       BUSCAR-RECARGO-VIGENTE.
           ADD 1 TO ix-rec.

           IF trc-codigo(ix-rec) = codigo-iva-linea
           AND trc-vigencia(ix-rec) <= fecha-sistema(1:8)
           AND trc-vigencia(ix-rec) >= vigencia-recargo
               MOVE trc-vigencia(ix-rec) TO vigencia-recargo
               COMPUTE tasa-recargo-linea =
                   trc-porcentaje(ix-rec) / 100
           END-IF.

       VALORAR-LINEA-ORIGINAL.
           MOVE "N" TO linea-valorada.

           MOVE pedd-moneda TO abo-moneda.
           MOVE base-abono TO abo-base.
           MOVE impuesto-abono TO abo-impuesto.
           MOVE recargo-abono TO abo-recargo.
           MOVE total-abono TO abo-total.

           WRITE abono-registro.
           WRITE linea-impresa FROM impreso-linea.
           WRITE linea-impresa FROM SPACES.

           IF recargo-abono > 0
               COMPUTE irc-porcentaje = tasa-recargo-linea * 100
               MOVE base-abono TO irc-base
               MOVE recargo-abono TO irc-importe
               WRITE linea-impresa FROM impreso-recargo
           END-IF.

           MOVE base-abono TO ipt-base.
           MOVE impuesto-abono TO ipt-impuesto.
           MOVE total-abono TO ipt-total.
