      *          servidas completas en la primera recepcion, y las
      *          ordenes aun abiertas con el plazo ya vencido.  Sale
      *          por el escritor de spool; con esto la proxima orden
      *          se adjudica con evidencia y no de memoria.  Cuando
      *          el proveedor acuso la orden transmitida
      *          (ordenes-compra-acuses.dat), el plazo prometido es el
      *          de su fecha de entrega confirmada mas tardia, la
      *          orden abierta vence al pasar esa fecha y la linea
      *          completa se mide contra la cantidad que confirmo; sin
      *          acuse sigue valiendo el plazo habitual y lo pedido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-recepciones.

      *ENVIOS Y ACUSES POR LINEA DE ORDEN, SOLO LECTURA
       SELECT ordenes-acuses
       ASSIGN TO "ordenes-compra-acuses.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oca-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuses.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE PROVEEDORES
       FD recepciones-archivo.
           COPY "RECEPCION-REGISTRO.CPY".

      *ENVIOS Y ACUSES
       FD ordenes-acuses.
           COPY "ORDEN-COMPRA-ACUSE.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  dias-desde-orden            PIC S9(5) VALUE 0.
       77  promedio-dias               PIC S9(5) VALUE 0.
       77  pct-completas               PIC 9(3)V99 VALUE 0.
       77  estado-acuses               PIC X(02) VALUE "00".
       77  hay-acuses                  PIC X VALUE "N".
       77  leyendo-acuses              PIC X VALUE "S".
       77  fecha-prometida             PIC 9(8) VALUE 0.
       77  fecha-confirmada-max        PIC 9(8) VALUE 0.
       77  dias-prometidos             PIC S9(5) VALUE 0.
       77  promedio-prometido          PIC S9(5) VALUE 0.
       77  cantidad-comprometida       PIC 9(6) VALUE 0.

      *    PRIMERA RECEPCION POR ORDEN Y LINEA (EL REGISTRO ES
      *    CRONOLOGICO: LA PRIMERA QUE APARECE ES LA PRIMERA)
           05  entrada-prov OCCURS 100 TIMES.
               10  tpv-prov-id         PIC X(7).
               10  tpv-suma-dias       PIC S9(8).
               10  tpv-suma-prometido  PIC S9(8).
               10  tpv-ordenes-recibidas PIC 9(5).
               10  tpv-lineas-totales  PIC 9(5).
               10  tpv-lineas-completas PIC 9(5).
               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN ACUSES SE MIDE TODO CONTRA EL PLAZO HABITUAL
           OPEN INPUT ordenes-acuses.
           IF estado-acuses = "00"
               MOVE "S" TO hay-acuses
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE proveedores-archivo.
           CLOSE ordenes-compra.
           CLOSE ordenes-detalle.
           IF hay-acuses = "S"
               CLOSE ordenes-acuses
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
           PERFORM UBICAR-PROVEEDOR-TABLA.

           PERFORM BUSCAR-PRIMERA-FECHA-ORDEN.
           PERFORM BUSCAR-PROMESA-ORDEN.

           IF fecha-primera-rec NOT = 0
               COMPUTE dias-entrega =
                   FUNCTION INTEGER-OF-DATE(fecha-primera-rec)
                   - FUNCTION INTEGER-OF-DATE(oc-fecha)
               ADD dias-entrega TO tpv-suma-dias(ix-prov)
               ADD dias-prometidos TO tpv-suma-prometido(ix-prov)
               ADD 1 TO tpv-ordenes-recibidas(ix-prov)
           END-IF.

               FUNCTION INTEGER-OF-DATE(fecha-hoy)
               - FUNCTION INTEGER-OF-DATE(oc-fecha).

           IF dias-desde-orden > dias-prometidos
               ADD 1 TO tpv-abiertas-vencidas(ix-prov)
           END-IF.

      *    LA PROMESA DE LA ORDEN ES LA FECHA CONFIRMADA MAS TARDIA
      *    DE SUS LINEAS ACUSADAS; SIN ACUSE, EL PLAZO HABITUAL DEL
      *    PROVEEDOR DESDE LA FECHA DE LA ORDEN
       BUSCAR-PROMESA-ORDEN.
           MOVE oc-prov-id TO prov-id.
           READ proveedores-archivo
               INVALID KEY
                   MOVE 0 TO prov-plazo-entrega
           END-READ.
           MOVE prov-plazo-entrega TO dias-prometidos.

           MOVE 0 TO fecha-confirmada-max.
           IF hay-acuses = "S"
               MOVE oc-numero TO oca-numero
               MOVE 0 TO oca-linea
               START ordenes-acuses KEY IS NOT LESS THAN oca-clave
                   INVALID KEY
                       MOVE "N" TO leyendo-acuses
                   NOT INVALID KEY
                       MOVE "S" TO leyendo-acuses
               END-START
               PERFORM PROBAR-ACUSE-ORDEN
               UNTIL leyendo-acuses = "N"
           END-IF.

           IF fecha-confirmada-max NOT = 0
               COMPUTE dias-prometidos =
                   FUNCTION INTEGER-OF-DATE(fecha-confirmada-max)
                   - FUNCTION INTEGER-OF-DATE(oc-fecha)
           END-IF.

       PROBAR-ACUSE-ORDEN.
           READ ordenes-acuses NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-acuses
               NOT AT END
                   IF oca-numero NOT = oc-numero
                       MOVE "N" TO leyendo-acuses
                   ELSE
                       IF oca-acusada
                       AND oca-fecha-confirmada > fecha-confirmada-max
                           MOVE oca-fecha-confirmada
                               TO fecha-confirmada-max
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-PRIMERA-FECHA-ORDEN.
           MOVE 0 TO fecha-primera-rec.
           MOVE 0 TO ix-rec.
               ADD 1 TO total-provs
               MOVE oc-prov-id TO tpv-prov-id(total-provs)
               MOVE 0 TO tpv-suma-dias(total-provs)
               MOVE 0 TO tpv-suma-prometido(total-provs)
               MOVE 0 TO tpv-ordenes-recibidas(total-provs)
               MOVE 0 TO tpv-lineas-totales(total-provs)
               MOVE 0 TO tpv-lineas-completas(total-provs)
               EXIT PARAGRAPH
           END-IF.

           MOVE ocd-cantidad-pedida TO cantidad-comprometida.
           IF hay-acuses = "S"
               MOVE ocd-clave TO oca-clave
               READ ordenes-acuses
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF oca-acusada
                           MOVE oca-cantidad-confirmada
                               TO cantidad-comprometida
                       END-IF
               END-READ
           END-IF.

           ADD 1 TO tpv-lineas-totales(ix-prov).
           IF trc-cantidad(ix-rec) >= cantidad-comprometida
               ADD 1 TO tpv-lineas-completas(ix-prov)
           END-IF.

                   MOVE prov-plazo-entrega TO dd-plazo
           END-READ.

      *    CON ORDENES RECIBIDAS SE PROMEDIA LO PROMETIDO EN ELLAS,
      *    PARA COMPARAR CON LO REAL SOBRE LAS MISMAS ORDENES
           IF tpv-ordenes-recibidas(ix-prov) > 0
               COMPUTE promedio-prometido =
                   tpv-suma-prometido(ix-prov)
                   / tpv-ordenes-recibidas(ix-prov)
               MOVE promedio-prometido TO dd-plazo
           END-IF.

           IF tpv-ordenes-recibidas(ix-prov) > 0
               COMPUTE promedio-dias =
                   tpv-suma-dias(ix-prov)
