      *          fecha de cada carta quedan en reclamos.dat, de modo
      *          que la corrida siguiente escala el reclamo en vez
      *          de repetir el nivel 1; entre carta y carta se
      *          respeta un minimo de dias parametrizable, salvo
      *          para el cliente marcado por DEVOLUCIONES_ADEUDOS:
      *          un recibo domiciliado devuelto se reclama en la
      *          corrida siguiente, con la devolucion en la carta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  importe-abierto             PIC 9(6)V99 VALUE 0.
       77  nivel-carta                 PIC 9 VALUE 0.
       77  reclamo-nuevo               PIC X VALUE "N".
       77  hay-devolucion              PIC X VALUE "N".
       77  total-cartas                PIC 9(4) VALUE 0.
       77  total-movimientos           PIC 9(6) VALUE 0.
       77  saldo-vencido-cli           PIC 9(8)V99 VALUE 0.
           05  FILLER                  PIC X(3) VALUE " - ".
           05  cn-leyenda              PIC X(45).

       01  carta-devolucion.
           05  FILLER                  PIC X(11) VALUE "MOTIVO...: ".
           05  FILLER                  PIC X(45)
               VALUE "ADEUDO DOMICILIADO DEVUELTO POR SU BANCO".

       01  carta-partida.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  cp-referencia           PIC X(10).
      *    SIN RECLAMO PREVIO SE ARRANCA EN NIVEL 1; CON RECLAMO, SE
      *    ESCALA HASTA EL 3 SIEMPRE QUE LA CARTA ANTERIOR TENGA AL
      *    MENOS LOS DIAS MINIMOS; SI NO, ESTA CORRIDA NO EMITE.
      *    EL ADEUDO DEVUELTO ESCALA SIN ESPERAR LOS DIAS MINIMOS.
       DECIDIR-NIVEL-CARTA.
           MOVE 0 TO nivel-carta.
           MOVE "N" TO reclamo-nuevo.
           MOVE "N" TO hay-devolucion.

           MOVE tcl-clientes-id(ix-cli) TO recl-clientes-id.
           READ reclamos-archivo
                   MOVE "S" TO reclamo-nuevo
                   MOVE 1 TO nivel-carta
               NOT INVALID KEY
                   IF recl-devuelto
                       MOVE "S" TO hay-devolucion
                       MOVE dias-entre-cartas TO dias-desde-carta
                   ELSE
                       COMPUTE dias-desde-carta =
                           FUNCTION INTEGER-OF-DATE(fecha-hoy)
                           - FUNCTION
                               INTEGER-OF-DATE(recl-fecha-carta)
                   END-IF
                   IF dias-desde-carta >= dias-entre-cartas
                       IF recl-nivel < 3
                           COMPUTE nivel-carta = recl-nivel + 1
           MOVE carta-nivel TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF hay-devolucion = "S"
               MOVE carta-devolucion TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE tcl-clientes-id(ix-cli) TO recl-clientes-id.
           MOVE nivel-carta TO recl-nivel.
           MOVE fecha-hoy TO recl-fecha-carta.
           MOVE "N" TO recl-adeudo-devuelto.

           IF reclamo-nuevo = "S"
               WRITE reclamo-registro
