      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importacion de devoluciones de adeudos directos
      *          SEPA.  Funcion de supervisor (firma por
      *          SEGURIDAD-SIGNON).  Lee el fichero de devoluciones
      *          del banco adeudos-devueltos.dat y, por cada recibo
      *          devuelto que figura como presentado en adeudos.dat:
      *            - asienta la devolucion (clientes 4300 contra
      *              bancos 5720) por ASIENTOS-DIARIO con origen
      *              DEVADEUDO y la referencia de la remesa;
      *            - repone el cargo en cartera.dat con su fecha y
      *              vencimiento originales, para que la antiguedad
      *              lo vuelva a envejecer desde donde estaba;
      *            - marca el adeudo como devuelto con la fecha y el
      *              motivo del banco, de modo que una devolucion
      *              repetida no se procesa dos veces;
      *            - marca el reclamo del cliente para que la
      *              proxima corrida de CARTAS_RECLAMO lo reclame sin
      *              esperar los dias minimos entre cartas.
      *          El resumen sale por el escritor de spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DEVOLUCIONES_ADEUDOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DEVOLUCIONES RECIBIDAS DEL BANCO
       SELECT devoluciones-banco
       ASSIGN TO "adeudos-devueltos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-devueltos.

      *REGISTRO DE ADEUDOS PRESENTADOS EN MODO INDEXADO
       SELECT adeudos-archivo
       ASSIGN TO "adeudos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ade-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-adeudos.

      *LIBRO DE CARTERA; SE AGREGAN LOS CARGOS REPUESTOS
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *REGISTRO DE RECLAMOS POR CLIENTE
       SELECT reclamos-archivo
       ASSIGN TO "reclamos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS recl-clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-reclamos.

       DATA DIVISION.
       FILE SECTION.
      *DEVOLUCIONES DEL BANCO
       FD devoluciones-banco.
       01  devolucion-banco.
           05  dvb-remesa              PIC X(10).
           05  dvb-linea               PIC 9(4).
           05  FILLER                  PIC X.
           05  dvb-importe             PIC 9(6),99.
           05  FILLER                  PIC X.
           05  dvb-motivo              PIC X(4).
           05  FILLER                  PIC X.
           05  dvb-fecha               PIC 9(8).

      *REGISTRO DE ADEUDOS
       FD adeudos-archivo.
           COPY "ADEUDO-REGISTRO.CPY".

      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *REGISTRO DE RECLAMOS
       FD reclamos-archivo.
           COPY "RECLAMO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-devueltos            PIC X(02) VALUE "00".
       77  estado-adeudos              PIC X(02) VALUE "00".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-reclamos             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  importe-devuelto            PIC 9(6)V99 VALUE 0.
       77  total-leidas                PIC 9(5) VALUE 0.
       77  total-aplicadas             PIC 9(5) VALUE 0.
       77  total-rechazadas            PIC 9(5) VALUE 0.
       77  total-devuelto              PIC 9(8)V99 VALUE 0.
       77  motivo-rechazo              PIC X(40) VALUE SPACES.

      *    CUENTAS DE LA CASA PARA LA DEVOLUCION
       77  cuenta-clientes             PIC X(4) VALUE "4300".
       77  cuenta-bancos               PIC X(4) VALUE "5720".
       77  origen-devolucion           PIC X(10) VALUE "DEVADEUDO".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".
           88  cp-periodo-abierto      VALUE "S".
           88  cp-periodo-cerrado      VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE ASIENTOS
       77  ad-operacion                PIC X VALUE "A".
       77  ad-fecha                    PIC 9(8) VALUE 0.
       77  ad-cuenta                   PIC X(4) VALUE SPACES.
       77  ad-debe                     PIC 9(8)V99 VALUE 0.
       77  ad-haber                    PIC 9(8)V99 VALUE 0.
       77  ad-depto-id                 PIC X(4) VALUE SPACES.
       77  ad-origen                   PIC X(10) VALUE SPACES.
       77  ad-referencia               PIC X(10) VALUE SPACES.
       77  ad-numero                   PIC 9(6) VALUE 0.
       77  ad-resultado                PIC X VALUE "S".
           88  ad-correcto             VALUE "S".
           88  ad-fallido              VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COBROS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  detalle-devolucion.
           05  dd-remesa               PIC X(10).
           05  FILLER                  PIC X VALUE "-".
           05  dd-linea                PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dd-clientes-id          PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dd-importe              PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dd-motivo               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dd-cargo                PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dd-resultado            PIC X(40).

       01  linea-total-devoluciones.
           05  FILLER                  PIC X(20)
               VALUE "TOTAL DEVUELTO:     ".
           05  ltd-importe             PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ltd-aplicadas           PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE " APLICADAS, ".
           05  ltd-rechazadas          PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE " RECHAZADAS".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF perfil-firmado NOT = "S"
               DISPLAY "Devoluciones de adeudos reservadas a "
                   "supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE fecha-hoy TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo contable cerrado para la fecha "
                   fecha-hoy ", devoluciones no importadas"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "S" TO si-no.
           PERFORM PROCESAR-DEVOLUCION
           UNTIL si-no = "N".

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE total-devuelto TO ltd-importe.
           MOVE total-aplicadas TO ltd-aplicadas.
           MOVE total-rechazadas TO ltd-rechazadas.
           MOVE linea-total-devoluciones TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           DISPLAY "Devoluciones leidas....: " total-leidas.
           DISPLAY "Devoluciones aplicadas.: " total-aplicadas.
           DISPLAY "Devoluciones rechazadas: " total-rechazadas.
           DISPLAY "Resumen encolado en " spool-archivo.

           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT devoluciones-banco.
           IF estado-devueltos NOT = "00"
               DISPLAY "No se pudo abrir adeudos-devueltos.dat, "
                   "estado: " estado-devueltos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O adeudos-archivo.
           IF estado-adeudos NOT = "00"
               DISPLAY "No se pudo abrir adeudos.dat, estado: "
                   estado-adeudos
               CLOSE devoluciones-banco
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo extender cartera.dat, estado: "
                   estado-cartera
               CLOSE devoluciones-banco
               CLOSE adeudos-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O reclamos-archivo.
           IF estado-reclamos = "35"
               OPEN OUTPUT reclamos-archivo
               CLOSE reclamos-archivo
               OPEN I-O reclamos-archivo
           END-IF.
           IF estado-reclamos NOT = "00"
               DISPLAY "No se pudo abrir reclamos.dat, estado: "
                   estado-reclamos
               CLOSE devoluciones-banco
               CLOSE adeudos-archivo
               CLOSE cartera-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "DEVOLUCIONES_ADEUDOS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "IMPORTACION " fecha-hoy
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           MOVE SPACES TO spool-linea-env.
           STRING "DEVOLUCIONES DE ADEUDOS IMPORTADAS EL " fecha-hoy
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE devoluciones-banco.
           CLOSE adeudos-archivo.
           CLOSE cartera-archivo.
           CLOSE reclamos-archivo.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       PROCESAR-DEVOLUCION.
           READ devoluciones-banco
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF devolucion-banco = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-leidas.

           MOVE dvb-remesa TO dd-remesa.
           MOVE dvb-linea TO dd-linea.
           MOVE SPACES TO dd-clientes-id.
           MOVE SPACES TO dd-cargo.
           MOVE dvb-motivo TO dd-motivo.
           MOVE 0 TO importe-devuelto.
           IF dvb-importe IS NUMERIC
               MOVE dvb-importe TO importe-devuelto
           END-IF.
           MOVE importe-devuelto TO dd-importe.

           MOVE SPACES TO motivo-rechazo.
           PERFORM VALIDAR-DEVOLUCION.
           IF motivo-rechazo NOT = SPACES
               ADD 1 TO total-rechazadas
               MOVE motivo-rechazo TO dd-resultado
               MOVE detalle-devolucion TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               EXIT PARAGRAPH
           END-IF.

      *    PRIMERO EL ASIENTO: SI NO CUADRA NO SE TOCA LA CARTERA
           PERFORM ASENTAR-DEVOLUCION.
           IF ad-fallido
               ADD 1 TO total-rechazadas
               MOVE "ASIENTO NO GRABADO, REINTENTAR" TO dd-resultado
               MOVE detalle-devolucion TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               EXIT PARAGRAPH
           END-IF.

           PERFORM REPONER-CARGO.
           PERFORM MARCAR-ADEUDO-DEVUELTO.
           PERFORM MARCAR-RECLAMO.

           ADD 1 TO total-aplicadas.
           ADD ade-importe TO total-devuelto.
           MOVE SPACES TO dd-resultado.
           STRING "APLICADA, ASIENTO " ad-numero
               DELIMITED BY SIZE INTO dd-resultado.
           MOVE detalle-devolucion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       VALIDAR-DEVOLUCION.
           IF dvb-linea IS NOT NUMERIC
               MOVE "REFERENCIA DE ADEUDO INVALIDA" TO motivo-rechazo
               EXIT PARAGRAPH
           END-IF.

           MOVE dvb-remesa TO ade-remesa.
           MOVE dvb-linea TO ade-linea.
           READ adeudos-archivo
               INVALID KEY
                   MOVE "ADEUDO DESCONOCIDO" TO motivo-rechazo
                   EXIT PARAGRAPH
           END-READ.

           MOVE ade-clientes-id TO dd-clientes-id.
           MOVE ade-cargo-referencia TO dd-cargo.

           IF ade-devuelto
               MOVE SPACES TO motivo-rechazo
               STRING "YA DEVUELTO EL " ade-fecha-devolucion
                   DELIMITED BY SIZE INTO motivo-rechazo
               EXIT PARAGRAPH
           END-IF.

           IF importe-devuelto NOT = ade-importe
               MOVE "IMPORTE DISTINTO DEL PRESENTADO"
                   TO motivo-rechazo
           END-IF.

       ASENTAR-DEVOLUCION.
           MOVE ade-remesa TO ad-referencia.
           MOVE SPACES TO ad-depto-id.
           MOVE origen-devolucion TO ad-origen.
           MOVE fecha-hoy TO ad-fecha.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-clientes TO ad-cuenta.
           MOVE ade-importe TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-bancos TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE ade-importe TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

      *    EL PAGO DE LA REMESA QUEDA EN EL LIBRO; UN CARGO NUEVO CON
      *    LA FECHA Y EL VENCIMIENTO DEL ORIGINAL LO COMPENSA Y LA
      *    ANTIGUEDAD LO VUELVE A VER EN SU TRAMO
       REPONER-CARGO.
           MOVE SPACES TO cartera-registro.
           MOVE ade-clientes-id TO cart-clientes-id.
           SET cart-cargo TO TRUE.
           MOVE ade-importe TO cart-importe.
           MOVE ade-cargo-fecha TO cart-fecha.
           MOVE ade-cargo-referencia TO cart-referencia.
           MOVE ade-cargo-vencimiento TO cart-fecha-vencimiento.
           WRITE cartera-registro.
           IF estado-cartera NOT = "00"
               DISPLAY "Error al grabar cartera.dat, estado: "
                   estado-cartera ", reponer a mano el cargo "
                   ade-cargo-referencia
           END-IF.

       MARCAR-ADEUDO-DEVUELTO.
           SET ade-devuelto TO TRUE.
           MOVE dvb-fecha TO ade-fecha-devolucion.
           IF dvb-fecha IS NOT NUMERIC OR dvb-fecha = 0
               MOVE fecha-hoy TO ade-fecha-devolucion
           END-IF.
           MOVE dvb-motivo TO ade-motivo.
           REWRITE adeudo-registro
               INVALID KEY
                   DISPLAY "No se pudo marcar el adeudo: " ade-clave
           END-REWRITE.

       MARCAR-RECLAMO.
           MOVE ade-clientes-id TO recl-clientes-id.
           READ reclamos-archivo
               INVALID KEY
                   MOVE ade-clientes-id TO recl-clientes-id
                   MOVE 0 TO recl-nivel
                   MOVE 0 TO recl-fecha-carta
                   SET recl-devuelto TO TRUE
                   WRITE reclamo-registro
                       INVALID KEY
                           DISPLAY "No se pudo grabar el reclamo: "
                               recl-clientes-id
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.

           SET recl-devuelto TO TRUE.
           REWRITE reclamo-registro
               INVALID KEY
                   DISPLAY "No se pudo marcar el reclamo: "
                       recl-clientes-id
           END-REWRITE.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "DEVOLUCIONES_ADEUDOS".
