      *          marca cada partida saldada con la referencia del
      *          lote y asienta el pago en el propio libro.  Sin
      *          aprobacion, la propuesta queda impresa y nada se
      *          toca.  Cada lote se paga a la cuenta verificada del
      *          proveedor en su moneda (proveedores-banco.dat), cuyo
      *          IBAN y BIC van en la transferencia; el lote sin
      *          cuenta, con la cuenta sin verificar o cambiada hace
      *          menos de los dias de retencion pedidos se imprime
      *          como RETENIDO con el motivo, no sale al banco y sus
      *          partidas quedan abiertas.  Cada partida pagada y
      *          el propio pago anotan el supervisor que aprobo la
      *          corrida y la fecha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-banco.

      *CUENTAS BANCARIAS DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-banco
       ASSIGN TO "proveedores-banco.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pbc-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuentas.

       DATA DIVISION.
       FILE SECTION.
      *LIBRO DE CUENTAS POR PAGAR
           05  pgc-importe             PIC 9(8),99.
           05  FILLER                  PIC X VALUE ";".
           05  pgc-referencia          PIC X(10).
           05  FILLER                  PIC X VALUE ";".
           05  pgc-iban                PIC X(34).
           05  FILLER                  PIC X VALUE ";".
           05  pgc-bic                 PIC X(11).

      *CUENTAS BANCARIAS DE PROVEEDORES
       FD proveedores-banco.
           COPY "PROVEEDOR-BANCO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-banco                PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-corte                 PIC 9(8) VALUE 0.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  aprobar-corrida             PIC X VALUE "N".
       77  total-partidas              PIC 9(4) VALUE 0.
       77  total-lotes                 PIC 9(3) VALUE 0.
       77  ix-lote                     PIC 9(3) VALUE 0.
       77  lote-ubicado                PIC X VALUE "N".
       77  referencia-lote             PIC X(10) VALUE SPACES.
       77  estado-cuentas              PIC X(02) VALUE "00".
       77  hay-cuentas                 PIC X VALUE "N".
       77  dias-retencion              PIC 9(3) VALUE 0.
       77  dias-desde-cambio           PIC S9(7) VALUE 0.
       77  total-retenidos             PIC 9(3) VALUE 0.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
               10  tlo-moneda          PIC X(3).
               10  tlo-importe         PIC S9(9)V99.
               10  tlo-emitido         PIC X.
               10  tlo-iban            PIC X(34).
               10  tlo-bic             PIC X(11).
               10  tlo-retenido        PIC X.
               10  tlo-motivo          PIC X(15).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
           05  ll-moneda               PIC X(3).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  ll-importe              PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ll-situacion            PIC X(50).

       01  linea-retenidos.
           05  FILLER                  PIC X(17)
               VALUE "LOTES RETENIDOS: ".
           05  lr-cantidad             PIC ZZ9.
           05  FILLER                  PIC X(23)
               VALUE "  DIAS DE RETENCION:   ".
           05  lr-dias                 PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               MOVE fecha-sistema(1:8) TO fecha-corte
           END-IF.

           DISPLAY "Dias de retencion tras cambio de cuenta "
               "bancaria (vacio = 10): ".
           ACCEPT dias-retencion.
           IF dias-retencion = 0
               MOVE 10 TO dias-retencion
           END-IF.

           MOVE SPACES TO referencia-lote.
           STRING "PG" fecha-sistema(1:8)
               DELIMITED BY SIZE INTO referencia-lote.

           PERFORM ABRIR-SPOOL-PROPUESTA.
           PERFORM ARMAR-PROPUESTA.
           PERFORM RESOLVER-CUENTAS.
           PERFORM CERRAR-SPOOL-PROPUESTA.

           IF total-partidas = 0
           END-IF.

           DISPLAY "Propuesta impresa en " spool-archivo.
           IF total-retenidos > 0
               DISPLAY "Lotes retenidos por cuenta bancaria: "
                   total-retenidos
           END-IF.
           DISPLAY "¿Aprobar y generar el lote bancario? (s/n)".
           ACCEPT aprobar-corrida.

           PERFORM IMPRIMIR-UN-LOTE
           UNTIL ix-lote >= total-lotes.

           MOVE total-retenidos TO lr-cantidad.
           MOVE dias-retencion TO lr-dias.
           MOVE linea-retenidos TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               MOVE cpag-moneda TO tlo-moneda(total-lotes)
               MOVE 0 TO tlo-importe(total-lotes)
               MOVE "N" TO tlo-emitido(total-lotes)
               MOVE SPACES TO tlo-iban(total-lotes)
               MOVE SPACES TO tlo-bic(total-lotes)
               MOVE "N" TO tlo-retenido(total-lotes)
               MOVE SPACES TO tlo-motivo(total-lotes)
               MOVE total-lotes TO ix-lote
           END-IF.

               MOVE "S" TO lote-ubicado
           END-IF.

      *    CADA LOTE SE PAGA A LA CUENTA VERIFICADA DEL PROVEEDOR EN
      *    LA MONEDA DEL LOTE.  SIN ELLA, O SI LA CUENTA CAMBIO HACE
      *    MENOS DE LOS DIAS DE RETENCION, EL LOTE QUEDA RETENIDO
      *    AUNQUE YA ESTE VERIFICADA: ES EL PLAZO PARA QUE EL
      *    PROVEEDOR RECLAME UN CAMBIO QUE NO PIDIO.
       RESOLVER-CUENTAS.
           MOVE 0 TO total-retenidos.
           MOVE "N" TO hay-cuentas.
           OPEN INPUT proveedores-banco.
           IF estado-cuentas = "00"
               MOVE "S" TO hay-cuentas
           END-IF.

           MOVE 0 TO ix-lote.
           PERFORM RESOLVER-UNA-CUENTA
           UNTIL ix-lote >= total-lotes.

           IF hay-cuentas = "S"
               CLOSE proveedores-banco
           END-IF.

       RESOLVER-UNA-CUENTA.
           ADD 1 TO ix-lote.

           IF hay-cuentas = "N"
               MOVE "SIN CUENTA" TO tlo-motivo(ix-lote)
               PERFORM RETENER-LOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE tlo-prov-id(ix-lote) TO pbc-prov-id.
           MOVE tlo-moneda(ix-lote) TO pbc-moneda.
           READ proveedores-banco
               INVALID KEY
                   MOVE "SIN CUENTA" TO tlo-motivo(ix-lote)
                   PERFORM RETENER-LOTE
                   EXIT PARAGRAPH
           END-READ.

           IF pbc-dada-de-baja
               MOVE "SIN CUENTA" TO tlo-motivo(ix-lote)
               PERFORM RETENER-LOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE pbc-iban TO tlo-iban(ix-lote).
           MOVE pbc-bic TO tlo-bic(ix-lote).

           IF pbc-sin-verificar
               MOVE "SIN VERIFICAR" TO tlo-motivo(ix-lote)
               PERFORM RETENER-LOTE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE dias-desde-cambio =
               FUNCTION INTEGER-OF-DATE(fecha-hoy)
               - FUNCTION INTEGER-OF-DATE(pbc-fecha-cambio).
           IF dias-desde-cambio < dias-retencion
               MOVE "CAMBIO RECIENTE" TO tlo-motivo(ix-lote)
               PERFORM RETENER-LOTE
           END-IF.

       RETENER-LOTE.
           MOVE "S" TO tlo-retenido(ix-lote).
           ADD 1 TO total-retenidos.

       IMPRIMIR-UN-LOTE.
           ADD 1 TO ix-lote.

           MOVE tlo-prov-id(ix-lote) TO ll-prov-id.
           MOVE tlo-moneda(ix-lote) TO ll-moneda.
           MOVE tlo-importe(ix-lote) TO ll-importe.
           MOVE SPACES TO ll-situacion.
           IF tlo-retenido(ix-lote) = "S"
               STRING "RETENIDO: " tlo-motivo(ix-lote)
                   DELIMITED BY SIZE INTO ll-situacion
           ELSE
               STRING tlo-iban(ix-lote) " " tlo-bic(ix-lote)
                   DELIMITED BY SIZE INTO ll-situacion
           END-IF.
           MOVE linea-lote TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

               EXIT PARAGRAPH
           END-IF.

           IF tlo-retenido(ix-lote) = "S"
               DISPLAY "Lote retenido por cuenta bancaria ("
                   tlo-motivo(ix-lote) "), sus partidas quedan "
                   "abiertas: " tlo-prov-id(ix-lote) " "
                   tlo-moneda(ix-lote)
               EXIT PARAGRAPH
           END-IF.

           MOVE tlo-prov-id(ix-lote) TO pgc-prov-id.
           MOVE tlo-moneda(ix-lote) TO pgc-moneda.
           MOVE tlo-importe(ix-lote) TO pgc-importe.
           MOVE referencia-lote TO pgc-referencia.
           MOVE tlo-iban(ix-lote) TO pgc-iban.
           MOVE tlo-bic(ix-lote) TO pgc-bic.

           WRITE pago-compras.
           IF estado-banco NOT = "00"

           SET cpag-saldado TO TRUE.
           MOVE referencia-lote TO cpag-referencia-pago.
           MOVE empleado-firmado TO cpag-aprobado-por.
           MOVE fecha-sistema(1:8) TO cpag-fecha-aprobacion.
           REWRITE cuentas-pagar-registro.
           IF estado-pagar NOT = "00"
               DISPLAY "No se pudo marcar la partida: "
           MOVE referencia-lote TO cpag-referencia.
           SET cpag-saldado TO TRUE.
           MOVE referencia-lote TO cpag-referencia-pago.
           MOVE empleado-firmado TO cpag-capturado-por.
           MOVE empleado-firmado TO cpag-aprobado-por.
           MOVE fecha-sistema(1:8) TO cpag-fecha-aprobacion.

           WRITE cuentas-pagar-registro.
           IF estado-pagar NOT = "00"
