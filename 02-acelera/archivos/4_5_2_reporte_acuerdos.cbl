      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de consumo de los acuerdos marco de compra.
      *          Lista cada acuerdo no anulado con lo comprometido, lo
      *          consumido por las llamadas y el porcentaje de
      *          consumo frente al porcentaje de vigencia ya
      *          transcurrido.  Avisa VENCE del acuerdo que termina
      *          dentro del horizonte pedido (30 dias por defecto) con
      *          cantidad pendiente, RIESGO del que al ritmo de
      *          consumo actual no llegara a lo comprometido al
      *          terminar, CORTO del ya terminado que se quedo por
      *          debajo y AGOTADO del consumido entero.  Cierra con
      *          el recuento de cada aviso.  Compras renegocia o
      *          adelanta llamadas con este listado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE_ACUERDOS_COMPRA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ACUERDOS MARCO, SOLO LECTURA
       SELECT acuerdos-compra
       ASSIGN TO "acuerdos-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-numero
       ALTERNATE RECORD KEY IS acu-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

       DATA DIVISION.
       FILE SECTION.
      *ACUERDOS MARCO
       FD acuerdos-compra.
           COPY "ACUERDO-COMPRA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  dias-horizonte              PIC 9(3) VALUE 30.
       77  dia-hoy                     PIC 9(8) VALUE 0.
       77  dia-desde                   PIC 9(8) VALUE 0.
       77  dia-hasta                   PIC 9(8) VALUE 0.
       77  dias-vigencia               PIC 9(6) VALUE 0.
       77  dias-transcurridos          PIC 9(6) VALUE 0.
       77  pct-consumo                 PIC 9(5)V9 VALUE 0.
       77  pct-tiempo                  PIC 9(3)V9 VALUE 0.
       77  consumo-proyectado          PIC 9(10) VALUE 0.
       77  cantidad-pendiente          PIC 9(8) VALUE 0.
       77  total-listados              PIC 9(4) VALUE 0.
       77  total-vence                 PIC 9(4) VALUE 0.
       77  total-riesgo                PIC 9(4) VALUE 0.
       77  total-corto                 PIC 9(4) VALUE 0.
       77  total-agotado               PIC 9(4) VALUE 0.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COMPRAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  detalle-acuerdo.
           05  da-numero               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  da-prov-id              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  da-producto             PIC 9(6).
           05  FILLER                  PIC X(3) VALUE " A ".
           05  da-precio               PIC Z.ZZ9,99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  da-moneda               PIC X(3).
           05  FILLER                  PIC X(7) VALUE "  COMP ".
           05  da-comprometido         PIC ZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(7) VALUE "  CONS ".
           05  da-consumido            PIC ZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  da-pct-consumo          PIC ZZZZ9,9.
           05  FILLER                  PIC X(8) VALUE "% TIEMPO".
           05  da-pct-tiempo           PIC ZZ9,9.
           05  FILLER                  PIC X(8) VALUE "% HASTA ".
           05  da-hasta                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  da-aviso                PIC X(7).

       01  linea-total.
           05  lt-leyenda              PIC X(26).
           05  lt-valor                PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.
           COMPUTE dia-hoy = FUNCTION INTEGER-OF-DATE(fecha-hoy).

           DISPLAY "Dias de aviso de vencimiento (vacio o 0 = 30): ".
           ACCEPT dias-horizonte.
           IF dias-horizonte = 0
               MOVE 30 TO dias-horizonte
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM REVISAR-ACUERDOS
           UNTIL si-no = "N".

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "ACUERDOS LISTADOS........:" TO lt-leyenda.
           MOVE total-listados TO lt-valor.
           PERFORM ENVIAR-TOTAL.
           MOVE "POR VENCER CON PENDIENTE.:" TO lt-leyenda.
           MOVE total-vence TO lt-valor.
           PERFORM ENVIAR-TOTAL.
           MOVE "EN RIESGO DE NO CUMPLIR..:" TO lt-leyenda.
           MOVE total-riesgo TO lt-valor.
           PERFORM ENVIAR-TOTAL.
           MOVE "TERMINADOS POR DEBAJO....:" TO lt-leyenda.
           MOVE total-corto TO lt-valor.
           PERFORM ENVIAR-TOTAL.
           MOVE "AGOTADOS.................:" TO lt-leyenda.
           MOVE total-agotado TO lt-valor.
           PERFORM ENVIAR-TOTAL.

           DISPLAY "Acuerdos listados: " total-listados.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "ACUERDOS_COMPRA" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "HORIZONTE " dias-horizonte " DIAS"
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT acuerdos-compra.
           IF estado-acuerdos NOT = "00"
               DISPLAY "No se pudo abrir acuerdos-compra.dat, "
                   "estado: " estado-acuerdos
               MOVE "N" TO si-no
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-acuerdos = "00"
               CLOSE acuerdos-compra
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       REVISAR-ACUERDOS.
           READ acuerdos-compra NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF NOT acu-anulado
                       PERFORM EVALUAR-ACUERDO
                   END-IF
           END-READ.

      *    EL RITMO SE MIDE PROYECTANDO LO CONSUMIDO HASTA HOY A
      *    TODA LA VIGENCIA: SI CON LA MITAD DEL PLAZO CORRIDO SOLO
      *    SE LLAMO UN TERCIO, NO SE LLEGARA A LO COMPROMETIDO
       EVALUAR-ACUERDO.
           COMPUTE dia-desde =
               FUNCTION INTEGER-OF-DATE(acu-fecha-desde).
           COMPUTE dia-hasta =
               FUNCTION INTEGER-OF-DATE(acu-fecha-hasta).
           COMPUTE dias-vigencia = dia-hasta - dia-desde + 1.

           EVALUATE TRUE
               WHEN dia-hoy < dia-desde
                   MOVE 0 TO dias-transcurridos
               WHEN dia-hoy > dia-hasta
                   MOVE dias-vigencia TO dias-transcurridos
               WHEN OTHER
                   COMPUTE dias-transcurridos =
                       dia-hoy - dia-desde + 1
           END-EVALUATE.

           COMPUTE pct-tiempo ROUNDED =
               dias-transcurridos * 100 / dias-vigencia.

           MOVE 0 TO pct-consumo.
           IF acu-cantidad-comprometida > 0
               COMPUTE pct-consumo ROUNDED =
                   acu-cantidad-consumida * 100
                   / acu-cantidad-comprometida
                   ON SIZE ERROR
                       MOVE 99999,9 TO pct-consumo
               END-COMPUTE
           END-IF.

           MOVE 0 TO cantidad-pendiente.
           IF acu-cantidad-consumida < acu-cantidad-comprometida
               COMPUTE cantidad-pendiente =
                   acu-cantidad-comprometida - acu-cantidad-consumida
           END-IF.

           MOVE SPACES TO da-aviso.
           EVALUATE TRUE
               WHEN cantidad-pendiente = 0
                   MOVE "AGOTADO" TO da-aviso
                   ADD 1 TO total-agotado
               WHEN dia-hoy > dia-hasta
                   MOVE "CORTO" TO da-aviso
                   ADD 1 TO total-corto
               WHEN dia-hasta - dia-hoy <= dias-horizonte
                   MOVE "VENCE" TO da-aviso
                   ADD 1 TO total-vence
               WHEN dias-transcurridos > 0
                   COMPUTE consumo-proyectado =
                       acu-cantidad-consumida * dias-vigencia
                       / dias-transcurridos
                   IF consumo-proyectado < acu-cantidad-comprometida
                       MOVE "RIESGO" TO da-aviso
                       ADD 1 TO total-riesgo
                   END-IF
           END-EVALUATE.

           ADD 1 TO total-listados.
           MOVE acu-numero TO da-numero.
           MOVE acu-prov-id TO da-prov-id.
           MOVE acu-producto-id TO da-producto.
           MOVE acu-precio TO da-precio.
           MOVE acu-moneda TO da-moneda.
           MOVE acu-cantidad-comprometida TO da-comprometido.
           MOVE acu-cantidad-consumida TO da-consumido.
           MOVE pct-consumo TO da-pct-consumo.
           MOVE pct-tiempo TO da-pct-tiempo.
           MOVE acu-fecha-hasta TO da-hasta.
           MOVE detalle-acuerdo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-TOTAL.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "REPORTE_ACUERDOS_COMPRA".
