      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida mensual de amortizacion de activos fijos.
      *          Para el mes pedido (AAAAMM) amortiza cada activo en
      *          uso adquirido hasta ese mes: lineal por (costo -
      *          residual) / vida util, o degresivo a doble tasa
      *          sobre el valor neto, nunca por debajo del valor
      *          residual.  El mes de adquisicion cuenta entero y los
      *          meses atrasados se recuperan en la misma corrida.
      *          Cada activo deja un asiento cuadrado en el diario
      *          (gasto de amortizacion 6810 contra amortizacion
      *          acumulada 2810) fechado el ultimo dia del mes y
      *          numerado desde diario-control.dat por ASIENTOS-
      *          DIARIO; el activo anota el ultimo mes amortizado, de
      *          modo que relanzar la corrida no amortiza dos veces.
      *          Al final emite por el escritor de spool el registro
      *          de activos con la amortizacion del mes, la acumulada
      *          y el valor neto contable.  Un mes cerrado en
      *          periodos.dat no se amortiza.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AMORTIZACION_MENSUAL".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REGISTRO DE ACTIVOS FIJOS EN MODO INDEXADO
       SELECT activos-archivo
       ASSIGN TO "activos-fijos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS act-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-activos.

       DATA DIVISION.
       FILE SECTION.
      *REGISTRO DE ACTIVOS FIJOS
       FD activos-archivo.
           COPY "ACTIVO-FIJO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-activos              PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  periodo-amortizar           PIC 9(6) VALUE 0.
       77  fecha-fin-mes               PIC 9(8) VALUE 0.
       77  dias-enteros                PIC 9(8) VALUE 0.
       77  mes-indice-corrida          PIC 9(6) VALUE 0.
       77  mes-indice-desde            PIC 9(6) VALUE 0.
       77  mes-indice-trabajo          PIC 9(6) VALUE 0.
       77  meses-pendientes            PIC 9(4) VALUE 0.
       77  base-amortizable            PIC 9(8)V99 VALUE 0.
       77  pendiente-amortizar         PIC 9(8)V99 VALUE 0.
       77  cuota-mes                   PIC 9(8)V99 VALUE 0.
       77  amort-corrida               PIC 9(8)V99 VALUE 0.
       77  valor-neto                  PIC S9(8)V99 VALUE 0.
       77  activos-amortizados         PIC 9(6) VALUE 0.
       77  activos-listados            PIC 9(6) VALUE 0.
       77  total-amort-corrida         PIC 9(10)V99 VALUE 0.
       77  total-costo                 PIC 9(10)V99 VALUE 0.
       77  total-acumulada             PIC 9(10)V99 VALUE 0.
       77  total-neto                  PIC S9(10)V99 VALUE 0.

       01  periodo-desglose.
           05  pd-anio                 PIC 9(4).
           05  pd-mes                  PIC 9(2).

      *    CUENTAS DE LA CASA PARA LA AMORTIZACION
       77  cuenta-gasto-amortizacion   PIC X(4) VALUE "6810".
       77  cuenta-amort-acumulada      PIC X(4) VALUE "2810".

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".
           88  cp-periodo-abierto      VALUE "S".
           88  cp-periodo-cerrado      VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE ASIENTOS DEL DIARIO
       77  ad-operacion                PIC X VALUE "A".
       77  ad-fecha                    PIC 9(8) VALUE 0.
       77  ad-cuenta                   PIC X(4) VALUE SPACES.
       77  ad-debe                     PIC 9(8)V99 VALUE 0.
       77  ad-haber                    PIC 9(8)V99 VALUE 0.
       77  ad-depto-id                 PIC X(4) VALUE SPACES.
       77  ad-origen                   PIC X(10) VALUE "AMORTIZAC".
       77  ad-referencia               PIC X(10) VALUE SPACES.
       77  ad-numero                   PIC 9(6) VALUE 0.
       77  ad-resultado                PIC X VALUE "S".
           88  ad-correcto             VALUE "S".
           88  ad-fallido              VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "CONTAB".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-registro.
           05  FILLER                  PIC X(37)
               VALUE "REGISTRO DE ACTIVOS FIJOS AL PERIODO ".
           05  tr-periodo              PIC 9(6).

       01  encabezado-registro.
           05  FILLER                  PIC X(7)  VALUE "ACTIVO".
           05  FILLER                  PIC X(31) VALUE "DESCRIPCION".
           05  FILLER                  PIC X(5)  VALUE "DEPT".
           05  FILLER                  PIC X(9)  VALUE "ALTA".
           05  FILLER                  PIC X(14) VALUE "       COSTO".
           05  FILLER                  PIC X(13) VALUE "   AMORT MES".
           05  FILLER                  PIC X(14) VALUE "   ACUMULADA".
           05  FILLER                  PIC X(15) VALUE "    VALOR NETO".
           05  FILLER                  PIC X(3)  VALUE " E".

       01  detalle-registro.
           05  dr-id                   PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  dr-descripcion          PIC X(30).
           05  FILLER                  PIC X     VALUE SPACE.
           05  dr-depto                PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  dr-alta                 PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  dr-costo                PIC ZZ.ZZZ.ZZ9,99.
           05  dr-mes                  PIC Z.ZZZ.ZZ9,99.
           05  dr-acumulada            PIC ZZ.ZZZ.ZZ9,99.
           05  dr-neto                 PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-estado               PIC X.

       01  linea-totales-registro.
           05  FILLER                  PIC X(52) VALUE "TOTALES".
           05  ltr-costo               PIC ZZZ.ZZZ.ZZ9,99.
           05  ltr-mes                 PIC ZZZ.ZZZ.ZZ9,99.
           05  ltr-acumulada           PIC ZZZ.ZZZ.ZZ9,99.
           05  ltr-neto                PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM OBTENER-PARAMETROS.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE 0 TO act-id.
           START activos-archivo KEY IS NOT LESS THAN act-id
               INVALID KEY
                   MOVE "N" TO si-no
           END-START.

           PERFORM AMORTIZAR-ACTIVOS
           UNTIL si-no = "N".

           DISPLAY "Activos amortizados: " activos-amortizados.
           DISPLAY "Registro encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       OBTENER-PARAMETROS.
           MOVE 0 TO RETURN-CODE.

           DISPLAY "Mes a amortizar (AAAAMM, vacio = mes actual): ".
           ACCEPT periodo-amortizar.
           IF periodo-amortizar = 0
               MOVE fecha-sistema(1:6) TO periodo-amortizar
           END-IF.

           MOVE periodo-amortizar TO periodo-desglose.
           IF pd-mes < 1 OR pd-mes > 12
               DISPLAY "Periodo invalido: " periodo-amortizar
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *    ULTIMO DIA DEL MES: EL DIA ANTERIOR AL 1 DEL SIGUIENTE
           IF pd-mes = 12
               ADD 1 TO pd-anio
               MOVE 1 TO pd-mes
           ELSE
               ADD 1 TO pd-mes
           END-IF.
           COMPUTE fecha-fin-mes = pd-anio * 10000 + pd-mes * 100 + 1.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-fin-mes) - 1.
           COMPUTE fecha-fin-mes =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

           MOVE periodo-amortizar TO periodo-desglose.
           COMPUTE mes-indice-corrida = pd-anio * 12 + pd-mes - 1.

           MOVE fecha-fin-mes TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "El mes " periodo-amortizar " esta cerrado"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "AMORTIZACION_MENSUAL" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "PERIODO " periodo-amortizar
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           PERFORM LLAMAR-SPOOL.

           MOVE periodo-amortizar TO tr-periodo.
           MOVE titulo-registro TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-registro TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           OPEN I-O activos-archivo.
           IF estado-activos NOT = "00"
               DISPLAY "No se pudo abrir activos-fijos.dat, estado: "
                   estado-activos
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE activos-archivo.

           PERFORM IMPRIMIR-TOTALES.

           MOVE "C" TO spool-operacion.
           PERFORM LLAMAR-SPOOL.

       AMORTIZAR-ACTIVOS.
           READ activos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE 0 TO amort-corrida
                   IF act-en-uso
                       PERFORM AMORTIZAR-UN-ACTIVO
                   END-IF
                   PERFORM IMPRIMIR-ACTIVO
           END-READ.

      *    MESES PENDIENTES: DESDE EL SIGUIENTE AL ULTIMO AMORTIZADO
      *    (O EL DE ALTA, SI NUNCA SE AMORTIZO) HASTA EL DE LA
      *    CORRIDA, AMBOS INCLUSIVE.
       AMORTIZAR-UN-ACTIVO.
           IF act-fecha-alta(1:6) > periodo-amortizar
               EXIT PARAGRAPH
           END-IF.

           IF act-ultimo-periodo >= periodo-amortizar
               EXIT PARAGRAPH
           END-IF.

           IF act-ultimo-periodo = 0
               MOVE act-fecha-alta(1:6) TO periodo-desglose
               COMPUTE mes-indice-desde = pd-anio * 12 + pd-mes - 1
           ELSE
               MOVE act-ultimo-periodo TO periodo-desglose
               COMPUTE mes-indice-desde = pd-anio * 12 + pd-mes
           END-IF.

           COMPUTE meses-pendientes =
               mes-indice-corrida - mes-indice-desde + 1.

           COMPUTE base-amortizable =
               act-costo - act-valor-residual.

           MOVE mes-indice-desde TO mes-indice-trabajo.
           PERFORM AMORTIZAR-UN-MES meses-pendientes TIMES.

           IF amort-corrida > 0
               PERFORM ASENTAR-AMORTIZACION
               IF ad-fallido
                   DISPLAY "Activo " act-id " sin asentar, queda "
                       "pendiente"
                   MOVE 0 TO amort-corrida
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE periodo-amortizar TO act-ultimo-periodo.
           REWRITE activo-fijo-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el activo: " act-id
           END-REWRITE.

           IF amort-corrida > 0
               ADD 1 TO activos-amortizados
           END-IF.

       AMORTIZAR-UN-MES.
           IF act-amort-acumulada >= base-amortizable
               EXIT PARAGRAPH
           END-IF.

           COMPUTE pendiente-amortizar =
               base-amortizable - act-amort-acumulada.

           IF act-metodo-degresivo
               COMPUTE cuota-mes ROUNDED =
                   (act-costo - act-amort-acumulada) * 2
                   / act-vida-meses
           ELSE
               COMPUTE cuota-mes ROUNDED =
                   base-amortizable / act-vida-meses
           END-IF.

           IF cuota-mes > pendiente-amortizar
               MOVE pendiente-amortizar TO cuota-mes
           END-IF.

           ADD cuota-mes TO act-amort-acumulada.
           ADD cuota-mes TO amort-corrida.
           ADD 1 TO mes-indice-trabajo.

       ASENTAR-AMORTIZACION.
           MOVE SPACES TO ad-referencia.
           MOVE act-id TO ad-referencia(1:6).
           MOVE fecha-fin-mes TO ad-fecha.
      *    EL GASTO Y LA AMORTIZACION SE IMPUTAN AL DEPARTAMENTO
      *    QUE USA EL ACTIVO
           MOVE act-depto-id TO ad-depto-id.

           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE cuenta-gasto-amortizacion TO ad-cuenta.
           MOVE amort-corrida TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE cuenta-amort-acumulada TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE amort-corrida TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           IF ad-fallido
               SUBTRACT amort-corrida FROM act-amort-acumulada
           END-IF.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

       IMPRIMIR-ACTIVO.
           COMPUTE valor-neto = act-costo - act-amort-acumulada.
           IF act-dado-de-baja
               MOVE 0 TO valor-neto
           END-IF.

           MOVE act-id TO dr-id.
           MOVE act-descripcion TO dr-descripcion.
           MOVE act-depto-id TO dr-depto.
           MOVE act-fecha-alta TO dr-alta.
           MOVE act-costo TO dr-costo.
           MOVE amort-corrida TO dr-mes.
           MOVE act-amort-acumulada TO dr-acumulada.
           MOVE valor-neto TO dr-neto.
           MOVE act-estado TO dr-estado.
           MOVE detalle-registro TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           ADD 1 TO activos-listados.
           ADD amort-corrida TO total-amort-corrida.
           IF act-en-uso
               ADD act-costo TO total-costo
               ADD act-amort-acumulada TO total-acumulada
               ADD valor-neto TO total-neto
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE total-costo TO ltr-costo.
           MOVE total-amort-corrida TO ltr-mes.
           MOVE total-acumulada TO ltr-acumulada.
           MOVE total-neto TO ltr-neto.
           MOVE linea-totales-registro TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "TOTALES SOLO DE ACTIVOS EN USO (E = A)"
               TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "LOS DADOS DE BAJA (E = B) FIGURAN CON VALOR NETO CERO"
               TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           PERFORM LLAMAR-SPOOL.

       LLAMAR-SPOOL.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "AMORTIZACION_MENSUAL".
