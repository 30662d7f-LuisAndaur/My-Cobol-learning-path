      ******************************************************************
      * Author:
      * Date:
      * Purpose: Presupuesto contra real del mes y acumulado del
      *          anio, para la reunion de direccion.  Toma el
      *          presupuesto de presupuesto-contable.dat y lo
      *          compara con los movimientos del diario del mismo
      *          anio (sin regularizacion, cierre ni apertura, que no
      *          son actividad).  Por cada linea de presupuesto
      *          muestra presupuesto, real, desviacion y desviacion %
      *          del mes y del acumulado, y marca con * las que se
      *          salen de la tolerancia indicada.  Los importes van
      *          en el signo natural de la cuenta (ingresos y gastos
      *          en positivo).  Una linea de presupuesto sin
      *          departamento se compara con todo lo de la cuenta que
      *          no tenga presupuesto propio por departamento.  Al
      *          final lista lo real de ingresos y gastos que no tiene
      *          presupuesto y los totales.  Sale por el escritor de
      *          spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PRESUPUESTO_VS_REAL".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *PRESUPUESTO ANUAL, SOLO LECTURA
       SELECT presupuesto-archivo
       ASSIGN TO "presupuesto-contable.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ppto-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ppto.

      *DIARIO CONTABLE, SOLO LECTURA
       SELECT diario-archivo
       ASSIGN TO "diario-contable.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-diario.

      *PLAN DE CUENTAS, SOLO LECTURA
       SELECT plan-cuentas
       ASSIGN TO "plan-cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cta-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-plan.

       DATA DIVISION.
       FILE SECTION.
      *PRESUPUESTO ANUAL
       FD presupuesto-archivo.
           COPY "PRESUPUESTO-CONTABLE.CPY".

      *DIARIO CONTABLE
       FD diario-archivo.
           COPY "ASIENTO-REGISTRO.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  leyendo-ppto                PIC X VALUE "S".
       77  estado-ppto                 PIC X(02) VALUE "00".
       77  estado-diario               PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  total-lineas-ppto           PIC 9(5) VALUE 0.
       77  total-fuera-tolerancia      PIC 9(5) VALUE 0.
       77  ix-real                     PIC 9(3) VALUE 0.
       77  ix-mes                      PIC 9(2) VALUE 0.
       77  real-ubicado                PIC X VALUE "N".
       77  tipo-cuenta                 PIC X VALUE SPACE.
       77  importe-natural             PIC S9(10)V99 VALUE 0.

      *    PERIODO Y TOLERANCIA
       77  periodo-informe             PIC 9(6) VALUE 0.
       77  tolerancia                  PIC 9(3)V9 VALUE 0.
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  fecha-desde-mes             PIC 9(8) VALUE 0.
       77  fecha-hasta                 PIC 9(8) VALUE 0.
       01  periodo-desglose.
           05  pd-anio                 PIC 9(4).
           05  pd-mes                  PIC 9(2).

      *    ASIENTOS QUE NO SON ACTIVIDAD DEL EJERCICIO
       77  origen-regularizacion       PIC X(10) VALUE "REGULARIZ".
       77  origen-cierre               PIC X(10) VALUE "CIERRE".
       77  origen-apertura             PIC X(10) VALUE "APERTURA".

      *    IMPORTES DE LA LINEA QUE SE IMPRIME
       77  ppto-mes                    PIC S9(10)V99 VALUE 0.
       77  ppto-acum                   PIC S9(10)V99 VALUE 0.
       77  real-mes                    PIC S9(10)V99 VALUE 0.
       77  real-acum                   PIC S9(10)V99 VALUE 0.
       77  desvio                      PIC S9(10)V99 VALUE 0.
       77  desvio-pct                  PIC S9(4)V9 VALUE 0.
       77  calc-ppto                   PIC S9(10)V99 VALUE 0.
       77  calc-real                   PIC S9(10)V99 VALUE 0.
       77  pct-edit                    PIC -ZZZ9,9.
       77  marca-calculada             PIC X VALUE SPACE.
       77  texto-pct                   PIC X(8) VALUE SPACES.
       77  contar-fuera                PIC X VALUE "S".

      *    TOTALES POR TIPO: 1 = INGRESOS, 2 = GASTOS
       77  ix-tipo                     PIC 9 VALUE 0.
       01  tabla-totales.
           05  total-tipo OCCURS 2 TIMES.
               10  tt-ppto-mes         PIC S9(10)V99.
               10  tt-real-mes         PIC S9(10)V99.
               10  tt-ppto-acum        PIC S9(10)V99.
               10  tt-real-acum        PIC S9(10)V99.

      *    REAL POR CUENTA Y DEPARTAMENTO EN SIGNO NATURAL.
      *    trl-cubierta: N = SIN PRESUPUESTO, D = TIENE PRESUPUESTO
      *    PROPIO DEL DEPARTAMENTO, S = YA COMPARADO
       77  total-reales                PIC 9(3) VALUE 0.
       01  tabla-reales.
           05  entrada-real OCCURS 800 TIMES.
               10  trl-cuenta          PIC X(4).
               10  trl-depto-id        PIC X(4).
               10  trl-tipo            PIC X.
               10  trl-mes             PIC S9(10)V99.
               10  trl-acum            PIC S9(10)V99.
               10  trl-cubierta        PIC X.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "CONTAB".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-1.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(54)
               VALUE "  ---------------------- MES -------------------".
           05  FILLER                  PIC X(54)
               VALUE "  ------------------- ACUMULADO ----------------".

       01  cabecera-2.
           05  FILLER                  PIC X(24)
               VALUE "CTA  DEPTO DESCRIPCION".
           05  FILLER                  PIC X(54) VALUE
               "    PRESUPUESTO           REAL      DESVIACION  DESV%".
           05  FILLER                  PIC X(54) VALUE
               "    PRESUPUESTO           REAL      DESVIACION  DESV%".

       01  detalle-ppto.
           05  dp-cuenta               PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  dp-depto-id             PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  dp-descripcion          PIC X(14).
           05  dp-bloque OCCURS 2 TIMES.
               10  FILLER              PIC X     VALUE SPACE.
               10  dp-ppto             PIC -ZZ.ZZZ.ZZ9,99.
               10  FILLER              PIC X     VALUE SPACE.
               10  dp-real             PIC -ZZ.ZZZ.ZZ9,99.
               10  FILLER              PIC X     VALUE SPACE.
               10  dp-desvio           PIC -ZZ.ZZZ.ZZ9,99.
               10  dp-pct              PIC X(8).
               10  dp-marca            PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "Periodo (AAAAMM): ".
           ACCEPT periodo-informe.
           MOVE periodo-informe TO periodo-desglose.
           IF pd-mes < 1 OR pd-mes > 12
               DISPLAY "Periodo invalido: " periodo-informe
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Tolerancia de desviacion en % (0 = 10%): ".
           ACCEPT tolerancia.
           IF tolerancia = 0
               MOVE 10 TO tolerancia
           END-IF.

           COMPUTE fecha-desde = pd-anio * 10000 + 101.
           COMPUTE fecha-desde-mes = periodo-informe * 100 + 1.
           COMPUTE fecha-hasta = periodo-informe * 100 + 99.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM ACUMULAR-DIARIO
           UNTIL si-no = "N".

           PERFORM MARCAR-PRESUPUESTOS-DEPTO.

           PERFORM IMPRIMIR-INFORME.

           DISPLAY "Lineas de presupuesto: " total-lineas-ppto.
           DISPLAY "Fuera de tolerancia..: " total-fuera-tolerancia.
           DISPLAY "Informe encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "PRESUPUESTO_VS_REAL" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "PERIODO " periodo-informe " TOLERANCIA "
               tolerancia
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT presupuesto-archivo.
           IF estado-ppto NOT = "00"
               DISPLAY "No se pudo abrir presupuesto-contable.dat, "
                   "estado: " estado-ppto
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT diario-archivo.
           IF estado-diario NOT = "00"
               DISPLAY "No se pudo abrir diario-contable.dat, "
                   "estado: " estado-diario
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT plan-cuentas.
           IF estado-plan NOT = "00"
               DISPLAY "No se pudo abrir plan-cuentas.dat, estado: "
                   estado-plan
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE presupuesto-archivo.
           CLOSE diario-archivo.
           CLOSE plan-cuentas.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    REAL DEL ANIO HASTA EL MES PEDIDO, POR CUENTA Y
      *    DEPARTAMENTO
       ACUMULAR-DIARIO.
           READ diario-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-diario NOT = "00"
                       DISPLAY "Error leyendo el diario, estado: "
                           estado-diario
                       MOVE "N" TO si-no
                   ELSE
                       IF asi-fecha >= fecha-desde
                           AND asi-fecha <= fecha-hasta
                           AND asi-origen NOT = origen-regularizacion
                           AND asi-origen NOT = origen-cierre
                           AND asi-origen NOT = origen-apertura
                           PERFORM ACUMULAR-EN-REAL
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-EN-REAL.
           MOVE "N" TO real-ubicado.
           MOVE 0 TO ix-real.
           PERFORM UBICAR-REAL
           UNTIL real-ubicado = "S" OR ix-real >= total-reales.

           IF real-ubicado = "N"
               IF total-reales >= 800
                   DISPLAY "Tabla de cuentas y departamentos "
                       "desbordada: " asi-cuenta " " asi-depto-id
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-reales
               MOVE total-reales TO ix-real
               MOVE asi-cuenta TO trl-cuenta(ix-real)
               MOVE asi-depto-id TO trl-depto-id(ix-real)
               MOVE 0 TO trl-mes(ix-real)
               MOVE 0 TO trl-acum(ix-real)
               MOVE "N" TO trl-cubierta(ix-real)
               MOVE SPACE TO trl-tipo(ix-real)
               MOVE asi-cuenta TO cta-codigo
               READ plan-cuentas
                   INVALID KEY
                       DISPLAY "AVISO: cuenta fuera del plan: "
                           asi-cuenta
                   NOT INVALID KEY
                       MOVE cta-tipo TO trl-tipo(ix-real)
               END-READ
           END-IF.

      *    INGRESOS Y PASIVOS CRECEN POR EL HABER
           IF trl-tipo(ix-real) = "I" OR trl-tipo(ix-real) = "P"
               COMPUTE importe-natural = asi-haber - asi-debe
           ELSE
               COMPUTE importe-natural = asi-debe - asi-haber
           END-IF.

           ADD importe-natural TO trl-acum(ix-real).
           IF asi-fecha >= fecha-desde-mes
               ADD importe-natural TO trl-mes(ix-real)
           END-IF.

       UBICAR-REAL.
           ADD 1 TO ix-real.
           IF trl-cuenta(ix-real) = asi-cuenta
               AND trl-depto-id(ix-real) = asi-depto-id
               MOVE "S" TO real-ubicado
           END-IF.

      *    PRIMERA PASADA: LO QUE TIENE PRESUPUESTO PROPIO DEL
      *    DEPARTAMENTO NO ENTRA EN EL PRESUPUESTO GENERAL DE LA
      *    CUENTA
       MARCAR-PRESUPUESTOS-DEPTO.
           PERFORM POSICIONAR-PRESUPUESTO.
           PERFORM MARCAR-UNA-LINEA
           UNTIL leyendo-ppto = "N".

       MARCAR-UNA-LINEA.
           PERFORM LEER-PRESUPUESTO.
           IF leyendo-ppto = "S" AND ppto-depto-id NOT = SPACES
               MOVE 0 TO ix-real
               PERFORM MARCAR-REAL-DEPTO
               UNTIL ix-real >= total-reales
           END-IF.

       MARCAR-REAL-DEPTO.
           ADD 1 TO ix-real.
           IF trl-cuenta(ix-real) = ppto-cuenta
               AND trl-depto-id(ix-real) = ppto-depto-id
               MOVE "D" TO trl-cubierta(ix-real)
           END-IF.

       POSICIONAR-PRESUPUESTO.
           MOVE LOW-VALUES TO ppto-clave.
           MOVE pd-anio TO ppto-anio.
           START presupuesto-archivo
               KEY IS NOT LESS THAN ppto-clave
               INVALID KEY
                   MOVE "N" TO leyendo-ppto
               NOT INVALID KEY
                   MOVE "S" TO leyendo-ppto
           END-START.

       LEER-PRESUPUESTO.
           READ presupuesto-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-ppto
               NOT AT END
                   IF ppto-anio NOT = pd-anio
                       MOVE "N" TO leyendo-ppto
                   END-IF
           END-READ.

       IMPRIMIR-INFORME.
           MOVE SPACES TO spool-linea-env.
           STRING "PRESUPUESTO CONTRA REAL DEL PERIODO "
               periodo-informe "  TOLERANCIA " tolerancia " %"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-1 TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-2 TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           INITIALIZE tabla-totales.

           PERFORM POSICIONAR-PRESUPUESTO.
           PERFORM IMPRIMIR-UNA-LINEA-PPTO
           UNTIL leyendo-ppto = "N".

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "REAL SIN PRESUPUESTO" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE 0 TO ix-real.
           PERFORM IMPRIMIR-REAL-SIN-PPTO
           UNTIL ix-real >= total-reales.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           PERFORM IMPRIMIR-TOTALES.

       IMPRIMIR-UNA-LINEA-PPTO.
           PERFORM LEER-PRESUPUESTO.
           IF leyendo-ppto = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-lineas-ppto.
           MOVE ppto-importe-mes(pd-mes) TO ppto-mes.
           MOVE 0 TO ppto-acum.
           MOVE 0 TO ix-mes.
           PERFORM SUMAR-MES-PRESUPUESTO
           UNTIL ix-mes >= pd-mes.

           MOVE 0 TO real-mes.
           MOVE 0 TO real-acum.
           MOVE 0 TO ix-real.
           PERFORM TOMAR-REAL-DE-LINEA
           UNTIL ix-real >= total-reales.

           MOVE ppto-cuenta TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   MOVE SPACE TO tipo-cuenta
                   MOVE "(SIN PLAN)" TO dp-descripcion
               NOT INVALID KEY
                   MOVE cta-tipo TO tipo-cuenta
                   MOVE cta-descripcion TO dp-descripcion
           END-READ.

           MOVE ppto-cuenta TO dp-cuenta.
           MOVE ppto-depto-id TO dp-depto-id.
           PERFORM ARMAR-Y-ENVIAR-DETALLE.

       SUMAR-MES-PRESUPUESTO.
           ADD 1 TO ix-mes.
           ADD ppto-importe-mes(ix-mes) TO ppto-acum.

      *    CON DEPARTAMENTO: SU PROPIO REAL.  SIN DEPARTAMENTO: TODO
      *    LO DE LA CUENTA QUE NO TENGA PRESUPUESTO PROPIO
       TOMAR-REAL-DE-LINEA.
           ADD 1 TO ix-real.
           IF trl-cuenta(ix-real) NOT = ppto-cuenta
               EXIT PARAGRAPH
           END-IF.
           IF ppto-depto-id NOT = SPACES
               IF trl-depto-id(ix-real) NOT = ppto-depto-id
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF trl-cubierta(ix-real) = "D"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD trl-mes(ix-real) TO real-mes.
           ADD trl-acum(ix-real) TO real-acum.
           MOVE "S" TO trl-cubierta(ix-real).

       IMPRIMIR-REAL-SIN-PPTO.
           ADD 1 TO ix-real.
           IF trl-cubierta(ix-real) NOT = "N"
               EXIT PARAGRAPH
           END-IF.
           IF trl-tipo(ix-real) NOT = "I" AND NOT = "G"
               EXIT PARAGRAPH
           END-IF.
           IF trl-mes(ix-real) = 0 AND trl-acum(ix-real) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ppto-mes.
           MOVE 0 TO ppto-acum.
           MOVE trl-mes(ix-real) TO real-mes.
           MOVE trl-acum(ix-real) TO real-acum.
           MOVE trl-tipo(ix-real) TO tipo-cuenta.
           MOVE trl-cuenta(ix-real) TO dp-cuenta.
           MOVE trl-depto-id(ix-real) TO dp-depto-id.
           MOVE trl-cuenta(ix-real) TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   MOVE "(SIN PLAN)" TO dp-descripcion
               NOT INVALID KEY
                   MOVE cta-descripcion TO dp-descripcion
           END-READ.
           PERFORM ARMAR-Y-ENVIAR-DETALLE.

       ARMAR-Y-ENVIAR-DETALLE.
           MOVE ppto-mes TO calc-ppto.
           MOVE real-mes TO calc-real.
           MOVE 1 TO ix-mes.
           PERFORM ARMAR-BLOQUE.
           MOVE ppto-acum TO calc-ppto.
           MOVE real-acum TO calc-real.
           MOVE 2 TO ix-mes.
           PERFORM ARMAR-BLOQUE.

           MOVE detalle-ppto TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           EVALUATE tipo-cuenta
               WHEN "I"
                   MOVE 1 TO ix-tipo
               WHEN "G"
                   MOVE 2 TO ix-tipo
               WHEN OTHER
                   MOVE 0 TO ix-tipo
           END-EVALUATE.
           IF ix-tipo > 0
               ADD ppto-mes TO tt-ppto-mes(ix-tipo)
               ADD real-mes TO tt-real-mes(ix-tipo)
               ADD ppto-acum TO tt-ppto-acum(ix-tipo)
               ADD real-acum TO tt-real-acum(ix-tipo)
           END-IF.

      *    BLOQUE ix-mes DEL DETALLE (1 = MES, 2 = ACUMULADO)
       ARMAR-BLOQUE.
           PERFORM CALCULAR-DESVIO.
           MOVE calc-ppto TO dp-ppto(ix-mes).
           MOVE calc-real TO dp-real(ix-mes).
           MOVE desvio TO dp-desvio(ix-mes).
           MOVE texto-pct TO dp-pct(ix-mes).
           MOVE marca-calculada TO dp-marca(ix-mes).
           IF marca-calculada = "*" AND contar-fuera = "S"
               ADD 1 TO total-fuera-tolerancia
           END-IF.

      *    DESVIACION = REAL - PRESUPUESTO; SIN PRESUPUESTO NO HAY
      *    PORCENTAJE Y CUALQUIER REAL QUEDA FUERA DE TOLERANCIA
       CALCULAR-DESVIO.
           COMPUTE desvio = calc-real - calc-ppto.
           MOVE SPACE TO marca-calculada.
           MOVE SPACES TO texto-pct.

           IF calc-ppto = 0
               MOVE "     ---" TO texto-pct
               IF calc-real NOT = 0
                   MOVE "*" TO marca-calculada
               END-IF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE desvio-pct ROUNDED = desvio * 100 / calc-ppto
               ON SIZE ERROR
                   IF desvio < 0
                       MOVE -9999,9 TO desvio-pct
                   ELSE
                       MOVE 9999,9 TO desvio-pct
                   END-IF
           END-COMPUTE.
           MOVE desvio-pct TO pct-edit.
           MOVE SPACES TO texto-pct.
           MOVE pct-edit TO texto-pct(2:7).

           IF desvio-pct > tolerancia
               OR desvio-pct < 0 - tolerancia
               MOVE "*" TO marca-calculada
           END-IF.

       IMPRIMIR-TOTALES.
           MOVE "N" TO contar-fuera.
           MOVE SPACES TO dp-depto-id.
           MOVE SPACE TO tipo-cuenta.

           MOVE "TOT" TO dp-cuenta.
           MOVE "INGRESOS" TO dp-descripcion.
           MOVE tt-ppto-mes(1) TO ppto-mes.
           MOVE tt-real-mes(1) TO real-mes.
           MOVE tt-ppto-acum(1) TO ppto-acum.
           MOVE tt-real-acum(1) TO real-acum.
           PERFORM ARMAR-Y-ENVIAR-DETALLE.

           MOVE "TOT" TO dp-cuenta.
           MOVE "GASTOS" TO dp-descripcion.
           MOVE tt-ppto-mes(2) TO ppto-mes.
           MOVE tt-real-mes(2) TO real-mes.
           MOVE tt-ppto-acum(2) TO ppto-acum.
           MOVE tt-real-acum(2) TO real-acum.
           PERFORM ARMAR-Y-ENVIAR-DETALLE.

           MOVE "TOT" TO dp-cuenta.
           MOVE "RESULTADO" TO dp-descripcion.
           COMPUTE ppto-mes = tt-ppto-mes(1) - tt-ppto-mes(2).
           COMPUTE real-mes = tt-real-mes(1) - tt-real-mes(2).
           COMPUTE ppto-acum = tt-ppto-acum(1) - tt-ppto-acum(2).
           COMPUTE real-acum = tt-real-acum(1) - tt-real-acum(2).
           PERFORM ARMAR-Y-ENVIAR-DETALLE.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "PRESUPUESTO_VS_REAL".
