      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estados financieros para la gerencia y el banco:
      *          cuenta de perdidas y ganancias de un periodo (cuentas
      *          de tipo I y G del plan) y balance de situacion a la
      *          fecha final del periodo (cuentas de tipo A y P), cada
      *          importe comparado con las mismas fechas del anio
      *          anterior.  Una sola pasada por el diario acumula los
      *          cuatro saldos de cada cuenta; el reporte recorre
      *          despues el plan en orden de codigo y sale por el
      *          escritor de spool.
      *          El asiento de regularizacion del cierre no cuenta en
      *          perdidas y ganancias (la vaciaria) y el asiento de
      *          cierre no cuenta en el balance del mismo dia de corte
      *          (lo dejaria en cero).  Mientras el ejercicio no se
      *          cierre, el saldo de ingresos y gastos aparece en el
      *          pasivo como perdidas y ganancias sin regularizar,
      *          para que el balance cuadre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ESTADOS_FINANCIEROS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DIARIO CONTABLE, SOLO LECTURA
       SELECT diario-archivo
       ASSIGN TO "diario-contable.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-diario.

      *PLAN DE CUENTAS EN MODO INDEXADO
       SELECT plan-cuentas
       ASSIGN TO "plan-cuentas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cta-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-plan.

       DATA DIVISION.
       FILE SECTION.
      *DIARIO CONTABLE
       FD diario-archivo.
           COPY "ASIENTO-REGISTRO.CPY".

      *PLAN DE CUENTAS
       FD plan-cuentas.
           COPY "CUENTA-CONTABLE.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-diario               PIC X(02) VALUE "00".
       77  estado-plan                 PIC X(02) VALUE "00".
       77  leyendo-plan                PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  total-lineas-diario         PIC 9(6) VALUE 0.
       77  ctas-fuera-plan             PIC 9(3) VALUE 0.
       77  ix-cta                      PIC 9(3) VALUE 0.
       77  cta-ubicada                 PIC X VALUE "N".
       77  que-cuenta                  PIC X(4) VALUE SPACES.
       77  neto-linea                  PIC S9(10)V99 VALUE 0.
       77  linea-cuenta                PIC X VALUE "N".

      *    ORIGENES DEL CIERRE DEL EJERCICIO (CIERRE_EJERCICIO)
       77  origen-regularizacion       PIC X(10) VALUE "REGULARIZ".
       77  origen-cierre               PIC X(10) VALUE "CIERRE".

      *    PERIODO PEDIDO Y EL MISMO PERIODO DEL ANIO ANTERIOR
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  fecha-hasta                 PIC 9(8) VALUE 0.
       77  fecha-desde-ant             PIC 9(8) VALUE 0.
       77  fecha-hasta-ant             PIC 9(8) VALUE 0.
       01  fecha-desglose.
           05  fd-anio                 PIC 9(4).
           05  fd-mes                  PIC 9(2).
           05  fd-dia                  PIC 9(2).

      *    SECCION QUE SE IMPRIME: TIPO DE CUENTA Y SI VA EN
      *    PERDIDAS Y GANANCIAS (P) O EN EL BALANCE (B)
       77  tipo-seccion                PIC X VALUE SPACE.
       77  estado-seccion              PIC X VALUE SPACE.
       77  importe-actual              PIC S9(10)V99 VALUE 0.
       77  importe-anterior            PIC S9(10)V99 VALUE 0.
       77  seccion-actual              PIC S9(10)V99 VALUE 0.
       77  seccion-anterior            PIC S9(10)V99 VALUE 0.
       77  ingresos-actual             PIC S9(10)V99 VALUE 0.
       77  ingresos-anterior           PIC S9(10)V99 VALUE 0.
       77  gastos-actual               PIC S9(10)V99 VALUE 0.
       77  gastos-anterior             PIC S9(10)V99 VALUE 0.
       77  activo-actual               PIC S9(10)V99 VALUE 0.
       77  activo-anterior             PIC S9(10)V99 VALUE 0.
       77  pasivo-actual               PIC S9(10)V99 VALUE 0.
       77  pasivo-anterior             PIC S9(10)V99 VALUE 0.
       77  pyg-bal-actual              PIC S9(10)V99 VALUE 0.
       77  pyg-bal-anterior            PIC S9(10)V99 VALUE 0.

      *    SALDOS POR CUENTA, SIEMPRE DEBE MENOS HABER
       77  total-ctas                  PIC 9(3) VALUE 0.
       01  tabla-cuentas.
           05  entrada-cta OCCURS 200 TIMES.
               10  tct-codigo          PIC X(4).
               10  tct-pyg-actual      PIC S9(10)V99.
               10  tct-pyg-anterior    PIC S9(10)V99.
               10  tct-bal-actual      PIC S9(10)V99.
               10  tct-bal-anterior    PIC S9(10)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "CONTAB".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  encabezado-estado.
           05  FILLER                  PIC X(6)  VALUE "CUENTA".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE "DESCRIPCION".
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "ACTUAL".
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ANTERIOR".

       01  detalle-estado.
           05  de-codigo               PIC X(4).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  de-descripcion          PIC X(35).
           05  de-actual               PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  de-anterior             PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01  linea-total-estado.
           05  lte-texto               PIC X(43).
           05  lte-actual              PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  lte-anterior            PIC -Z.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           DISPLAY "Resultados desde (AAAAMMDD, vacio = 1 de enero): ".
           ACCEPT fecha-desde.
           DISPLAY "Hasta / fecha del balance (AAAAMMDD, "
               "vacio = hoy): ".
           ACCEPT fecha-hasta.
           IF fecha-hasta = 0
               MOVE fecha-sistema(1:8) TO fecha-hasta
           END-IF.
           IF fecha-desde = 0
               MOVE fecha-hasta TO fecha-desglose
               MOVE 1 TO fd-mes
               MOVE 1 TO fd-dia
               MOVE fecha-desglose TO fecha-desde
           END-IF.
           IF fecha-desde > fecha-hasta
               DISPLAY "Rango de fechas invalido"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE fecha-desde TO fecha-desglose.
           PERFORM RESTAR-UN-ANIO.
           MOVE fecha-desglose TO fecha-desde-ant.
           MOVE fecha-hasta TO fecha-desglose.
           PERFORM RESTAR-UN-ANIO.
           MOVE fecha-desglose TO fecha-hasta-ant.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM ACUMULAR-DIARIO
           UNTIL si-no = "N".

           PERFORM IMPRIMIR-PERDIDAS-GANANCIAS.
           PERFORM IMPRIMIR-BALANCE-SITUACION.

           DISPLAY "Lineas de diario leidas: " total-lineas-diario.
           DISPLAY "Estados encolados en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

      *    EL 29 DE FEBRERO PASA AL 28: EL ANIO ANTERIOR A UNO
      *    BISIESTO NUNCA LO ES
       RESTAR-UN-ANIO.
           SUBTRACT 1 FROM fd-anio.
           IF fd-mes = 2 AND fd-dia = 29
               MOVE 28 TO fd-dia
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "ESTADOS_FINANCIEROS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "DESDE " fecha-desde " HASTA " fecha-hasta
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT diario-archivo.
           IF estado-diario NOT = "00"
               DISPLAY "No se pudo abrir diario-contable.dat, "
                   "estado: " estado-diario
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

      *    SIN EL PLAN NO SE SABE QUE CUENTA VA EN CADA ESTADO
           OPEN INPUT plan-cuentas.
           IF estado-plan NOT = "00"
               DISPLAY "No se pudo abrir plan-cuentas.dat, estado: "
                   estado-plan
               CLOSE diario-archivo
               MOVE "C" TO spool-operacion
               CALL "ESCRITOR-SPOOL" USING spool-operacion
                   spool-reporte spool-operador spool-parametros
                   spool-copias spool-linea-env spool-archivo
                   spool-resultado
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE diario-archivo.
           CLOSE plan-cuentas.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

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
                       IF asi-fecha <= fecha-hasta
                           ADD 1 TO total-lineas-diario
                           PERFORM ACUMULAR-EN-CUENTA
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-EN-CUENTA.
           MOVE asi-cuenta TO que-cuenta.
           MOVE "N" TO cta-ubicada.
           MOVE 0 TO ix-cta.

           PERFORM UBICAR-CUENTA
           UNTIL cta-ubicada = "S" OR ix-cta >= total-ctas.

           IF cta-ubicada = "N"
               IF total-ctas >= 200
                   DISPLAY "Tabla de cuentas desbordada: "
                       asi-cuenta
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-ctas
               MOVE asi-cuenta TO tct-codigo(total-ctas)
               MOVE 0 TO tct-pyg-actual(total-ctas)
                   tct-pyg-anterior(total-ctas)
                   tct-bal-actual(total-ctas)
                   tct-bal-anterior(total-ctas)
               MOVE total-ctas TO ix-cta
               PERFORM VERIFICAR-CUENTA-EN-PLAN
           END-IF.

           COMPUTE neto-linea = asi-debe - asi-haber.

           IF asi-origen NOT = origen-regularizacion
               IF asi-fecha >= fecha-desde
                   ADD neto-linea TO tct-pyg-actual(ix-cta)
               END-IF
               IF asi-fecha >= fecha-desde-ant
                   AND asi-fecha <= fecha-hasta-ant
                   ADD neto-linea TO tct-pyg-anterior(ix-cta)
               END-IF
           END-IF.

           IF asi-origen NOT = origen-cierre
               OR asi-fecha NOT = fecha-hasta
               ADD neto-linea TO tct-bal-actual(ix-cta)
           END-IF.

           IF asi-fecha <= fecha-hasta-ant
               IF asi-origen NOT = origen-cierre
                   OR asi-fecha NOT = fecha-hasta-ant
                   ADD neto-linea TO tct-bal-anterior(ix-cta)
               END-IF
           END-IF.

       UBICAR-CUENTA.
           ADD 1 TO ix-cta.
           IF tct-codigo(ix-cta) = que-cuenta
               MOVE "S" TO cta-ubicada
           END-IF.

       VERIFICAR-CUENTA-EN-PLAN.
           MOVE asi-cuenta TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   ADD 1 TO ctas-fuera-plan
                   DISPLAY "AVISO: cuenta del diario fuera del plan: "
                       asi-cuenta
           END-READ.

       IMPRIMIR-PERDIDAS-GANANCIAS.
           MOVE SPACES TO spool-linea-env.
           STRING "CUENTA DE PERDIDAS Y GANANCIAS DEL " fecha-desde
               " AL " fecha-hasta "  (ANTERIOR: " fecha-desde-ant
               " AL " fecha-hasta-ant ")"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-estado TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "INGRESOS" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "I" TO tipo-seccion.
           MOVE "P" TO estado-seccion.
           PERFORM IMPRIMIR-SECCION.
           MOVE seccion-actual TO ingresos-actual.
           MOVE seccion-anterior TO ingresos-anterior.
           MOVE "TOTAL INGRESOS" TO lte-texto.
           PERFORM IMPRIMIR-TOTAL-SECCION.

           MOVE "GASTOS" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "G" TO tipo-seccion.
           MOVE "P" TO estado-seccion.
           PERFORM IMPRIMIR-SECCION.
           MOVE seccion-actual TO gastos-actual.
           MOVE seccion-anterior TO gastos-anterior.
           MOVE "TOTAL GASTOS" TO lte-texto.
           PERFORM IMPRIMIR-TOTAL-SECCION.

           COMPUTE seccion-actual = ingresos-actual - gastos-actual.
           COMPUTE seccion-anterior =
               ingresos-anterior - gastos-anterior.
           MOVE "RESULTADO DEL PERIODO (+ BENEFICIO)" TO lte-texto.
           PERFORM IMPRIMIR-TOTAL-SECCION.

       IMPRIMIR-BALANCE-SITUACION.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "BALANCE DE SITUACION AL " fecha-hasta
               "  (ANTERIOR: " fecha-hasta-ant ")"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-estado TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "ACTIVO" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "A" TO tipo-seccion.
           MOVE "B" TO estado-seccion.
           PERFORM IMPRIMIR-SECCION.
           MOVE seccion-actual TO activo-actual.
           MOVE seccion-anterior TO activo-anterior.
           MOVE "TOTAL ACTIVO" TO lte-texto.
           PERFORM IMPRIMIR-TOTAL-SECCION.

      *    LO NO REGULARIZADO DE INGRESOS Y GASTOS A LA FECHA DEL
      *    BALANCE SE SUMA AL PASIVO (PATRIMONIO NETO)
           MOVE "I" TO tipo-seccion.
           MOVE "B" TO estado-seccion.
           PERFORM SUMAR-SECCION.
           MOVE seccion-actual TO pyg-bal-actual.
           MOVE seccion-anterior TO pyg-bal-anterior.
           MOVE "G" TO tipo-seccion.
           PERFORM SUMAR-SECCION.
           SUBTRACT seccion-actual FROM pyg-bal-actual.
           SUBTRACT seccion-anterior FROM pyg-bal-anterior.

           MOVE "PASIVO Y PATRIMONIO NETO" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "P" TO tipo-seccion.
           MOVE "B" TO estado-seccion.
           PERFORM IMPRIMIR-SECCION.

           IF pyg-bal-actual NOT = 0 OR pyg-bal-anterior NOT = 0
               MOVE SPACES TO de-codigo
               MOVE "PERDIDAS Y GANANCIAS SIN REGULARIZAR"
                   TO de-descripcion
               MOVE pyg-bal-actual TO de-actual
               MOVE pyg-bal-anterior TO de-anterior
               MOVE detalle-estado TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               ADD pyg-bal-actual TO seccion-actual
               ADD pyg-bal-anterior TO seccion-anterior
           END-IF.

           MOVE seccion-actual TO pasivo-actual.
           MOVE seccion-anterior TO pasivo-anterior.
           MOVE "TOTAL PASIVO Y PATRIMONIO NETO" TO lte-texto.
           PERFORM IMPRIMIR-TOTAL-SECCION.

           IF activo-actual NOT = pasivo-actual
               OR activo-anterior NOT = pasivo-anterior
               MOVE "*** EL BALANCE NO CUADRA: REVISAR EL DIARIO ***"
                   TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               DISPLAY "AVISO: activo y pasivo no cuadran"
           END-IF.

           IF ctas-fuera-plan > 0
               MOVE SPACES TO spool-linea-env
               STRING "*** " ctas-fuera-plan " CUENTAS DEL DIARIO "
                   "FUERA DEL PLAN NO FIGURAN EN LOS ESTADOS ***"
                   DELIMITED BY SIZE INTO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

      *    RECORRE EL PLAN EN ORDEN DE CODIGO E IMPRIME LAS CUENTAS
      *    DEL TIPO PEDIDO QUE TENGAN IMPORTE
       IMPRIMIR-SECCION.
           MOVE "S" TO linea-cuenta.
           PERFORM RECORRER-SECCION.

       SUMAR-SECCION.
           MOVE "N" TO linea-cuenta.
           PERFORM RECORRER-SECCION.

       RECORRER-SECCION.
           MOVE 0 TO seccion-actual.
           MOVE 0 TO seccion-anterior.

           MOVE LOW-VALUES TO cta-codigo.
           START plan-cuentas KEY IS NOT LESS THAN cta-codigo
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-plan.
           PERFORM RECORRER-UNA-CUENTA
           UNTIL leyendo-plan = "N".

       RECORRER-UNA-CUENTA.
           READ plan-cuentas NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-plan
               NOT AT END
                   IF cta-tipo = tipo-seccion
                       PERFORM TOMAR-IMPORTES-CUENTA
                   END-IF
           END-READ.

       TOMAR-IMPORTES-CUENTA.
           MOVE "N" TO cta-ubicada.
           MOVE 0 TO ix-cta.
           MOVE cta-codigo TO que-cuenta.
           PERFORM UBICAR-CUENTA
           UNTIL cta-ubicada = "S" OR ix-cta >= total-ctas.
           IF cta-ubicada = "N"
               EXIT PARAGRAPH
           END-IF.

           IF estado-seccion = "P"
               MOVE tct-pyg-actual(ix-cta) TO importe-actual
               MOVE tct-pyg-anterior(ix-cta) TO importe-anterior
           ELSE
               MOVE tct-bal-actual(ix-cta) TO importe-actual
               MOVE tct-bal-anterior(ix-cta) TO importe-anterior
           END-IF.

      *    PASIVO E INGRESOS TIENEN SALDO ACREEDOR: SE MUESTRAN
      *    COMO HABER MENOS DEBE
           IF cta-pasivo OR cta-ingreso
               COMPUTE importe-actual = 0 - importe-actual
               COMPUTE importe-anterior = 0 - importe-anterior
           END-IF.

           IF importe-actual = 0 AND importe-anterior = 0
               EXIT PARAGRAPH
           END-IF.

           ADD importe-actual TO seccion-actual.
           ADD importe-anterior TO seccion-anterior.

           IF linea-cuenta = "S"
               MOVE cta-codigo TO de-codigo
               MOVE cta-descripcion TO de-descripcion
               MOVE importe-actual TO de-actual
               MOVE importe-anterior TO de-anterior
               MOVE detalle-estado TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       IMPRIMIR-TOTAL-SECCION.
           MOVE seccion-actual TO lte-actual.
           MOVE seccion-anterior TO lte-anterior.
           MOVE linea-total-estado TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "ESTADOS_FINANCIEROS".
