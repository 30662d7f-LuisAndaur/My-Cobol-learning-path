      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre del ejercicio contable, funcion de supervisor
      *          (firma por SEGURIDAD-SIGNON).  Solo corre si los doce
      *          meses del anio estan cerrados en periodos.dat (se
      *          pregunta mes a mes a CONTROL-PERIODO) y si el anio no
      *          se cerro antes.  Graba tres asientos por
      *          ASIENTOS-DIARIO:
      *            REGULARIZ  31/12  salda las cuentas de ingresos y
      *                              gastos contra la cuenta de
      *                              resultado del ejercicio (1290)
      *            CIERRE     31/12  salda todas las cuentas de activo
      *                              y pasivo, resultado incluido
      *            APERTURA   01/01  del anio siguiente, el espejo del
      *                              cierre: reabre los saldos
      *          Cada cuenta del diario debe estar en el plan con su
      *          tipo; si alguna no esta el cierre no se hace.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CIERRE_EJERCICIO".
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

      *PLAN DE CUENTAS, SOLO LECTURA
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
       77  que-anio                    PIC 9(4) VALUE 0.
       77  que-mes                     PIC 9(2) VALUE 0.
       77  meses-abiertos              PIC 9(2) VALUE 0.
       77  fecha-cierre                PIC 9(8) VALUE 0.
       77  fecha-apertura              PIC 9(8) VALUE 0.
       77  anio-ya-cerrado             PIC X VALUE "N".
       77  ctas-fuera-plan             PIC 9(3) VALUE 0.
       77  ix-cta                      PIC 9(3) VALUE 0.
       77  ix-resultado                PIC 9(3) VALUE 0.
       77  cta-ubicada                 PIC X VALUE "N".
       77  que-cuenta                  PIC X(4) VALUE SPACES.
       77  resultado-ejercicio         PIC S9(10)V99 VALUE 0.
       77  resultado-edit              PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  saldo-cuenta                PIC S9(10)V99 VALUE 0.
       77  lineas-asiento              PIC 9(3) VALUE 0.
       77  asiento-regularizacion      PIC 9(6) VALUE 0.
       77  asiento-cierre              PIC 9(6) VALUE 0.
       77  asiento-apertura            PIC 9(6) VALUE 0.
       01  fecha-desglose.
           05  fd-anio                 PIC 9(4).
           05  fd-mes                  PIC 9(2).
           05  fd-dia                  PIC 9(2).

      *    CUENTA DE RESULTADO DEL EJERCICIO Y ORIGENES DEL CIERRE
       77  cuenta-resultado            PIC X(4) VALUE "1290".
       77  origen-regularizacion       PIC X(10) VALUE "REGULARIZ".
       77  origen-cierre               PIC X(10) VALUE "CIERRE".
       77  origen-apertura             PIC X(10) VALUE "APERTURA".

      *    SALDOS POR CUENTA A LA FECHA DE CIERRE, DEBE MENOS HABER
       77  total-ctas                  PIC 9(3) VALUE 0.
       01  tabla-cuentas.
           05  entrada-cta OCCURS 250 TIMES.
               10  tct-codigo          PIC X(4).
               10  tct-tipo            PIC X.
               10  tct-saldo           PIC S9(10)V99.

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

      *    CAMPOS PARA LA SUBRUTINA DE ASIENTOS DEL DIARIO
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

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM FIRMAR-OPERADOR.

           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF perfil-firmado NOT = "S"
               DISPLAY "Funcion reservada a supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Ejercicio a cerrar (AAAA): ".
           ACCEPT que-anio.
           IF que-anio = 0
               GOBACK
           END-IF.

           MOVE que-anio TO fd-anio.
           MOVE 12 TO fd-mes.
           MOVE 31 TO fd-dia.
           MOVE fecha-desglose TO fecha-cierre.
           ADD 1 TO fd-anio.
           MOVE 1 TO fd-mes.
           MOVE 1 TO fd-dia.
           MOVE fecha-desglose TO fecha-apertura.

           PERFORM VERIFICAR-MESES-CERRADOS.
           IF meses-abiertos > 0
               DISPLAY "Cierre rechazado: " meses-abiertos
                   " meses de " que-anio " siguen abiertos"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM ACUMULAR-DIARIO
           UNTIL si-no = "N".

           CLOSE diario-archivo.

           IF anio-ya-cerrado = "S"
               DISPLAY "El ejercicio " que-anio " ya esta cerrado"
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           MOVE 0 TO ix-cta.
           PERFORM TOMAR-TIPO-CUENTA
           UNTIL ix-cta >= total-ctas.

           IF ctas-fuera-plan > 0
               DISPLAY "Cierre rechazado: " ctas-fuera-plan
                   " cuentas del diario fuera del plan"
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM UBICAR-CUENTA-RESULTADO.
           IF ix-resultado = 0
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM ASENTAR-REGULARIZACION.
           IF ad-fallido
               DISPLAY "La regularizacion NO se asento, cierre "
                   "interrumpido"
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM ASENTAR-CIERRE.
           IF ad-fallido
               DISPLAY "El asiento de cierre NO se asento, cierre "
                   "interrumpido"
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           PERFORM ASENTAR-APERTURA.
           IF ad-fallido
               DISPLAY "AVISO: la apertura de " fecha-apertura
                   " NO se asento"
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE resultado-ejercicio TO resultado-edit.
           DISPLAY "Ejercicio " que-anio " cerrado".
           DISPLAY "Resultado (+ beneficio): " resultado-edit.
           DISPLAY "Asiento de regularizacion: "
               asiento-regularizacion.
           DISPLAY "Asiento de cierre........: " asiento-cierre.
           DISPLAY "Asiento de apertura......: " asiento-apertura.
           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           CLOSE plan-cuentas.
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

      *    UN MES SIN REGISTRO EN periodos.dat ESTA ABIERTO, ASI QUE
      *    LOS DOCE TIENEN QUE HABER PASADO POR CONTROL_PERIODOS
       VERIFICAR-MESES-CERRADOS.
           MOVE 0 TO meses-abiertos.
           MOVE 0 TO que-mes.
           PERFORM VERIFICAR-UN-MES
           UNTIL que-mes >= 12.

       VERIFICAR-UN-MES.
           ADD 1 TO que-mes.
           MOVE que-anio TO fd-anio.
           MOVE que-mes TO fd-mes.
           MOVE 1 TO fd-dia.
           MOVE fecha-desglose TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-abierto
               ADD 1 TO meses-abiertos
               DISPLAY "Mes abierto: " cp-fecha(1:6)
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT plan-cuentas.
           IF estado-plan NOT = "00"
               DISPLAY "No se pudo abrir plan-cuentas.dat, estado: "
                   estado-plan
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT diario-archivo.
           IF estado-diario NOT = "00"
               DISPLAY "No se pudo abrir diario-contable.dat, "
                   "estado: " estado-diario
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

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
                       IF asi-fecha <= fecha-cierre
                           PERFORM ACUMULAR-EN-CUENTA
                       END-IF
                       IF asi-origen = origen-cierre
                           AND asi-fecha = fecha-cierre
                           MOVE "S" TO anio-ya-cerrado
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-EN-CUENTA.
           MOVE asi-cuenta TO que-cuenta.
           PERFORM UBICAR-O-AGREGAR-CUENTA.
           IF cta-ubicada = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD asi-debe TO tct-saldo(ix-cta).
           SUBTRACT asi-haber FROM tct-saldo(ix-cta).

       UBICAR-O-AGREGAR-CUENTA.
           MOVE "N" TO cta-ubicada.
           MOVE 0 TO ix-cta.

           PERFORM UBICAR-CUENTA
           UNTIL cta-ubicada = "S" OR ix-cta >= total-ctas.

           IF cta-ubicada = "N"
               IF total-ctas >= 250
                   DISPLAY "Tabla de cuentas desbordada: "
                       que-cuenta
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-ctas
               MOVE que-cuenta TO tct-codigo(total-ctas)
               MOVE SPACE TO tct-tipo(total-ctas)
               MOVE 0 TO tct-saldo(total-ctas)
               MOVE total-ctas TO ix-cta
               MOVE "S" TO cta-ubicada
           END-IF.

       UBICAR-CUENTA.
           ADD 1 TO ix-cta.
           IF tct-codigo(ix-cta) = que-cuenta
               MOVE "S" TO cta-ubicada
           END-IF.

       TOMAR-TIPO-CUENTA.
           ADD 1 TO ix-cta.
           MOVE tct-codigo(ix-cta) TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   ADD 1 TO ctas-fuera-plan
                   DISPLAY "Cuenta del diario fuera del plan: "
                       tct-codigo(ix-cta)
               NOT INVALID KEY
                   MOVE cta-tipo TO tct-tipo(ix-cta)
           END-READ.

      *    LA CUENTA DE RESULTADO TIENE QUE EXISTIR EN EL PLAN COMO
      *    PASIVO; SI EL DIARIO AUN NO LA USO SE AGREGA A LA TABLA
       UBICAR-CUENTA-RESULTADO.
           MOVE 0 TO ix-resultado.

           MOVE cuenta-resultado TO cta-codigo.
           READ plan-cuentas
               INVALID KEY
                   DISPLAY "Falta la cuenta de resultado en el plan: "
                       cuenta-resultado
                   EXIT PARAGRAPH
           END-READ.

           IF NOT cta-pasivo
               DISPLAY "La cuenta de resultado debe ser de pasivo: "
                   cuenta-resultado
               EXIT PARAGRAPH
           END-IF.

           MOVE cuenta-resultado TO que-cuenta.
           PERFORM UBICAR-O-AGREGAR-CUENTA.
           IF cta-ubicada = "S"
               MOVE "P" TO tct-tipo(ix-cta)
               MOVE ix-cta TO ix-resultado
           END-IF.

      *    CADA INGRESO Y GASTO SE SALDA POR SU LADO CONTRARIO; LA
      *    DIFERENCIA VA A RESULTADO (AL HABER SI ES BENEFICIO)
       ASENTAR-REGULARIZACION.
           SET ad-correcto TO TRUE.
           MOVE 0 TO resultado-ejercicio.
           MOVE 0 TO lineas-asiento.

           MOVE fecha-cierre TO ad-fecha.
           MOVE origen-regularizacion TO ad-origen.
           PERFORM ARMAR-REFERENCIA.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE 0 TO ix-cta.
           PERFORM REGULARIZAR-UNA-CUENTA
           UNTIL ix-cta >= total-ctas.

           IF lineas-asiento = 0
               DISPLAY "Sin ingresos ni gastos que regularizar"
               SET ad-correcto TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE cuenta-resultado TO ad-cuenta.
           IF resultado-ejercicio > 0
               MOVE 0 TO ad-debe
               MOVE resultado-ejercicio TO ad-haber
           ELSE
               COMPUTE ad-debe = 0 - resultado-ejercicio
               MOVE 0 TO ad-haber
           END-IF.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           IF ad-fallido
               EXIT PARAGRAPH
           END-IF.
           MOVE ad-numero TO asiento-regularizacion.

           SUBTRACT resultado-ejercicio FROM tct-saldo(ix-resultado).

       REGULARIZAR-UNA-CUENTA.
           ADD 1 TO ix-cta.
           IF tct-tipo(ix-cta) NOT = "I" AND NOT = "G"
               EXIT PARAGRAPH
           END-IF.
           IF tct-saldo(ix-cta) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE tct-saldo(ix-cta) TO saldo-cuenta.
           PERFORM LINEA-QUE-SALDA.
           SUBTRACT saldo-cuenta FROM resultado-ejercicio.
           MOVE 0 TO tct-saldo(ix-cta).

       ASENTAR-CIERRE.
           MOVE 0 TO lineas-asiento.

           MOVE fecha-cierre TO ad-fecha.
           MOVE origen-cierre TO ad-origen.
           PERFORM ARMAR-REFERENCIA.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE 0 TO ix-cta.
           PERFORM CERRAR-UNA-CUENTA
           UNTIL ix-cta >= total-ctas.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           IF lineas-asiento = 0
               DISPLAY "Sin saldos de balance que cerrar"
               SET ad-correcto TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF ad-correcto
               MOVE ad-numero TO asiento-cierre
           END-IF.

       CERRAR-UNA-CUENTA.
           ADD 1 TO ix-cta.
           IF tct-tipo(ix-cta) NOT = "A" AND NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           IF tct-saldo(ix-cta) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE tct-saldo(ix-cta) TO saldo-cuenta.
           PERFORM LINEA-QUE-SALDA.

      *    LA APERTURA REPONE CADA SALDO DE BALANCE POR SU LADO
       ASENTAR-APERTURA.
           IF asiento-cierre = 0
               SET ad-correcto TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE fecha-apertura TO ad-fecha.
           MOVE origen-apertura TO ad-origen.
           PERFORM ARMAR-REFERENCIA.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           MOVE 0 TO ix-cta.
           PERFORM ABRIR-UNA-CUENTA
           UNTIL ix-cta >= total-ctas.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           IF ad-correcto
               MOVE ad-numero TO asiento-apertura
           END-IF.

       ABRIR-UNA-CUENTA.
           ADD 1 TO ix-cta.
           IF tct-tipo(ix-cta) NOT = "A" AND NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           IF tct-saldo(ix-cta) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE tct-codigo(ix-cta) TO ad-cuenta.
           IF tct-saldo(ix-cta) > 0
               MOVE tct-saldo(ix-cta) TO ad-debe
               MOVE 0 TO ad-haber
           ELSE
               MOVE 0 TO ad-debe
               COMPUTE ad-haber = 0 - tct-saldo(ix-cta)
           END-IF.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

      *    SALDO DEUDOR SE SALDA AL HABER Y ACREEDOR AL DEBE
       LINEA-QUE-SALDA.
           MOVE tct-codigo(ix-cta) TO ad-cuenta.
           IF saldo-cuenta > 0
               MOVE 0 TO ad-debe
               MOVE saldo-cuenta TO ad-haber
           ELSE
               COMPUTE ad-debe = 0 - saldo-cuenta
               MOVE 0 TO ad-haber
           END-IF.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           ADD 1 TO lineas-asiento.

       ARMAR-REFERENCIA.
           MOVE SPACES TO ad-referencia.
           STRING "EJ" que-anio DELIMITED BY SIZE INTO ad-referencia.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

       END PROGRAM "CIERRE_EJERCICIO".
