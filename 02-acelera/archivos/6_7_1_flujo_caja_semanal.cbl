      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prevision de caja a trece semanas.  Parte del saldo
      *          de bancos que teclea el operador y reparte por
      *          semana (la semana 1 empieza hoy):
      *            - los cobros esperados de clientes: los cargos de
      *              cartera.dat que siguen abiertos despues de
      *              aplicarles los pagos del cliente (los recibos
      *              que APLICACION_PAGOS deja en cartera) por FIFO,
      *              igual que la antiguedad de cartera, en la semana
      *              de su vencimiento;
      *            - los pagos a proveedores: los cargos abiertos de
      *              cuentas-pagar.dat menos las notas de debito
      *              abiertas, en la semana de su vencimiento y
      *              pasados a EUR con la tasa de hoy (SERVICIOS-
      *              CAMBIO);
      *            - la nomina neta estimada de nomina-i.dat para los
      *              empleados activos (sueldo base menos sus
      *              deducciones), el ultimo dia de cada mes;
      *            - las cuotas de prestamos a empleados de
      *              prestamos.dat, que la nomina descuenta del neto
      *              y por eso no salen del banco.
      *          Lo vencido y no cobrado o no pagado cae en la semana
      *          1.  Muestra el saldo final de cada semana y marca
      *          las semanas en negativo.  Sale por el escritor de
      *          spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FLUJO_CAJA_SEMANAL".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LIBRO DE CARTERA, SOLO LECTURA
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *LIBRO DE CUENTAS POR PAGAR, SOLO LECTURA
       SELECT cuentas-pagar
       ASSIGN TO "cuentas-pagar.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-pagar.

      *MAESTRO DE EMPLEADOS, SOLO LECTURA
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *MAESTRO DE NOMINA, SOLO LECTURA
       SELECT nomina-archivo
       ASSIGN TO "nomina-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS nomina-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-nomina.

      *PRESTAMOS A EMPLEADOS, SOLO LECTURA
       SELECT prestamos-archivo
       ASSIGN TO "prestamos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prst-empleados-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-prestamos.

       DATA DIVISION.
       FILE SECTION.
      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *LIBRO DE CUENTAS POR PAGAR
       FD cuentas-pagar.
           COPY "CUENTAS-PAGAR.CPY".

      *MAESTRO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

      *MAESTRO DE NOMINA
       FD nomina-archivo.
           COPY "NOMINA-REGISTRO.CPY".

      *PRESTAMOS A EMPLEADOS
       FD prestamos-archivo.
           COPY "PRESTAMO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-pagar                PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  estado-nomina               PIC X(02) VALUE "00".
       77  estado-prestamos            PIC X(02) VALUE "00".
       77  hay-cartera                 PIC X VALUE "N".
       77  hay-pagar                   PIC X VALUE "N".
       77  hay-nomina                  PIC X VALUE "N".
       77  hay-prestamos               PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  dia-hoy                     PIC 9(8) VALUE 0.
       77  dias-enteros                PIC 9(8) VALUE 0.
       77  dias-diferencia             PIC S9(8) VALUE 0.
       77  fecha-movimiento            PIC 9(8) VALUE 0.
       77  importe-movimiento          PIC S9(10)V99 VALUE 0.
       77  semana-movimiento           PIC 9(2) VALUE 0.
       77  total-semanas-negativas     PIC 9(2) VALUE 0.

       77  saldo-inicial               PIC S9(9)V99 VALUE 0.
       77  saldo-corriente             PIC S9(10)V99 VALUE 0.

      *    NOMINA MENSUAL ESTIMADA
       77  total-empleados-nomina      PIC 9(5) VALUE 0.
       77  nomina-neta-mes             PIC S9(10)V99 VALUE 0.
       77  cuotas-prestamo-mes         PIC S9(10)V99 VALUE 0.
       77  neto-empleado               PIC S9(8)V99 VALUE 0.
       77  deducciones-empleado        PIC S9(8)V99 VALUE 0.
       77  cuota-empleado              PIC S9(8)V99 VALUE 0.
       77  ix-ded                      PIC 9 VALUE 0.
       01  fin-de-mes-desglose.
           05  fm-anio                 PIC 9(4).
           05  fm-mes                  PIC 9(2).
           05  fm-dia                  PIC 9(2).
       77  fecha-fin-de-mes            PIC 9(8) VALUE 0.
       77  ix-mes-prevision            PIC 9(2) VALUE 0.

      *    CARTERA COMPLETA EN MEMORIA PARA APLICAR LOS PAGOS FIFO
       77  total-apuntes               PIC 9(4) VALUE 0.
       77  ix-apunte                   PIC 9(4) VALUE 0.
       01  tabla-apuntes.
           05  entrada-apunte OCCURS 3000 TIMES.
               10  tap-ix-cli          PIC 9(3).
               10  tap-tipo            PIC X.
               10  tap-importe         PIC 9(6)V99.
               10  tap-vencimiento     PIC 9(8).

       77  total-cli                   PIC 9(3) VALUE 0.
       77  ix-cli                      PIC 9(3) VALUE 0.
       77  cli-encontrado              PIC X VALUE "N".
       77  importe-abierto             PIC 9(8)V99 VALUE 0.
       01  tabla-clientes-cartera.
           05  entrada-cli OCCURS 500 TIMES.
               10  tcl-clientes-id     PIC X(7).
               10  tcl-pagos-restantes PIC 9(8)V99.

      *    LAS TRECE SEMANAS
       77  ix-sem                      PIC 9(2) VALUE 0.
       01  tabla-semanas.
           05  entrada-semana OCCURS 13 TIMES.
               10  tsm-desde           PIC 9(8).
               10  tsm-hasta           PIC 9(8).
               10  tsm-cobros          PIC S9(10)V99.
               10  tsm-pagos           PIC S9(10)V99.
               10  tsm-nomina          PIC S9(10)V99.
               10  tsm-prestamos       PIC S9(10)V99.

      *    CAMPOS PARA LA SUBRUTINA DE TIPOS DE CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "CONTAB".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-flujo.
           05  FILLER                  PIC X(22)
               VALUE "SEM DESDE    HASTA".
           05  FILLER                  PIC X(15)
               VALUE "  SALDO INICIAL".
           05  FILLER                  PIC X(15)
               VALUE "         COBROS".
           05  FILLER                  PIC X(15)
               VALUE "    PROVEEDORES".
           05  FILLER                  PIC X(15)
               VALUE "         NOMINA".
           05  FILLER                  PIC X(15)
               VALUE "  CUOTAS PREST.".
           05  FILLER                  PIC X(15)
               VALUE "    SALDO FINAL".

       01  detalle-flujo.
           05  df-semana               PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  df-desde                PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  df-hasta                PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  df-saldo-inicial        PIC -ZZZ.ZZZ.ZZ9,99.
           05  df-cobros               PIC -ZZZ.ZZZ.ZZ9,99.
           05  df-pagos                PIC -ZZZ.ZZZ.ZZ9,99.
           05  df-nomina               PIC -ZZZ.ZZZ.ZZ9,99.
           05  df-prestamos            PIC -ZZZ.ZZZ.ZZ9,99.
           05  df-saldo-final          PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X     VALUE SPACE.
           05  df-aviso                PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           DISPLAY "Saldo de bancos de hoy (EUR): ".
           ACCEPT saldo-inicial.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           COMPUTE dia-hoy = FUNCTION INTEGER-OF-DATE(fecha-hoy).
           INITIALIZE tabla-semanas.
           MOVE 0 TO ix-sem.
           PERFORM PREPARAR-SEMANA
           UNTIL ix-sem >= 13.

           IF hay-cartera = "S"
               PERFORM CARGAR-CARTERA
               UNTIL si-no = "N"
               PERFORM APLICAR-PAGOS-FIFO
           END-IF.

           IF hay-pagar = "S"
               MOVE "S" TO si-no
               PERFORM REPARTIR-CUENTA-PAGAR
               UNTIL si-no = "N"
           END-IF.

           IF hay-nomina = "S"
               PERFORM ESTIMAR-NOMINA-MENSUAL
               PERFORM REPARTIR-NOMINA
           END-IF.

           PERFORM IMPRIMIR-PREVISION.

           DISPLAY "Semanas en negativo: " total-semanas-negativas.
           DISPLAY "Prevision encolada en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "FLUJO_CAJA_SEMANAL" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "DESDE " fecha-hoy
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT cartera-archivo.
           IF estado-cartera = "00"
               MOVE "S" TO hay-cartera
           ELSE
               MOVE "N" TO hay-cartera
               DISPLAY "AVISO: sin cartera.dat, no hay cobros"
           END-IF.

           OPEN INPUT cuentas-pagar.
           IF estado-pagar = "00"
               MOVE "S" TO hay-pagar
           ELSE
               MOVE "N" TO hay-pagar
               DISPLAY "AVISO: sin cuentas-pagar.dat, no hay pagos "
                   "a proveedores"
           END-IF.

           OPEN INPUT empleados-archivo.
           OPEN INPUT nomina-archivo.
           IF estado-empleados = "00" AND estado-nomina = "00"
               MOVE "S" TO hay-nomina
           ELSE
               MOVE "N" TO hay-nomina
               DISPLAY "AVISO: sin empleados o nomina, no hay nomina"
           END-IF.

           OPEN INPUT prestamos-archivo.
           IF estado-prestamos = "00"
               MOVE "S" TO hay-prestamos
           ELSE
               MOVE "N" TO hay-prestamos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF hay-cartera = "S"
               CLOSE cartera-archivo
           END-IF.
           IF hay-pagar = "S"
               CLOSE cuentas-pagar
           END-IF.
           CLOSE empleados-archivo.
           CLOSE nomina-archivo.
           IF hay-prestamos = "S"
               CLOSE prestamos-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       PREPARAR-SEMANA.
           ADD 1 TO ix-sem.
           COMPUTE dias-enteros = dia-hoy + (ix-sem - 1) * 7.
           COMPUTE tsm-desde(ix-sem) =
               FUNCTION DATE-OF-INTEGER(dias-enteros).
           ADD 6 TO dias-enteros.
           COMPUTE tsm-hasta(ix-sem) =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

      *    SEMANA DE UNA FECHA: LO VENCIDO VA A LA PRIMERA; MAS ALLA
      *    DE LA SEMANA 13 QUEDA FUERA (semana-movimiento = 0)
       UBICAR-SEMANA.
           IF fecha-movimiento NOT NUMERIC
               OR fecha-movimiento < fecha-hoy
               MOVE 1 TO semana-movimiento
               EXIT PARAGRAPH
           END-IF.

           COMPUTE dias-diferencia =
               FUNCTION INTEGER-OF-DATE(fecha-movimiento) - dia-hoy.
           IF dias-diferencia >= 91
               MOVE 0 TO semana-movimiento
           ELSE
               COMPUTE semana-movimiento = dias-diferencia / 7 + 1
           END-IF.

       CARGAR-CARTERA.
           READ cartera-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-cartera NOT = "00"
                       DISPLAY "Error leyendo cartera.dat, estado: "
                           estado-cartera
                       MOVE "N" TO si-no
                   ELSE
                       PERFORM GUARDAR-APUNTE
                   END-IF
           END-READ.

       GUARDAR-APUNTE.
           IF total-apuntes >= 3000
               DISPLAY "Tabla de apuntes desbordada, apunte sin "
                   "procesar: " cart-clientes-id
               EXIT PARAGRAPH
           END-IF.

           PERFORM ANOTAR-CLIENTE.
           IF cli-encontrado = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-apuntes.
           MOVE ix-cli TO tap-ix-cli(total-apuntes).
           MOVE cart-tipo TO tap-tipo(total-apuntes).
           MOVE cart-importe TO tap-importe(total-apuntes).
           IF cart-fecha-vencimiento IS NUMERIC
           AND cart-fecha-vencimiento NOT = 0
               MOVE cart-fecha-vencimiento
                   TO tap-vencimiento(total-apuntes)
           ELSE
               MOVE cart-fecha TO tap-vencimiento(total-apuntes)
           END-IF.

           IF cart-pago
               ADD cart-importe TO tcl-pagos-restantes(ix-cli)
           END-IF.

       ANOTAR-CLIENTE.
           MOVE "N" TO cli-encontrado.
           MOVE 0 TO ix-cli.
           PERFORM BUSCAR-CLIENTE-TABLA
           UNTIL cli-encontrado = "S" OR ix-cli >= total-cli.

           IF cli-encontrado = "N"
               IF total-cli >= 500
                   DISPLAY "Tabla de clientes desbordada, cliente "
                       "sin procesar: " cart-clientes-id
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-cli
               MOVE total-cli TO ix-cli
               MOVE cart-clientes-id TO tcl-clientes-id(ix-cli)
               MOVE 0 TO tcl-pagos-restantes(ix-cli)
               MOVE "S" TO cli-encontrado
           END-IF.

       BUSCAR-CLIENTE-TABLA.
           ADD 1 TO ix-cli.
           IF tcl-clientes-id(ix-cli) = cart-clientes-id
               MOVE "S" TO cli-encontrado
           END-IF.

      *    LOS PAGOS DE CADA CLIENTE SE CONSUMEN CONTRA SUS CARGOS EN
      *    EL ORDEN DEL LIBRO; LO QUE QUEDA ABIERTO SE COBRARA AL
      *    VENCIMIENTO
       APLICAR-PAGOS-FIFO.
           MOVE 0 TO ix-apunte.
           PERFORM CONSUMIR-UN-CARGO
           UNTIL ix-apunte >= total-apuntes.

       CONSUMIR-UN-CARGO.
           ADD 1 TO ix-apunte.
           IF tap-tipo(ix-apunte) NOT = "C"
               EXIT PARAGRAPH
           END-IF.

           MOVE tap-ix-cli(ix-apunte) TO ix-cli.
           IF tcl-pagos-restantes(ix-cli) >= tap-importe(ix-apunte)
               SUBTRACT tap-importe(ix-apunte)
                   FROM tcl-pagos-restantes(ix-cli)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE importe-abierto =
               tap-importe(ix-apunte) - tcl-pagos-restantes(ix-cli).
           MOVE 0 TO tcl-pagos-restantes(ix-cli).

           MOVE tap-vencimiento(ix-apunte) TO fecha-movimiento.
           PERFORM UBICAR-SEMANA.
           IF semana-movimiento > 0
               ADD importe-abierto TO tsm-cobros(semana-movimiento)
           END-IF.

      *    CARGOS ABIERTOS SALEN; NOTAS DE DEBITO ABIERTAS LOS
      *    REBAJAN
       REPARTIR-CUENTA-PAGAR.
           READ cuentas-pagar
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-pagar NOT = "00"
                       DISPLAY "Error leyendo cuentas-pagar.dat, "
                           "estado: " estado-pagar
                       MOVE "N" TO si-no
                   ELSE
                       IF cpag-abierto
                           AND (cpag-cargo OR cpag-debito)
                           PERFORM ANOTAR-PAGO-PROVEEDOR
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-PAGO-PROVEEDOR.
           MOVE cpag-moneda TO sc-moneda.
           MOVE fecha-hoy TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               DISPLAY "Moneda sin tasa, se toma a valor nominal: "
                   cpag-moneda
               MOVE 1 TO sc-tasa
           END-IF.
           COMPUTE importe-movimiento ROUNDED =
               cpag-importe * sc-tasa.
           IF cpag-debito
               COMPUTE importe-movimiento = 0 - importe-movimiento
           END-IF.

           MOVE cpag-vencimiento TO fecha-movimiento.
           PERFORM UBICAR-SEMANA.
           IF semana-movimiento > 0
               ADD importe-movimiento TO tsm-pagos(semana-movimiento)
           END-IF.

      *    MISMA REGLA QUE LA CORRIDA: SOLO EMPLEADOS ACTIVOS CON
      *    NOMINA; EL NETO ES EL BASE MENOS SUS DEDUCCIONES, Y LA
      *    CUOTA DEL PRESTAMO VIVO SE DESCUENTA SIN DEJARLO NEGATIVO
       ESTIMAR-NOMINA-MENSUAL.
           MOVE 0 TO nomina-neta-mes.
           MOVE 0 TO cuotas-prestamo-mes.
           MOVE LOW-VALUES TO empleados-id.
           START empleados-archivo KEY IS NOT LESS THAN empleados-id
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM ESTIMAR-UN-EMPLEADO
           UNTIL si-no = "N".

       ESTIMAR-UN-EMPLEADO.
           READ empleados-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF NOT empleados-activo
               EXIT PARAGRAPH
           END-IF.

           MOVE empleados-id TO nomina-empleados-id.
           READ nomina-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO total-empleados-nomina.
           MOVE 0 TO deducciones-empleado.
           MOVE 0 TO ix-ded.
           PERFORM SUMAR-DEDUCCION 3 TIMES.
           COMPUTE neto-empleado =
               nomina-salario-base - deducciones-empleado.
           IF neto-empleado < 0
               MOVE 0 TO neto-empleado
           END-IF.
           ADD neto-empleado TO nomina-neta-mes.

           IF hay-prestamos = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE empleados-id TO prst-empleados-id.
           READ prestamos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE prst-cuota TO cuota-empleado.
           IF cuota-empleado > prst-saldo
               MOVE prst-saldo TO cuota-empleado
           END-IF.
           IF cuota-empleado > neto-empleado
               MOVE neto-empleado TO cuota-empleado
           END-IF.
           ADD cuota-empleado TO cuotas-prestamo-mes.

       SUMAR-DEDUCCION.
           ADD 1 TO ix-ded.
           IF nomina-ded-codigo(ix-ded) NOT = SPACES
               COMPUTE deducciones-empleado ROUNDED =
                   deducciones-empleado + nomina-salario-base
                   * nomina-ded-porcentaje(ix-ded) / 100
           END-IF.

      *    LA NOMINA SALE EL ULTIMO DIA DE CADA MES DEL HORIZONTE
       REPARTIR-NOMINA.
           MOVE fecha-hoy TO fin-de-mes-desglose.
           MOVE 0 TO ix-mes-prevision.
           PERFORM REPARTIR-UN-MES-NOMINA
           UNTIL ix-mes-prevision >= 4.

       REPARTIR-UN-MES-NOMINA.
           ADD 1 TO ix-mes-prevision.
           IF fm-mes = 12
               ADD 1 TO fm-anio
               MOVE 1 TO fm-mes
           ELSE
               ADD 1 TO fm-mes
           END-IF.
           MOVE 1 TO fm-dia.
           MOVE fin-de-mes-desglose TO fecha-fin-de-mes.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-fin-de-mes) - 1.
           COMPUTE fecha-movimiento =
               FUNCTION DATE-OF-INTEGER(dias-enteros).
           IF fecha-movimiento < fecha-hoy
               EXIT PARAGRAPH
           END-IF.

           PERFORM UBICAR-SEMANA.
           IF semana-movimiento > 0
               ADD nomina-neta-mes TO tsm-nomina(semana-movimiento)
               ADD cuotas-prestamo-mes
                   TO tsm-prestamos(semana-movimiento)
           END-IF.

       IMPRIMIR-PREVISION.
           MOVE SPACES TO spool-linea-env.
           STRING "PREVISION DE CAJA A 13 SEMANAS DESDE " fecha-hoy
               " (EUR)"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-flujo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE saldo-inicial TO saldo-corriente.
           MOVE 0 TO ix-sem.
           PERFORM IMPRIMIR-UNA-SEMANA
           UNTIL ix-sem >= 13.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "NOMINA NETA MENSUAL ESTIMADA PARA "
               total-empleados-nomina " EMPLEADOS; LO VENCIDO VA "
               "EN LA SEMANA 1"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-UNA-SEMANA.
           ADD 1 TO ix-sem.
           MOVE ix-sem TO df-semana.
           MOVE tsm-desde(ix-sem) TO df-desde.
           MOVE tsm-hasta(ix-sem) TO df-hasta.
           MOVE saldo-corriente TO df-saldo-inicial.
           MOVE tsm-cobros(ix-sem) TO df-cobros.
           COMPUTE df-pagos = 0 - tsm-pagos(ix-sem).
           COMPUTE df-nomina = 0 - tsm-nomina(ix-sem).
           MOVE tsm-prestamos(ix-sem) TO df-prestamos.

           COMPUTE saldo-corriente = saldo-corriente
               + tsm-cobros(ix-sem) - tsm-pagos(ix-sem)
               - tsm-nomina(ix-sem) + tsm-prestamos(ix-sem).
           MOVE saldo-corriente TO df-saldo-final.

           IF saldo-corriente < 0
               MOVE "NEGATIVO" TO df-aviso
               ADD 1 TO total-semanas-negativas
           ELSE
               MOVE SPACES TO df-aviso
           END-IF.

           MOVE detalle-flujo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "FLUJO_CAJA_SEMANAL".
