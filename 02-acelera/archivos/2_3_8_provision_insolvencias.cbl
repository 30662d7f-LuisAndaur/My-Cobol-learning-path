      ******************************************************************
      * Author:
      * Date:
      * Purpose: Provision de insolvencias de clientes.  A una fecha
      *          de corte reparte el saldo abierto de cada cliente
      *          (pagos aplicados FIFO contra sus cargos, como la
      *          antiguedad de cartera) en tramos de dias de vencido
      *          0-30, 31-60, 61-90, 91-365 y mas de un ano; el saldo
      *          entero de un cliente de baja (estado 5) va a su
      *          propio tramo.  Cada tramo se provisiona a un
      *          porcentaje guardado en insolvencias-param.dat, que
      *          el operador puede cambiar al lanzar la corrida.  El
      *          reporte sale por el escritor de spool con el detalle
      *          por cliente y la provision necesaria; contra el
      *          saldo que ya tiene la cuenta de deterioro (4900) en
      *          el diario a la fecha de corte se calcula el ajuste,
      *          que un supervisor puede asentar: dotacion (6940
      *          contra 4900) si la provision crece, reversion (4900
      *          contra 7940) si baja.  Relanzar la corrida con la
      *          misma cartera no asienta nada: el ajuste sale cero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PROVISION_INSOLVENCIAS".
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

      *ARCHIVO FISICO EN MODO INDEXADO, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *PORCENTAJES DE PROVISION POR TRAMO (UN SOLO REGISTRO)
       SELECT parametros-archivo
       ASSIGN TO "insolvencias-param.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-parametros.

      *DIARIO CONTABLE, SOLO PARA EL SALDO DE LA PROVISION
       SELECT diario-archivo
       ASSIGN TO "diario-contable.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-diario.

       DATA DIVISION.
       FILE SECTION.
      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *PORCENTAJES DE PROVISION, EN EL ORDEN DE LOS TRAMOS:
      *0-30, 31-60, 61-90, 91-365, MAS DE UN ANO Y CLIENTES DE BAJA
       FD parametros-archivo.
       01  parametros-registro.
           05  par-porcentaje          PIC 9(3)V99 OCCURS 6 TIMES.

      *DIARIO CONTABLE
       FD diario-archivo.
           COPY "ASIENTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-parametros           PIC X(02) VALUE "00".
       77  estado-diario               PIC X(02) VALUE "00".
       77  hay-clientes                PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-corte                 PIC 9(8) VALUE 0.
       77  dias-antiguedad             PIC S9(5) VALUE 0.
       77  importe-abierto             PIC 9(6)V99 VALUE 0.
       77  cambiar-porcentajes         PIC X VALUE "N".
       77  confirmar-ajuste            PIC X VALUE "N".
       77  nuevo-porcentaje            PIC 9(3)V99 VALUE 0.
       77  ix-tramo                    PIC 9 VALUE 0.

      *    CUENTAS DE LA CASA PARA LA PROVISION
       77  cuenta-deterioro            PIC X(4) VALUE "4900".
       77  cuenta-dotacion             PIC X(4) VALUE "6940".
       77  cuenta-reversion            PIC X(4) VALUE "7940".
       77  origen-provision            PIC X(10) VALUE "PROVINSOL".

      *    PORCENTAJES EN USO; LOS DE FABRICA SI NO HAY ARCHIVO
       01  porcentajes-fabrica.
           05  FILLER                  PIC 9(3)V99 VALUE 0.
           05  FILLER                  PIC 9(3)V99 VALUE 5.
           05  FILLER                  PIC 9(3)V99 VALUE 25.
           05  FILLER                  PIC 9(3)V99 VALUE 50.
           05  FILLER                  PIC 9(3)V99 VALUE 100.
           05  FILLER                  PIC 9(3)V99 VALUE 100.
       01  porcentajes-tramo.
           05  pct-tramo               PIC 9(3)V99 OCCURS 6 TIMES.

       01  nombres-tramo.
           05  FILLER                  PIC X(14) VALUE "0-30 DIAS".
           05  FILLER                  PIC X(14) VALUE "31-60 DIAS".
           05  FILLER                  PIC X(14) VALUE "61-90 DIAS".
           05  FILLER                  PIC X(14) VALUE "91-365 DIAS".
           05  FILLER                  PIC X(14) VALUE "MAS DE UN ANO".
           05  FILLER                  PIC X(14) VALUE "CLIENTES BAJA".
       01  nombres-tramo-tabla REDEFINES nombres-tramo.
           05  nt-nombre               PIC X(14) OCCURS 6 TIMES.

      *    TOTALES DE LA CARTERA POR TRAMO
       01  totales-tramo.
           05  ttr-saldo               PIC 9(9)V99 OCCURS 6 TIMES.
           05  ttr-provision           PIC 9(9)V99 OCCURS 6 TIMES.

       77  provision-necesaria         PIC 9(9)V99 VALUE 0.
       77  provision-existente         PIC S9(9)V99 VALUE 0.
       77  ajuste-provision            PIC S9(9)V99 VALUE 0.
       77  importe-ajuste              PIC 9(8)V99 VALUE 0.
       77  provision-cliente           PIC 9(9)V99 VALUE 0.

      *    LIBRO COMPLETO EN MEMORIA; LOS PAGOS SE APLICAN FIFO
      *    CONTRA LOS CARGOS MAS ANTIGUOS DE CADA CLIENTE
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
       01  tabla-clientes-cartera.
           05  entrada-cli OCCURS 500 TIMES.
               10  tcl-clientes-id     PIC X(7).
               10  tcl-de-baja         PIC X.
               10  tcl-pagos-restantes PIC 9(8)V99.
               10  tcl-tramo           PIC 9(8)V99 OCCURS 6 TIMES.

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

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "CARTERA".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-clientes.
           05  FILLER                  PIC X(9)  VALUE "CLIENTE".
           05  FILLER                  PIC X(12) VALUE "        0-30".
           05  FILLER                  PIC X(12) VALUE "       31-60".
           05  FILLER                  PIC X(12) VALUE "       61-90".
           05  FILLER                  PIC X(12) VALUE "      91-365".
           05  FILLER                  PIC X(12) VALUE "   MAS 1 ANO".
           05  FILLER                  PIC X(12) VALUE "        BAJA".
           05  FILLER                  PIC X(14) VALUE
               "     PROVISION".

       01  detalle-cliente.
           05  dc-clientes-id          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dc-tramo                PIC Z.ZZZ.ZZ9,99 OCCURS 6 TIMES.
           05  dc-provision            PIC ZZZ.ZZZ.ZZ9,99.

       01  detalle-tramo.
           05  dt-nombre               PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dt-saldo                PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dt-porcentaje           PIC ZZ9,99.
           05  FILLER                  PIC X(3)  VALUE " % ".
           05  dt-provision            PIC ZZZ.ZZZ.ZZ9,99.

       01  linea-total.
           05  lt-texto                PIC X(40).
           05  lt-importe              PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           DISPLAY "Fecha de corte (AAAAMMDD, vacio = hoy): ".
           ACCEPT fecha-corte.
           IF fecha-corte = 0
               MOVE fecha-sistema(1:8) TO fecha-corte
           END-IF.

           PERFORM CARGAR-PORCENTAJES.
           PERFORM REVISAR-PORCENTAJES.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM CARGAR-CARTERA
           UNTIL si-no = "N".

           PERFORM APLICAR-PAGOS-FIFO.
           PERFORM CALCULAR-PROVISION.
           PERFORM LEER-PROVISION-EXISTENTE.
           COMPUTE ajuste-provision =
               provision-necesaria - provision-existente.

           PERFORM IMPRIMIR-INFORME.

           DISPLAY "Provision necesaria....: " provision-necesaria.
           DISPLAY "Provision en libros....: " provision-existente.
           DISPLAY "Ajuste.................: " ajuste-provision.
           DISPLAY "Informe encolado en " spool-archivo.

           IF ajuste-provision NOT = 0
               DISPLAY "¿Asentar el ajuste? (s/n)"
               ACCEPT confirmar-ajuste
               MOVE FUNCTION UPPER-CASE(confirmar-ajuste)
                   TO confirmar-ajuste
               IF confirmar-ajuste = "S"
                   PERFORM ASENTAR-AJUSTE
               END-IF
           END-IF.

           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "PROVISION_INSOLVENCIAS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "CORTE " fecha-corte
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo abrir cartera.dat, estado: "
                   estado-cartera
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO si-no
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
               DISPLAY "AVISO: sin clientes-i.dat, no se distinguen "
                   "los clientes de baja"
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE cartera-archivo.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-PORCENTAJES.
           MOVE porcentajes-fabrica TO porcentajes-tramo.

           OPEN INPUT parametros-archivo.
           IF estado-parametros NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ parametros-archivo
               NOT AT END
                   MOVE parametros-registro TO porcentajes-tramo
           END-READ.
           CLOSE parametros-archivo.

       REVISAR-PORCENTAJES.
           MOVE 0 TO ix-tramo.
           PERFORM MOSTRAR-UN-PORCENTAJE
           UNTIL ix-tramo >= 6.

           DISPLAY "¿Cambiar los porcentajes? (s/n)".
           ACCEPT cambiar-porcentajes.
           MOVE FUNCTION UPPER-CASE(cambiar-porcentajes)
               TO cambiar-porcentajes.
           IF cambiar-porcentajes NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ix-tramo.
           PERFORM CAPTURAR-UN-PORCENTAJE
           UNTIL ix-tramo >= 6.

           OPEN OUTPUT parametros-archivo.
           IF estado-parametros NOT = "00"
               DISPLAY "No se pudo grabar insolvencias-param.dat, "
                   "estado: " estado-parametros
               EXIT PARAGRAPH
           END-IF.
           MOVE porcentajes-tramo TO parametros-registro.
           WRITE parametros-registro.
           CLOSE parametros-archivo.

       MOSTRAR-UN-PORCENTAJE.
           ADD 1 TO ix-tramo.
           DISPLAY nt-nombre(ix-tramo) ": " pct-tramo(ix-tramo) " %".

       CAPTURAR-UN-PORCENTAJE.
           ADD 1 TO ix-tramo.
           DISPLAY "Porcentaje " nt-nombre(ix-tramo)
               " (vacio = se mantiene " pct-tramo(ix-tramo) "): ".
           MOVE 0 TO nuevo-porcentaje.
           ACCEPT nuevo-porcentaje.
           IF nuevo-porcentaje > 100
               DISPLAY "Porcentaje mayor que 100, se mantiene"
               EXIT PARAGRAPH
           END-IF.
           IF nuevo-porcentaje NOT = 0
               MOVE nuevo-porcentaje TO pct-tramo(ix-tramo)
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
                       IF cart-fecha <= fecha-corte
                           PERFORM GUARDAR-APUNTE
                       END-IF
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

           IF cli-encontrado = "S"
               EXIT PARAGRAPH
           END-IF.

           IF total-cli >= 500
               DISPLAY "Tabla de clientes desbordada: "
                   cart-clientes-id
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-cli.
           MOVE total-cli TO ix-cli.
           INITIALIZE entrada-cli(ix-cli).
           MOVE cart-clientes-id TO tcl-clientes-id(ix-cli).
           MOVE "N" TO tcl-de-baja(ix-cli).
           MOVE "S" TO cli-encontrado.

           IF hay-clientes = "S"
               MOVE cart-clientes-id TO clientes-id
               READ clientes-archivo
                   NOT INVALID KEY
                       IF clientes-baja
                           MOVE "S" TO tcl-de-baja(ix-cli)
                       END-IF
               END-READ
           END-IF.

       BUSCAR-CLIENTE-TABLA.
           ADD 1 TO ix-cli.
           IF tcl-clientes-id(ix-cli) = cart-clientes-id
               MOVE "S" TO cli-encontrado
           END-IF.

      *    LOS PAGOS DE CADA CLIENTE SE CONSUMEN CONTRA SUS CARGOS EN
      *    EL ORDEN DEL LIBRO; LO QUE QUEDA ABIERTO SE REPARTE POR
      *    EDAD A LA FECHA DE CORTE
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
           PERFORM CLASIFICAR-POR-EDAD.

      *    EL CLIENTE DE BAJA VA ENTERO A SU TRAMO, SIN MIRAR EDAD
       CLASIFICAR-POR-EDAD.
           IF tcl-de-baja(ix-cli) = "S"
               ADD importe-abierto TO tcl-tramo(ix-cli, 6)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE dias-antiguedad =
               FUNCTION INTEGER-OF-DATE(fecha-corte)
               - FUNCTION
                   INTEGER-OF-DATE(tap-vencimiento(ix-apunte)).

           EVALUATE TRUE
               WHEN dias-antiguedad <= 30
                   ADD importe-abierto TO tcl-tramo(ix-cli, 1)
               WHEN dias-antiguedad <= 60
                   ADD importe-abierto TO tcl-tramo(ix-cli, 2)
               WHEN dias-antiguedad <= 90
                   ADD importe-abierto TO tcl-tramo(ix-cli, 3)
               WHEN dias-antiguedad <= 365
                   ADD importe-abierto TO tcl-tramo(ix-cli, 4)
               WHEN OTHER
                   ADD importe-abierto TO tcl-tramo(ix-cli, 5)
           END-EVALUATE.

       CALCULAR-PROVISION.
           INITIALIZE totales-tramo.
           MOVE 0 TO ix-cli.
           PERFORM SUMAR-TRAMOS-CLIENTE
           UNTIL ix-cli >= total-cli.

           MOVE 0 TO provision-necesaria.
           MOVE 0 TO ix-tramo.
           PERFORM PROVISIONAR-UN-TRAMO
           UNTIL ix-tramo >= 6.

       SUMAR-TRAMOS-CLIENTE.
           ADD 1 TO ix-cli.
           MOVE 0 TO ix-tramo.
           PERFORM SUMAR-UN-TRAMO
           UNTIL ix-tramo >= 6.

       SUMAR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           ADD tcl-tramo(ix-cli, ix-tramo) TO ttr-saldo(ix-tramo).

       PROVISIONAR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           COMPUTE ttr-provision(ix-tramo) ROUNDED =
               ttr-saldo(ix-tramo) * pct-tramo(ix-tramo) / 100.
           ADD ttr-provision(ix-tramo) TO provision-necesaria.

      *    EL SALDO ACREEDOR DE LA CUENTA DE DETERIORO A LA FECHA DE
      *    CORTE ES LA PROVISION QUE YA ESTA EN LIBROS
       LEER-PROVISION-EXISTENTE.
           MOVE 0 TO provision-existente.
           OPEN INPUT diario-archivo.
           IF estado-diario NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM SUMAR-APUNTE-DETERIORO
           UNTIL si-no = "N".
           CLOSE diario-archivo.

       SUMAR-APUNTE-DETERIORO.
           READ diario-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF asi-cuenta = cuenta-deterioro
                       AND asi-fecha <= fecha-corte
                       COMPUTE provision-existente =
                           provision-existente + asi-haber - asi-debe
                   END-IF
           END-READ.

       IMPRIMIR-INFORME.
           MOVE SPACES TO spool-linea-env.
           STRING "PROVISION DE INSOLVENCIAS AL " fecha-corte
               " (EUR)"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-clientes TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-cli.
           PERFORM IMPRIMIR-UN-CLIENTE
           UNTIL ix-cli >= total-cli.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "RESUMEN POR TRAMO" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE 0 TO ix-tramo.
           PERFORM IMPRIMIR-UN-TRAMO
           UNTIL ix-tramo >= 6.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "PROVISION NECESARIA" TO lt-texto.
           MOVE provision-necesaria TO lt-importe.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "PROVISION EN LIBROS (CUENTA 4900)" TO lt-texto.
           MOVE provision-existente TO lt-importe.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "AJUSTE (+ DOTACION / - REVERSION)" TO lt-texto.
           MOVE ajuste-provision TO lt-importe.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    SOLO LOS CLIENTES CON SALDO ABIERTO
       IMPRIMIR-UN-CLIENTE.
           ADD 1 TO ix-cli.

           MOVE 0 TO provision-cliente.
           MOVE 0 TO importe-abierto.
           MOVE 0 TO ix-tramo.
           PERFORM PREPARAR-TRAMO-CLIENTE
           UNTIL ix-tramo >= 6.
           IF importe-abierto = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE tcl-clientes-id(ix-cli) TO dc-clientes-id.
           MOVE provision-cliente TO dc-provision.
           MOVE detalle-cliente TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       PREPARAR-TRAMO-CLIENTE.
           ADD 1 TO ix-tramo.
           MOVE tcl-tramo(ix-cli, ix-tramo) TO dc-tramo(ix-tramo).
           ADD tcl-tramo(ix-cli, ix-tramo) TO importe-abierto.
           COMPUTE provision-cliente ROUNDED = provision-cliente
               + tcl-tramo(ix-cli, ix-tramo)
               * pct-tramo(ix-tramo) / 100.

       IMPRIMIR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           MOVE nt-nombre(ix-tramo) TO dt-nombre.
           MOVE ttr-saldo(ix-tramo) TO dt-saldo.
           MOVE pct-tramo(ix-tramo) TO dt-porcentaje.
           MOVE ttr-provision(ix-tramo) TO dt-provision.
           MOVE detalle-tramo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    EL AJUSTE ES FUNCION DE SUPERVISOR Y SOLO EN MES ABIERTO
       ASENTAR-AJUSTE.
           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado, ajuste no asentado"
               EXIT PARAGRAPH
           END-IF.
           IF perfil-firmado NOT = "S"
               DISPLAY "Ajuste reservado a supervisores"
               EXIT PARAGRAPH
           END-IF.

           MOVE fecha-corte TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo cerrado para el " fecha-corte
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ad-referencia.
           STRING "INS" fecha-corte(1:6)
               DELIMITED BY SIZE INTO ad-referencia.
           MOVE SPACES TO ad-depto-id.
           MOVE origen-provision TO ad-origen.
           MOVE fecha-corte TO ad-fecha.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

           IF ajuste-provision > 0
               MOVE ajuste-provision TO importe-ajuste
               MOVE cuenta-dotacion TO ad-cuenta
               MOVE importe-ajuste TO ad-debe
               MOVE 0 TO ad-haber
               MOVE "L" TO ad-operacion
               PERFORM LLAMAR-ASIENTOS
               MOVE cuenta-deterioro TO ad-cuenta
               MOVE 0 TO ad-debe
               MOVE importe-ajuste TO ad-haber
               MOVE "L" TO ad-operacion
               PERFORM LLAMAR-ASIENTOS
           ELSE
               COMPUTE importe-ajuste = 0 - ajuste-provision
               MOVE cuenta-deterioro TO ad-cuenta
               MOVE importe-ajuste TO ad-debe
               MOVE 0 TO ad-haber
               MOVE "L" TO ad-operacion
               PERFORM LLAMAR-ASIENTOS
               MOVE cuenta-reversion TO ad-cuenta
               MOVE 0 TO ad-debe
               MOVE importe-ajuste TO ad-haber
               MOVE "L" TO ad-operacion
               PERFORM LLAMAR-ASIENTOS
           END-IF.

           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           IF ad-fallido
               DISPLAY "El ajuste NO se asento"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ajuste de provision asentado, diario " ad-numero.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "PROVISION_INSOLVENCIAS".
