      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liquidacion mensual de intereses de demora.  Funcion
      *          de supervisor (firma por SEGURIDAD-SIGNON).  Aplica
      *          los pagos de cartera contra los cargos de cada
      *          cliente (FIFO, como la antiguedad) y, por cada cargo
      *          que sigue abierto pasado su vencimiento, calcula el
      *          interes de los dias transcurridos hasta la fecha de
      *          liquidacion al tipo anual pactado con el cliente
      *          (clientes-interes-demora) o, en su defecto, al tipo
      *          de la casa.  Las cuentas exentas no se liquidan y
      *          las facturas de intereses no devengan intereses.
      *          La propuesta por cliente sale por el escritor de
      *          spool; aprobada:
      *            - emite una factura de intereses (tipo I, sin IVA)
      *              por cliente, numerada desde facturas-control.dat
      *              e impresa en facturas.prt como las de venta;
      *            - deja su cargo en cartera.dat con el vencimiento
      *              del plazo de pago del cliente;
      *            - anota en intereses-demora.dat hasta que fecha
      *              quedo liquidado cada cargo, para que el mes
      *              siguiente se cobren solo los dias nuevos.
      *          El cliente que no llega al importe minimo no se
      *          factura y sus dias siguen corriendo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INTERESES_DEMORA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LIBRO DE CARTERA; SE AGREGAN LOS CARGOS DE INTERESES
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

      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *LINEAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-detalle
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

      *REGISTRO DE NUMERACION DE FACTURAS (UN SOLO REGISTRO)
       SELECT facturas-control
       ASSIGN TO "facturas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *FACTURAS IMPRESAS
       SELECT facturas-impresas
       ASSIGN TO "facturas.prt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-impresas.

      *REGISTRO DE INTERESES LIQUIDADOS EN MODO INDEXADO
       SELECT intereses-archivo
       ASSIGN TO "intereses-demora.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS intd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-intereses.

       DATA DIVISION.
       FILE SECTION.
      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *REGISTRO DE NUMERACION
       FD facturas-control.
       01  control-registro.
           05  ctrl-ultima-factura     PIC 9(6).

      *FACTURAS IMPRESAS
       FD facturas-impresas.
       01  linea-impresa               PIC X(80).

      *REGISTRO DE INTERESES LIQUIDADOS
       FD intereses-archivo.
           COPY "INTERES-DEMORA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-impresas             PIC X(02) VALUE "00".
       77  estado-intereses            PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  fecha-liquidacion           PIC 9(8) VALUE 0.
       77  aprobar-corrida             PIC X VALUE "N".
       77  pagos-restantes             PIC 9(8)V99 VALUE 0.
       77  importe-abierto             PIC 9(6)V99 VALUE 0.
       77  numero-factura              PIC 9(6) VALUE 0.
       77  linea-factura               PIC 9(3) VALUE 0.
       77  total-facturas-emitidas     PIC 9(4) VALUE 0.
       77  total-liquidado             PIC 9(8)V99 VALUE 0.

      *    TIPO ANUAL DE LA CASA PARA LOS CLIENTES SIN TIPO PACTADO,
      *    E IMPORTE POR DEBAJO DEL CUAL NO SE EMITE FACTURA
       77  tasa-casa                   PIC 9(2)V99 VALUE 8,00.
       77  tasa-entrada                PIC 9(2)V99 VALUE 0.
       77  tasa-edit                   PIC Z9,99.
       77  importe-minimo              PIC 9(4)V99 VALUE 3,00.

      *    DATOS DEL CARGO EN CURSO DE LIQUIDAR
       77  tasa-cliente                PIC 9(2)V99 VALUE 0.
       77  fecha-desde                 PIC 9(8) VALUE 0.
       77  dias-demora                 PIC S9(5) VALUE 0.
       77  interes-cargo               PIC 9(6)V99 VALUE 0.
       77  cargo-de-intereses          PIC X VALUE "N".
       77  plazo-cliente               PIC 9(3) VALUE 0.
       77  vencimiento-factura         PIC 9(8) VALUE 0.

       01  referencia-cargo.
           05  FILLER                  PIC X(4) VALUE "FAC ".
           05  rcg-numero              PIC 9(6).

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

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    LIBRO COMPLETO EN MEMORIA, COMO EN LA ANTIGUEDAD
       77  total-apuntes               PIC 9(4) VALUE 0.
       77  ix-apunte                   PIC 9(4) VALUE 0.
       01  tabla-apuntes.
           05  entrada-apunte OCCURS 2000 TIMES.
               10  tap-clientes-id     PIC X(7).
               10  tap-tipo            PIC X.
               10  tap-importe         PIC 9(6)V99.
               10  tap-fecha           PIC 9(8).
               10  tap-vencimiento     PIC 9(8).
               10  tap-referencia      PIC X(10).

       77  total-cli                   PIC 9(3) VALUE 0.
       77  ix-cli                      PIC 9(3) VALUE 0.
       77  cli-encontrado              PIC X VALUE "N".
       01  tabla-clientes-cartera.
           05  entrada-cli OCCURS 300 TIMES.
               10  tcl-clientes-id     PIC X(7).

      *    LINEAS DE LA PROPUESTA: UNA POR CARGO VENCIDO CON
      *    INTERES; AGRUPADAS POR CLIENTE EN LA TABLA SIGUIENTE
       77  total-lineas-int            PIC 9(4) VALUE 0.
       77  ix-linea                    PIC 9(4) VALUE 0.
       01  tabla-lineas-interes.
           05  entrada-linea-int OCCURS 1000 TIMES.
               10  tli-referencia      PIC X(10).
               10  tli-fecha-cargo     PIC 9(8).
               10  tli-vencimiento     PIC 9(8).
               10  tli-desde           PIC 9(8).
               10  tli-abierto         PIC 9(6)V99.
               10  tli-dias            PIC 9(5).
               10  tli-interes         PIC 9(6)V99.

       77  total-cli-int               PIC 9(3) VALUE 0.
       77  ix-cli-int                  PIC 9(3) VALUE 0.
       01  tabla-clientes-interes.
           05  entrada-cli-int OCCURS 300 TIMES.
               10  tci-clientes-id     PIC X(7).
               10  tci-tasa            PIC 9(2)V99.
               10  tci-primera         PIC 9(4).
               10  tci-ultima          PIC 9(4).
               10  tci-total           PIC 9(8)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COBROS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-propuesta.
           05  FILLER                  PIC X(12) VALUE "CARGO".
           05  FILLER                  PIC X(10) VALUE "VENCIM.".
           05  FILLER                  PIC X(10) VALUE "DESDE".
           05  FILLER                  PIC X(12) VALUE "     ABIERTO".
           05  FILLER                  PIC X(8)  VALUE "   DIAS".
           05  FILLER                  PIC X(12) VALUE "     INTERES".

       01  linea-cliente-propuesta.
           05  FILLER                  PIC X(9) VALUE "CLIENTE: ".
           05  lcp-clientes-id         PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  lcp-nombre              PIC X(35).
           05  FILLER                  PIC X(8) VALUE "  TIPO: ".
           05  lcp-tasa                PIC Z9,99.
           05  FILLER                  PIC X(1) VALUE "%".

       01  detalle-propuesta.
           05  dp-referencia           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-vencimiento          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-desde                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-abierto              PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-dias                 PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  dp-interes              PIC ZZZ.ZZ9,99.

       01  linea-total-cliente.
           05  FILLER                  PIC X(24)
               VALUE "  TOTAL INTERESES.....: ".
           05  ltc-importe             PIC ZZ.ZZZ.ZZ9,99.

       01  linea-total-general.
           05  FILLER                  PIC X(24)
               VALUE "TOTAL A FACTURAR......: ".
           05  ltg-importe             PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ltg-clientes            PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE " CLIENTES".

      *    IMPRESO DE LA FACTURA DE INTERESES, MISMO FORMATO QUE LA
      *    FACTURA DE VENTA EN facturas.prt
       01  impreso-titulo.
           05  FILLER                  PIC X(11) VALUE "FACTURA N. ".
           05  it-numero               PIC 9(6).
           05  FILLER                  PIC X(9) VALUE "  FECHA: ".
           05  it-fecha                PIC 9(8).

       01  impreso-cliente.
           05  FILLER                  PIC X(9) VALUE "CLIENTE: ".
           05  ic-clientes-id          PIC X(7).
           05  FILLER                  PIC X(22)
               VALUE "  INTERESES DE DEMORA ".
           05  FILLER                  PIC X(6) VALUE "TIPO: ".
           05  ic-tasa                 PIC Z9,99.
           05  FILLER                  PIC X(7) VALUE "% ANUAL".

       01  impreso-linea.
           05  il-referencia           PIC X(10).
           05  FILLER                  PIC X(6) VALUE " VTO. ".
           05  il-vencimiento          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  il-dias                 PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE " DIAS SOBRE".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  il-abierto              PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  il-importe              PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       01  impreso-total.
           05  FILLER                  PIC X(6) VALUE "TOTAL ".
           05  ipt-moneda              PIC X(3).
           05  FILLER                  PIC X(7) VALUE " BASE: ".
           05  ipt-base                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(6) VALUE " IVA: ".
           05  ipt-impuesto            PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(8) VALUE " TOTAL: ".
           05  ipt-total               PIC ZZZ.ZZ9,99.

       01  impreso-no-sujeta.
           05  FILLER                  PIC X(46)
               VALUE "INTERESES DE DEMORA, OPERACION NO SUJETA A IVA".

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
               DISPLAY "Liquidacion de intereses reservada a "
                   "supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    LAS FACTURAS DE INTERESES SE FECHAN HOY: NO SE EMITEN EN
      *    UN PERIODO YA CERRADO
           MOVE fecha-hoy TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo contable cerrado para la fecha "
                   fecha-hoy ", liquidacion cancelada"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Liquidar intereses hasta (AAAAMMDD, vacio = "
               "hoy): ".
           ACCEPT fecha-liquidacion.
           IF fecha-liquidacion = 0 OR fecha-liquidacion > fecha-hoy
               MOVE fecha-hoy TO fecha-liquidacion
           END-IF.

           MOVE tasa-casa TO tasa-edit.
           DISPLAY "Tipo anual de la casa (vacio = " tasa-edit "): ".
           ACCEPT tasa-entrada.
           IF tasa-entrada > 0
               MOVE tasa-entrada TO tasa-casa
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "S" TO si-no.
           PERFORM CARGAR-CARTERA
           UNTIL si-no = "N".
           CLOSE cartera-archivo.

           MOVE 0 TO ix-cli.
           PERFORM LIQUIDAR-UN-CLIENTE
           UNTIL ix-cli >= total-cli.

           PERFORM IMPRIMIR-PROPUESTA.

           IF total-cli-int = 0
               DISPLAY "Sin intereses de demora que facturar"
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           DISPLAY "Propuesta impresa en " spool-archivo.
           DISPLAY "¿Aprobar y emitir las facturas de intereses? "
               "(s/n)".
           ACCEPT aprobar-corrida.

           IF aprobar-corrida = "s" OR aprobar-corrida = "S"
               PERFORM EMITIR-FACTURAS-INTERESES
               DISPLAY "Facturas de intereses emitidas: "
                   total-facturas-emitidas
               DISPLAY "Facturas impresas en facturas.prt"
           ELSE
               DISPLAY "Liquidacion sin aprobar, nada se facturo"
           END-IF.

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
           OPEN INPUT cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo abrir cartera.dat, estado: "
                   estado-cartera
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-clientes
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O facturas-archivo.
           IF estado-facturas = "35"
               OPEN OUTPUT facturas-archivo
               CLOSE facturas-archivo
               OPEN I-O facturas-archivo
           END-IF.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O facturas-detalle.
           IF estado-facdet = "35"
               OPEN OUTPUT facturas-detalle
               CLOSE facturas-detalle
               OPEN I-O facturas-detalle
           END-IF.
           IF estado-facdet NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle.dat, "
                   "estado: " estado-facdet
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O intereses-archivo.
           IF estado-intereses = "35"
               OPEN OUTPUT intereses-archivo
               CLOSE intereses-archivo
               OPEN I-O intereses-archivo
           END-IF.
           IF estado-intereses NOT = "00"
               DISPLAY "No se pudo abrir intereses-demora.dat, "
                   "estado: " estado-intereses
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "INTERESES_DEMORA" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "HASTA " fecha-liquidacion " TIPO CASA " tasa-edit
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    LA CARTERA SE CIERRA AL TERMINAR LA CARGA Y SE REABRE
      *    EN EXTENSION SOLO SI LA LIQUIDACION SE APRUEBA
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE clientes-archivo.
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.
           CLOSE intereses-archivo.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

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
           IF total-apuntes >= 2000
               DISPLAY "Tabla de apuntes desbordada, apunte sin "
                   "procesar: " cart-clientes-id
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-apuntes.
           MOVE cart-clientes-id TO tap-clientes-id(total-apuntes).
           MOVE cart-tipo TO tap-tipo(total-apuntes).
           MOVE cart-importe TO tap-importe(total-apuntes).
           MOVE cart-fecha TO tap-fecha(total-apuntes).
           MOVE cart-referencia TO tap-referencia(total-apuntes).

           IF cart-fecha-vencimiento IS NUMERIC
           AND cart-fecha-vencimiento NOT = 0
               MOVE cart-fecha-vencimiento
                   TO tap-vencimiento(total-apuntes)
           ELSE
               MOVE cart-fecha TO tap-vencimiento(total-apuntes)
           END-IF.

           PERFORM ANOTAR-CLIENTE.

       ANOTAR-CLIENTE.
           MOVE "N" TO cli-encontrado.
           MOVE 0 TO ix-cli.

           PERFORM BUSCAR-CLIENTE-TABLA
           UNTIL cli-encontrado = "S" OR ix-cli >= total-cli.

           IF cli-encontrado = "N"
               IF total-cli >= 300
                   DISPLAY "Tabla de clientes desbordada: "
                       cart-clientes-id
               ELSE
                   ADD 1 TO total-cli
                   MOVE cart-clientes-id TO tcl-clientes-id(total-cli)
               END-IF
           END-IF.

       BUSCAR-CLIENTE-TABLA.
           ADD 1 TO ix-cli.
           IF tcl-clientes-id(ix-cli) = cart-clientes-id
               MOVE "S" TO cli-encontrado
           END-IF.

      *    CLIENTE EXENTO O INEXISTENTE NO SE LIQUIDA; EL TIPO ES EL
      *    PACTADO Y, SI NO HAY, EL DE LA CASA
       LIQUIDAR-UN-CLIENTE.
           ADD 1 TO ix-cli.

           MOVE tcl-clientes-id(ix-cli) TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF clientes-sin-interes
               EXIT PARAGRAPH
           END-IF.

           MOVE tasa-casa TO tasa-cliente.
           IF clientes-interes-demora IS NUMERIC
           AND clientes-interes-demora > 0
               MOVE clientes-interes-demora TO tasa-cliente
           END-IF.

           IF total-cli-int >= 300
               DISPLAY "Tabla de clientes con intereses desbordada: "
                   clientes-id
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-cli-int.
           MOVE clientes-id TO tci-clientes-id(total-cli-int).
           MOVE tasa-cliente TO tci-tasa(total-cli-int).
           COMPUTE tci-primera(total-cli-int) = total-lineas-int + 1.
           MOVE 0 TO tci-total(total-cli-int).

           MOVE 0 TO pagos-restantes.
           MOVE 0 TO ix-apunte.
           PERFORM SUMAR-PAGOS-CLIENTE
           UNTIL ix-apunte >= total-apuntes.

           MOVE 0 TO ix-apunte.
           PERFORM CONSUMIR-CARGOS-CLIENTE
           UNTIL ix-apunte >= total-apuntes.

           MOVE total-lineas-int TO tci-ultima(total-cli-int).

      *    POR DEBAJO DEL MINIMO NO SE FACTURA NI SE ANOTA: LOS
      *    DIAS SIGUEN CORRIENDO PARA LA PROXIMA LIQUIDACION
           IF tci-total(total-cli-int) < importe-minimo
               COMPUTE total-lineas-int =
                   tci-primera(total-cli-int) - 1
               SUBTRACT 1 FROM total-cli-int
           END-IF.

       SUMAR-PAGOS-CLIENTE.
           ADD 1 TO ix-apunte.
           IF tap-clientes-id(ix-apunte) = tcl-clientes-id(ix-cli)
           AND tap-tipo(ix-apunte) = "P"
               ADD tap-importe(ix-apunte) TO pagos-restantes
           END-IF.

      *    MISMO FIFO QUE LA ANTIGUEDAD: LOS PAGOS CONSUMEN LOS
      *    CARGOS EN ORDEN DE LIBRO; LO QUE QUEDA ABIERTO Y VENCIDO
      *    A LA FECHA DE LIQUIDACION DEVENGA INTERES
       CONSUMIR-CARGOS-CLIENTE.
           ADD 1 TO ix-apunte.
           IF tap-clientes-id(ix-apunte) = tcl-clientes-id(ix-cli)
           AND tap-tipo(ix-apunte) = "C"
               IF pagos-restantes >= tap-importe(ix-apunte)
                   SUBTRACT tap-importe(ix-apunte)
                       FROM pagos-restantes
               ELSE
                   COMPUTE importe-abierto =
                       tap-importe(ix-apunte) - pagos-restantes
                   MOVE 0 TO pagos-restantes
                   IF tap-vencimiento(ix-apunte) < fecha-liquidacion
                       PERFORM CALCULAR-INTERES-CARGO
                   END-IF
               END-IF
           END-IF.

      *    EL INTERES CORRE DESDE EL VENCIMIENTO O DESDE LA ULTIMA
      *    LIQUIDACION DEL CARGO, LO QUE SEA POSTERIOR; ANO DE 365
      *    DIAS.  LAS FACTURAS DE INTERESES NO DEVENGAN INTERESES.
       CALCULAR-INTERES-CARGO.
           PERFORM VERIFICAR-CARGO-INTERESES.
           IF cargo-de-intereses = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tap-vencimiento(ix-apunte) TO fecha-desde.
           MOVE tcl-clientes-id(ix-cli) TO intd-clientes-id.
           MOVE tap-referencia(ix-apunte) TO intd-referencia.
           MOVE tap-fecha(ix-apunte) TO intd-fecha-cargo.
           READ intereses-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF intd-liquidado-hasta > fecha-desde
                       MOVE intd-liquidado-hasta TO fecha-desde
                   END-IF
           END-READ.

           COMPUTE dias-demora =
               FUNCTION INTEGER-OF-DATE(fecha-liquidacion)
               - FUNCTION INTEGER-OF-DATE(fecha-desde).
           IF dias-demora NOT > 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE interes-cargo ROUNDED =
               importe-abierto * tasa-cliente * dias-demora / 36500.
           IF interes-cargo = 0
               EXIT PARAGRAPH
           END-IF.

           IF total-lineas-int >= 1000
               DISPLAY "Tabla de lineas de interes desbordada: "
                   tcl-clientes-id(ix-cli)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-lineas-int.
           MOVE tap-referencia(ix-apunte)
               TO tli-referencia(total-lineas-int).
           MOVE tap-fecha(ix-apunte)
               TO tli-fecha-cargo(total-lineas-int).
           MOVE tap-vencimiento(ix-apunte)
               TO tli-vencimiento(total-lineas-int).
           MOVE fecha-desde TO tli-desde(total-lineas-int).
           MOVE importe-abierto TO tli-abierto(total-lineas-int).
           MOVE dias-demora TO tli-dias(total-lineas-int).
           MOVE interes-cargo TO tli-interes(total-lineas-int).
           ADD interes-cargo TO tci-total(total-cli-int).

       VERIFICAR-CARGO-INTERESES.
           MOVE "N" TO cargo-de-intereses.
           IF tap-referencia(ix-apunte)(1:4) NOT = "FAC "
           OR tap-referencia(ix-apunte)(5:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE tap-referencia(ix-apunte)(5:6) TO fac-numero.
           READ facturas-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF fac-intereses
               MOVE "S" TO cargo-de-intereses
           END-IF.

       IMPRIMIR-PROPUESTA.
           MOVE SPACES TO spool-linea-env.
           STRING "PROPUESTA DE INTERESES DE DEMORA HASTA "
               fecha-liquidacion "  TIPO DE LA CASA " tasa-edit "%"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-propuesta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO total-liquidado.
           MOVE 0 TO ix-cli-int.
           PERFORM IMPRIMIR-UN-CLIENTE
           UNTIL ix-cli-int >= total-cli-int.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE total-liquidado TO ltg-importe.
           MOVE total-cli-int TO ltg-clientes.
           MOVE linea-total-general TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-UN-CLIENTE.
           ADD 1 TO ix-cli-int.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE tci-clientes-id(ix-cli-int) TO lcp-clientes-id.
           MOVE SPACES TO lcp-nombre.
           MOVE tci-clientes-id(ix-cli-int) TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE clientes-nombre TO lcp-nombre
           END-READ.
           MOVE tci-tasa(ix-cli-int) TO lcp-tasa.
           MOVE linea-cliente-propuesta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE tci-primera(ix-cli-int) TO ix-linea.
           PERFORM IMPRIMIR-UNA-LINEA
           UNTIL ix-linea > tci-ultima(ix-cli-int).

           MOVE tci-total(ix-cli-int) TO ltc-importe.
           MOVE linea-total-cliente TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           ADD tci-total(ix-cli-int) TO total-liquidado.

       IMPRIMIR-UNA-LINEA.
           MOVE tli-referencia(ix-linea) TO dp-referencia.
           MOVE tli-vencimiento(ix-linea) TO dp-vencimiento.
           MOVE tli-desde(ix-linea) TO dp-desde.
           MOVE tli-abierto(ix-linea) TO dp-abierto.
           MOVE tli-dias(ix-linea) TO dp-dias.
           MOVE tli-interes(ix-linea) TO dp-interes.
           MOVE detalle-propuesta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           ADD 1 TO ix-linea.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       EMITIR-FACTURAS-INTERESES.
           OPEN EXTEND facturas-impresas.
           IF estado-impresas = "35"
               OPEN OUTPUT facturas-impresas
           END-IF.
           IF estado-impresas NOT = "00"
               DISPLAY "No se pudo abrir facturas.prt, estado: "
                   estado-impresas
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo extender cartera.dat, estado: "
                   estado-cartera
               CLOSE facturas-impresas
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LEER-ULTIMO-NUMERO.

           MOVE 0 TO ix-cli-int.
           PERFORM EMITIR-UNA-FACTURA
           UNTIL ix-cli-int >= total-cli-int.

           CLOSE facturas-impresas.
           CLOSE cartera-archivo.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT facturas-control.
           IF estado-control = "35"
               MOVE 0 TO numero-factura
           ELSE
               READ facturas-control
                   AT END
                       MOVE 0 TO numero-factura
                   NOT AT END
                       MOVE ctrl-ultima-factura TO numero-factura
               END-READ
               CLOSE facturas-control
           END-IF.

      *    EL REGISTRO DE NUMERACION SE REGRABA TRAS CADA FACTURA,
      *    COMO EN LA FACTURACION DE PEDIDOS
       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT facturas-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar facturas-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-factura TO ctrl-ultima-factura
               WRITE control-registro
               CLOSE facturas-control
           END-IF.

       EMITIR-UNA-FACTURA.
           ADD 1 TO ix-cli-int.
           ADD 1 TO numero-factura.
           MOVE 0 TO linea-factura.

           MOVE SPACES TO factura-cabecera.
           MOVE numero-factura TO fac-numero.
           MOVE 0 TO fac-pedido.
           MOVE tci-clientes-id(ix-cli-int) TO fac-clientes-id.
           MOVE fecha-hoy TO fac-fecha.
           SET fac-intereses TO TRUE.
           MOVE "EUR" TO fac-moneda(1).
           MOVE tci-total(ix-cli-int) TO fac-base(1).
           MOVE 0 TO fac-impuesto(1).
           MOVE tci-total(ix-cli-int) TO fac-total(1).
           MOVE SPACES TO fac-moneda(2) fac-moneda(3).
           MOVE 0 TO fac-base(2) fac-impuesto(2) fac-total(2).
           MOVE 0 TO fac-base(3) fac-impuesto(3) fac-total(3).
           MOVE "N" TO fac-recargo-equiv.
           MOVE 0 TO fac-recargo(1) fac-recargo(2) fac-recargo(3).

           MOVE numero-factura TO it-numero.
           MOVE fac-fecha TO it-fecha.
           WRITE linea-impresa FROM impreso-titulo.
           MOVE fac-clientes-id TO ic-clientes-id.
           MOVE tci-tasa(ix-cli-int) TO ic-tasa.
           WRITE linea-impresa FROM impreso-cliente.
           WRITE linea-impresa FROM SPACES.

           MOVE tci-primera(ix-cli-int) TO ix-linea.
           PERFORM GRABAR-LINEA-INTERES
           UNTIL ix-linea > tci-ultima(ix-cli-int).

           MOVE linea-factura TO fac-total-lineas.

           WRITE linea-impresa FROM SPACES.
           MOVE "EUR" TO ipt-moneda.
           MOVE fac-base(1) TO ipt-base.
           MOVE 0 TO ipt-impuesto.
           MOVE fac-total(1) TO ipt-total.
           WRITE linea-impresa FROM impreso-total.
           WRITE linea-impresa FROM impreso-no-sujeta.
           WRITE linea-impresa FROM SPACES.
           WRITE linea-impresa FROM SPACES.

           WRITE factura-cabecera
               INVALID KEY
                   DISPLAY "No se pudo grabar la factura, estado: "
                       estado-facturas
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   PERFORM GRABAR-CARGO-INTERESES
                   MOVE tci-primera(ix-cli-int) TO ix-linea
                   PERFORM ANOTAR-LIQUIDACION
                   UNTIL ix-linea > tci-ultima(ix-cli-int)
                   ADD 1 TO total-facturas-emitidas
           END-WRITE.

      *    UNA LINEA POR CARGO LIQUIDADO: PRODUCTO 0 (CONCEPTO DE
      *    INTERESES), LOS DIAS COMO CANTIDAD Y EL INTERES COMO
      *    IMPORTE
       GRABAR-LINEA-INTERES.
           ADD 1 TO linea-factura.

           MOVE SPACES TO factura-detalle.
           MOVE numero-factura TO facd-numero.
           MOVE linea-factura TO facd-linea.
           MOVE 0 TO facd-producto-id.
           MOVE tli-dias(ix-linea) TO facd-cantidad.
           MOVE 0 TO facd-precio.
           MOVE "EUR" TO facd-moneda.
           MOVE tli-interes(ix-linea) TO facd-importe.
           MOVE 0 TO facd-pedido.
           SET facd-articulo TO TRUE.

           WRITE factura-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar linea de factura, "
                       "estado: " estado-facdet
           END-WRITE.

           MOVE tli-referencia(ix-linea) TO il-referencia.
           MOVE tli-vencimiento(ix-linea) TO il-vencimiento.
           MOVE tli-dias(ix-linea) TO il-dias.
           MOVE tli-abierto(ix-linea) TO il-abierto.
           MOVE tli-interes(ix-linea) TO il-importe.
           WRITE linea-impresa FROM impreso-linea.

           ADD 1 TO ix-linea.

      *    LA FACTURA DE INTERESES SE ASIENTA EN CARTERA COMO LAS DE
      *    VENTA, CON EL VENCIMIENTO DEL PLAZO PACTADO DEL CLIENTE
       GRABAR-CARGO-INTERESES.
           MOVE 0 TO plazo-cliente.
           MOVE fac-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE clientes-plazo-pago TO plazo-cliente
           END-READ.

           MOVE "F" TO sf-operacion.
           MOVE fac-fecha TO sf-fecha-1.
           MOVE plazo-cliente TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado = "S"
               MOVE sf-resultado-num TO vencimiento-factura
           ELSE
               MOVE fac-fecha TO vencimiento-factura
           END-IF.

           MOVE SPACES TO cartera-registro.
           MOVE fac-clientes-id TO cart-clientes-id.
           SET cart-cargo TO TRUE.
           MOVE fac-total(1) TO cart-importe.
           MOVE fac-fecha TO cart-fecha.
           MOVE fac-numero TO rcg-numero.
           MOVE referencia-cargo TO cart-referencia.
           MOVE vencimiento-factura TO cart-fecha-vencimiento.
           WRITE cartera-registro.
           IF estado-cartera NOT = "00"
               DISPLAY "Error al grabar cartera.dat, estado: "
                   estado-cartera
           END-IF.

       ANOTAR-LIQUIDACION.
           MOVE fac-clientes-id TO intd-clientes-id.
           MOVE tli-referencia(ix-linea) TO intd-referencia.
           MOVE tli-fecha-cargo(ix-linea) TO intd-fecha-cargo.
           READ intereses-archivo
               INVALID KEY
                   MOVE fecha-liquidacion TO intd-liquidado-hasta
                   MOVE numero-factura TO intd-ultima-factura
                   MOVE tli-interes(ix-linea)
                       TO intd-interes-acumulado
                   WRITE interes-demora-registro
                       INVALID KEY
                           DISPLAY "No se pudo anotar la "
                               "liquidacion: " intd-clave
                   END-WRITE
               NOT INVALID KEY
                   MOVE fecha-liquidacion TO intd-liquidado-hasta
                   MOVE numero-factura TO intd-ultima-factura
                   ADD tli-interes(ix-linea)
                       TO intd-interes-acumulado
                   REWRITE interes-demora-registro
                       INVALID KEY
                           DISPLAY "No se pudo anotar la "
                               "liquidacion: " intd-clave
                   END-REWRITE
           END-READ.

           ADD 1 TO ix-linea.

       END PROGRAM "INTERESES_DEMORA".
