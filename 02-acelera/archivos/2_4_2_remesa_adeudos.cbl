      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remesa de adeudos directos SEPA.  Funcion de
      *          supervisor (firma por SEGURIDAD-SIGNON).  Aplica los
      *          pagos de cartera contra los cargos de cada cliente
      *          con mandato activo en mandatos-sepa.dat (FIFO, como
      *          la antiguedad) y propone por el escritor de spool
      *          las partidas abiertas que vencen hasta la fecha de
      *          corte.  Aprobada la propuesta:
      *            - graba la remesa para el banco en
      *              adeudos-banco.dat, un adeudo por cargo con la
      *              referencia de extremo a extremo remesa + linea,
      *              el mandato, su fecha de firma, el IBAN y la
      *              secuencia (FRST el primero del mandato, RCUR
      *              los siguientes);
      *            - anota cada adeudo en adeudos.dat, con la fecha
      *              y el vencimiento del cargo cobrado, para la
      *              importacion de devoluciones;
      *            - deja en cartera.dat un pago por adeudo con la
      *              referencia de la remesa y la fecha de cobro,
      *              que el posteo contable toma como cobro en bancos;
      *            - actualiza la fecha del ultimo cobro del mandato.
      *          La remesa se referencia "DD" + fecha de la corrida
      *          y no se admite una segunda remesa el mismo dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REMESA_ADEUDOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LIBRO DE CARTERA; SE AGREGAN LOS COBROS DE LA REMESA
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *MANDATOS DE ADEUDO DIRECTO EN MODO INDEXADO
       SELECT mandatos-archivo
       ASSIGN TO "mandatos-sepa.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS man-clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-mandatos.

      *REGISTRO DE ADEUDOS PRESENTADOS EN MODO INDEXADO
       SELECT adeudos-archivo
       ASSIGN TO "adeudos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ade-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-adeudos.

      *INTERFAZ DE ADEUDOS AL BANCO
       SELECT interfaz-adeudos
       ASSIGN TO "adeudos-banco.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-banco.

       DATA DIVISION.
       FILE SECTION.
      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *MANDATOS DE ADEUDO DIRECTO
       FD mandatos-archivo.
           COPY "MANDATO-SEPA.CPY".

      *REGISTRO DE ADEUDOS
       FD adeudos-archivo.
           COPY "ADEUDO-REGISTRO.CPY".

      *INTERFAZ DE ADEUDOS
       FD interfaz-adeudos.
       01  adeudo-banco.
           05  adb-remesa              PIC X(10).
           05  adb-linea               PIC 9(4).
           05  FILLER                  PIC X VALUE ";".
           05  adb-fecha-cobro         PIC 9(8).
           05  FILLER                  PIC X VALUE ";".
           05  adb-secuencia           PIC X(4).
           05  FILLER                  PIC X VALUE ";".
           05  adb-mandato             PIC X(35).
           05  FILLER                  PIC X VALUE ";".
           05  adb-fecha-firma         PIC 9(8).
           05  FILLER                  PIC X VALUE ";".
           05  adb-iban                PIC X(34).
           05  FILLER                  PIC X VALUE ";".
           05  adb-importe             PIC 9(6),99.
           05  FILLER                  PIC X VALUE ";".
           05  adb-clientes-id         PIC X(7).
           05  FILLER                  PIC X VALUE ";".
           05  adb-concepto            PIC X(10).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-mandatos             PIC X(02) VALUE "00".
       77  estado-adeudos              PIC X(02) VALUE "00".
       77  estado-banco                PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  fecha-corte                 PIC 9(8) VALUE 0.
       77  fecha-cobro                 PIC 9(8) VALUE 0.
       77  referencia-remesa           PIC X(10) VALUE SPACES.
       77  remesa-repetida             PIC X VALUE "N".
       77  aprobar-corrida             PIC X VALUE "N".
       77  pagos-restantes             PIC 9(8)V99 VALUE 0.
       77  importe-abierto             PIC 9(6)V99 VALUE 0.
       77  total-movimientos           PIC 9(6) VALUE 0.
       77  total-remesa                PIC 9(8)V99 VALUE 0.
       77  total-cliente               PIC 9(8)V99 VALUE 0.
       77  total-clientes-remesa       PIC 9(4) VALUE 0.
       77  secuencia-cliente           PIC X(4) VALUE SPACES.

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

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
       01  tabla-clientes-remesa.
           05  entrada-cli OCCURS 300 TIMES.
               10  tcl-clientes-id     PIC X(7).

      *    ADEUDOS PROPUESTOS: UNO POR CARGO ABIERTO AL CORTE
       77  total-adeudos               PIC 9(4) VALUE 0.
       77  ix-adeudo                   PIC 9(4) VALUE 0.
       01  tabla-adeudos.
           05  entrada-adeudo OCCURS 1000 TIMES.
               10  tad-clientes-id     PIC X(7).
               10  tad-importe         PIC 9(6)V99.
               10  tad-referencia      PIC X(10).
               10  tad-fecha           PIC 9(8).
               10  tad-vencimiento     PIC 9(8).
               10  tad-mandato         PIC X(35).
               10  tad-fecha-firma     PIC 9(8).
               10  tad-iban            PIC X(34).
               10  tad-secuencia       PIC X(4).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COBROS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  detalle-remesa.
           05  dr-clientes-id          PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dr-secuencia            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dr-referencia           PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  VENC. ".
           05  dr-vencimiento          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dr-importe              PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dr-iban                 PIC X(34).

       01  linea-total-remesa.
           05  FILLER                  PIC X(16)
               VALUE "TOTAL REMESA   ".
           05  ltr-referencia          PIC X(10).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  ltr-importe             PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ltr-adeudos             PIC ZZZ9.
           05  FILLER                  PIC X(8) VALUE " ADEUDOS".

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
               DISPLAY "Remesa de adeudos reservada a supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Adeudar vencimientos hasta (AAAAMMDD, vacio = "
               "hoy): ".
           ACCEPT fecha-corte.
           IF fecha-corte = 0
               MOVE fecha-hoy TO fecha-corte
           END-IF.

           DISPLAY "Fecha de cobro en el banco (AAAAMMDD, vacio = "
               "hoy): ".
           ACCEPT fecha-cobro.
           IF fecha-cobro < fecha-hoy
               MOVE fecha-hoy TO fecha-cobro
           END-IF.

           MOVE SPACES TO referencia-remesa.
           STRING "DD" fecha-hoy
               DELIMITED BY SIZE INTO referencia-remesa.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM VERIFICAR-REMESA-REPETIDA.
           IF remesa-repetida = "S"
               DISPLAY "Ya existe la remesa " referencia-remesa
                   "; importe las devoluciones y repita manana"
               CLOSE cartera-archivo
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           MOVE "S" TO si-no.
           PERFORM CARGAR-CARTERA
           UNTIL si-no = "N".
           CLOSE cartera-archivo.

           MOVE 0 TO ix-cli.
           PERFORM PROPONER-UN-CLIENTE
           UNTIL ix-cli >= total-cli.

           PERFORM IMPRIMIR-PROPUESTA.

           IF total-adeudos = 0
               DISPLAY "Sin cargos domiciliados abiertos al corte"
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           DISPLAY "Propuesta impresa en " spool-archivo.
           DISPLAY "¿Aprobar y generar la remesa " referencia-remesa
               "? (s/n)".
           ACCEPT aprobar-corrida.

           IF aprobar-corrida = "s" OR aprobar-corrida = "S"
               PERFORM GENERAR-REMESA
               DISPLAY "Remesa " referencia-remesa " generada en "
                   "adeudos-banco.dat con " total-adeudos " adeudos"
           ELSE
               DISPLAY "Remesa sin aprobar, nada se adeudo"
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

           OPEN I-O mandatos-archivo.
           IF estado-mandatos NOT = "00"
               DISPLAY "No se pudo abrir mandatos-sepa.dat, estado: "
                   estado-mandatos
               CLOSE cartera-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O adeudos-archivo.
           IF estado-adeudos = "35"
               OPEN OUTPUT adeudos-archivo
               CLOSE adeudos-archivo
               OPEN I-O adeudos-archivo
           END-IF.
           IF estado-adeudos NOT = "00"
               DISPLAY "No se pudo abrir adeudos.dat, estado: "
                   estado-adeudos
               CLOSE cartera-archivo
               CLOSE mandatos-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "REMESA_ADEUDOS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "REMESA " referencia-remesa " CORTE " fecha-corte
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    LA CARTERA SE CIERRA AL TERMINAR LA CARGA Y SE REABRE
      *    EN EXTENSION SOLO SI LA REMESA SE APRUEBA
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE mandatos-archivo.
           CLOSE adeudos-archivo.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       VERIFICAR-REMESA-REPETIDA.
           MOVE "N" TO remesa-repetida.
           MOVE referencia-remesa TO ade-remesa.
           MOVE 0 TO ade-linea.
           START adeudos-archivo KEY IS NOT LESS THAN ade-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           READ adeudos-archivo NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF ade-remesa = referencia-remesa
               MOVE "S" TO remesa-repetida
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
                       ADD 1 TO total-movimientos
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

      *    SOLO CLIENTES CON MANDATO ACTIVO; EL PRIMER ADEUDO DEL
      *    MANDATO VA COMO FRST Y EL RESTO COMO RCUR
       PROPONER-UN-CLIENTE.
           ADD 1 TO ix-cli.

           MOVE tcl-clientes-id(ix-cli) TO man-clientes-id.
           READ mandatos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT man-activo
               EXIT PARAGRAPH
           END-IF.

           IF man-ultimo-cobro = 0
               MOVE "FRST" TO secuencia-cliente
           ELSE
               MOVE "RCUR" TO secuencia-cliente
           END-IF.

           MOVE 0 TO pagos-restantes.
           MOVE 0 TO ix-apunte.
           PERFORM SUMAR-PAGOS-CLIENTE
           UNTIL ix-apunte >= total-apuntes.

           MOVE 0 TO ix-apunte.
           PERFORM CONSUMIR-CARGOS-CLIENTE
           UNTIL ix-apunte >= total-apuntes.

       SUMAR-PAGOS-CLIENTE.
           ADD 1 TO ix-apunte.
           IF tap-clientes-id(ix-apunte) = tcl-clientes-id(ix-cli)
           AND tap-tipo(ix-apunte) = "P"
               ADD tap-importe(ix-apunte) TO pagos-restantes
           END-IF.

      *    MISMO FIFO QUE LA ANTIGUEDAD: LOS PAGOS CONSUMEN LOS
      *    CARGOS EN ORDEN DE LIBRO; LO QUE QUEDA ABIERTO Y VENCE
      *    AL CORTE SE ADEUDA
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
                   IF tap-vencimiento(ix-apunte) <= fecha-corte
                       PERFORM ANOTAR-ADEUDO
                   END-IF
               END-IF
           END-IF.

       ANOTAR-ADEUDO.
           IF total-adeudos >= 1000
               DISPLAY "Tabla de adeudos desbordada: "
                   tcl-clientes-id(ix-cli)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-adeudos.
           MOVE tcl-clientes-id(ix-cli)
               TO tad-clientes-id(total-adeudos).
           MOVE importe-abierto TO tad-importe(total-adeudos).
           MOVE tap-referencia(ix-apunte)
               TO tad-referencia(total-adeudos).
           MOVE tap-fecha(ix-apunte) TO tad-fecha(total-adeudos).
           MOVE tap-vencimiento(ix-apunte)
               TO tad-vencimiento(total-adeudos).
           MOVE man-referencia TO tad-mandato(total-adeudos).
           MOVE man-fecha-firma TO tad-fecha-firma(total-adeudos).
           MOVE man-iban TO tad-iban(total-adeudos).
           MOVE secuencia-cliente TO tad-secuencia(total-adeudos).
           ADD importe-abierto TO total-remesa.

       IMPRIMIR-PROPUESTA.
           MOVE SPACES TO spool-linea-env.
           STRING "PROPUESTA DE REMESA " referencia-remesa
               "  CORTE " fecha-corte "  COBRO " fecha-cobro
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-adeudo.
           PERFORM IMPRIMIR-UN-ADEUDO
           UNTIL ix-adeudo >= total-adeudos.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE referencia-remesa TO ltr-referencia.
           MOVE total-remesa TO ltr-importe.
           MOVE total-adeudos TO ltr-adeudos.
           MOVE linea-total-remesa TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-UN-ADEUDO.
           ADD 1 TO ix-adeudo.

           MOVE tad-clientes-id(ix-adeudo) TO dr-clientes-id.
           MOVE tad-secuencia(ix-adeudo) TO dr-secuencia.
           MOVE tad-referencia(ix-adeudo) TO dr-referencia.
           MOVE tad-vencimiento(ix-adeudo) TO dr-vencimiento.
           MOVE tad-importe(ix-adeudo) TO dr-importe.
           MOVE tad-iban(ix-adeudo) TO dr-iban.
           MOVE detalle-remesa TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       GENERAR-REMESA.
           OPEN OUTPUT interfaz-adeudos.
           IF estado-banco NOT = "00"
               DISPLAY "No se pudo abrir adeudos-banco.dat, "
                   "estado: " estado-banco
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND cartera-archivo.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo extender cartera.dat, estado: "
                   estado-cartera
               CLOSE interfaz-adeudos
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ix-adeudo.
           PERFORM GRABAR-UN-ADEUDO
           UNTIL ix-adeudo >= total-adeudos.

           CLOSE interfaz-adeudos.
           CLOSE cartera-archivo.

      *    EL ADEUDO VIAJA AL BANCO, QUEDA EN EL REGISTRO PARA LAS
      *    DEVOLUCIONES Y SALDA EL CARGO EN CARTERA CON UN PAGO
       GRABAR-UN-ADEUDO.
           ADD 1 TO ix-adeudo.

           MOVE referencia-remesa TO adb-remesa.
           MOVE ix-adeudo TO adb-linea.
           MOVE fecha-cobro TO adb-fecha-cobro.
           MOVE tad-secuencia(ix-adeudo) TO adb-secuencia.
           MOVE tad-mandato(ix-adeudo) TO adb-mandato.
           MOVE tad-fecha-firma(ix-adeudo) TO adb-fecha-firma.
           MOVE tad-iban(ix-adeudo) TO adb-iban.
           MOVE tad-importe(ix-adeudo) TO adb-importe.
           MOVE tad-clientes-id(ix-adeudo) TO adb-clientes-id.
           MOVE tad-referencia(ix-adeudo) TO adb-concepto.
           WRITE adeudo-banco.
           IF estado-banco NOT = "00"
               DISPLAY "Error al grabar adeudos-banco.dat, "
                   "estado: " estado-banco
           END-IF.

           MOVE SPACES TO adeudo-registro.
           MOVE referencia-remesa TO ade-remesa.
           MOVE ix-adeudo TO ade-linea.
           MOVE tad-clientes-id(ix-adeudo) TO ade-clientes-id.
           MOVE fecha-cobro TO ade-fecha-cobro.
           MOVE tad-importe(ix-adeudo) TO ade-importe.
           MOVE tad-mandato(ix-adeudo) TO ade-mandato.
           MOVE tad-iban(ix-adeudo) TO ade-iban.
           MOVE tad-secuencia(ix-adeudo) TO ade-secuencia.
           MOVE tad-referencia(ix-adeudo) TO ade-cargo-referencia.
           MOVE tad-fecha(ix-adeudo) TO ade-cargo-fecha.
           MOVE tad-vencimiento(ix-adeudo)
               TO ade-cargo-vencimiento.
           SET ade-presentado TO TRUE.
           MOVE 0 TO ade-fecha-devolucion.
           WRITE adeudo-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar adeudos.dat: "
                       ade-clave
           END-WRITE.

           MOVE SPACES TO cartera-registro.
           MOVE tad-clientes-id(ix-adeudo) TO cart-clientes-id.
           SET cart-pago TO TRUE.
           MOVE tad-importe(ix-adeudo) TO cart-importe.
           MOVE fecha-cobro TO cart-fecha.
           MOVE referencia-remesa TO cart-referencia.
           MOVE fecha-cobro TO cart-fecha-vencimiento.
           WRITE cartera-registro.
           IF estado-cartera NOT = "00"
               DISPLAY "Error al grabar cartera.dat, estado: "
                   estado-cartera
           END-IF.

           PERFORM ACTUALIZAR-MANDATO.

       ACTUALIZAR-MANDATO.
           MOVE tad-clientes-id(ix-adeudo) TO man-clientes-id.
           READ mandatos-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE fecha-cobro TO man-ultimo-cobro.
           REWRITE mandato-registro
               INVALID KEY
                   DISPLAY "No se pudo actualizar el mandato: "
                       man-clientes-id
           END-REWRITE.

       END PROGRAM "REMESA_ADEUDOS".
