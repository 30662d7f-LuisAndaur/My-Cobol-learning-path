      ******************************************************************
      * Author:
      * Date:
      * Purpose: Castigo de saldos incobrables de clientes.  Funcion
      *          de supervisor (firma por SEGURIDAD-SIGNON).  Para el
      *          cliente indicado calcula su saldo abierto en
      *          cartera.dat (cargos menos pagos) y, con el motivo
      *          tecleado y la confirmacion del supervisor:
      *            - asienta la perdida (6500 contra clientes 4300)
      *              por ASIENTOS-DIARIO con origen CASTIGO;
      *            - deja en cartera.dat un pago de cierre con la
      *              referencia "WOF" + cliente, que salda la cuenta
      *              (el posteo contable no lo toma como cobro);
      *            - anota la linea CASTIGO con el motivo en la
      *              auditoria de clientes;
      *            - agrega el castigo al registro
      *              castigos-cartera.dat.
      *          La opcion de registro lista por el escritor de spool
      *          los castigos de un ano para los auditores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CASTIGO_INCOBRABLES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LIBRO DE CARTERA
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

      *ARCHIVO DE AUDITORIA DE CLIENTES, SOLO SE AGREGA AL FINAL
       SELECT clientes-auditoria
       ASSIGN TO "clientes-auditoria.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-caud.

      *REGISTRO DE CASTIGOS DE CARTERA
       SELECT castigos-cartera
       ASSIGN TO "castigos-cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-castigos.

       DATA DIVISION.
       FILE SECTION.
      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *ARCHIVO DE AUDITORIA DE CLIENTES
       FD clientes-auditoria.
           COPY "CLIENTES-AUDITORIA.CPY".

      *REGISTRO DE CASTIGOS
       FD castigos-cartera.
           COPY "CASTIGO-CARTERA.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-castigo              PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  si-no                       PIC X VALUE "S".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-caud                 PIC X(02) VALUE "00".
       77  estado-castigos             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  que-id                      PIC X(7) VALUE SPACES.
       77  que-anio                    PIC 9(4) VALUE 0.
       77  motivo-castigo              PIC X(35) VALUE SPACES.
       77  confirmar-castigo           PIC X VALUE "N".
       77  referencia-castigo          PIC X(10) VALUE SPACES.
       77  saldo-cliente               PIC S9(8)V99 VALUE 0.
       77  saldo-edit                  PIC -ZZ.ZZZ.ZZ9,99.
       77  total-castigos-anio         PIC 9(9)V99 VALUE 0.
       77  cuenta-castigos-anio        PIC 9(5) VALUE 0.

      *    CUENTAS DE LA CASA PARA EL CASTIGO
       77  cuenta-perdidas             PIC X(4) VALUE "6500".
       77  cuenta-clientes             PIC X(4) VALUE "4300".
       77  origen-castigo              PIC X(10) VALUE "CASTIGO".

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

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE SPACES.
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-registro.
           05  FILLER                  PIC X(10) VALUE "FECHA".
           05  FILLER                  PIC X(9)  VALUE "CLIENTE".
           05  FILLER                  PIC X(37) VALUE "NOMBRE".
           05  FILLER                  PIC X(14) VALUE "       IMPORTE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ASIENTO".
           05  FILLER                  PIC X(10) VALUE "USUARIO".
           05  FILLER                  PIC X(6)  VALUE "MOTIVO".

       01  detalle-registro.
           05  dr-fecha                PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-clientes-id          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-nombre               PIC X(35).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-importe              PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  dr-asiento              PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-usuario              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-motivo               PIC X(35).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.

           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF perfil-firmado NOT = "S"
               DISPLAY "Funcion reservada a supervisores"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MOSTRAR-MENU-CASTIGOS
           UNTIL salir-menu = "S".

           STOP RUN.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       MOSTRAR-MENU-CASTIGOS.
           DISPLAY "===== CASTIGO DE INCOBRABLES =====".
           DISPLAY "(C)astigar el saldo de un cliente".
           DISPLAY "(R)egistro anual de castigos".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-castigo.
           MOVE FUNCTION UPPER-CASE(opcion-castigo)
               TO opcion-castigo.

           EVALUATE opcion-castigo
               WHEN "C"
                   PERFORM CASTIGAR-CLIENTE
               WHEN "R"
                   PERFORM LISTAR-REGISTRO-ANUAL
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       CASTIGAR-CLIENTE.
           DISPLAY "ID del cliente: ".
           ACCEPT que-id.
           IF que-id = SPACES
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-clientes
               EXIT PARAGRAPH
           END-IF.
           MOVE que-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-READ.
           CLOSE clientes-archivo.
           IF si-no = "N"
               DISPLAY "Cliente inexistente: " que-id
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-SALDO-CLIENTE.
           MOVE saldo-cliente TO saldo-edit.
           DISPLAY clientes-id " " clientes-nombre.
           DISPLAY "Estado del cliente: " clientes-estado.
           DISPLAY "Saldo abierto.....: " saldo-edit.
           IF saldo-cliente NOT > 0
               DISPLAY "El cliente no tiene saldo que castigar"
               EXIT PARAGRAPH
           END-IF.
           IF saldo-cliente > 999999,99
               DISPLAY "Saldo fuera del rango de un apunte de "
                   "cartera, castigo rechazado"
               EXIT PARAGRAPH
           END-IF.
           IF NOT clientes-baja
               DISPLAY "AVISO: el cliente no esta de baja"
           END-IF.

           MOVE fecha-hoy TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo contable cerrado para la fecha "
                   fecha-hoy ", castigo rechazado"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO motivo-castigo.
           DISPLAY "Motivo del castigo: ".
           ACCEPT motivo-castigo.
           IF motivo-castigo = SPACES
               DISPLAY "El motivo es obligatorio, castigo cancelado"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Castigar " saldo-edit " como incobrable? (s/n)".
           ACCEPT confirmar-castigo.
           MOVE FUNCTION UPPER-CASE(confirmar-castigo)
               TO confirmar-castigo.
           IF confirmar-castigo NOT = "S"
               DISPLAY "Castigo cancelado"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO referencia-castigo.
           STRING "WOF" clientes-id
               DELIMITED BY SIZE INTO referencia-castigo.

      *    PRIMERO EL ASIENTO: SI NO CUADRA NO SE TOCA LA CARTERA
           PERFORM ASENTAR-PERDIDA.
           IF ad-fallido
               DISPLAY "El asiento NO se grabo, castigo cancelado"
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRABAR-PAGO-CIERRE.
           PERFORM REGISTRAR-AUDITORIA-CASTIGO.
           PERFORM GRABAR-REGISTRO-CASTIGO.

           DISPLAY "Saldo castigado, asiento " ad-numero
               ", referencia " referencia-castigo.

       CALCULAR-SALDO-CLIENTE.
           MOVE 0 TO saldo-cliente.

           OPEN INPUT cartera-archivo.
           IF estado-cartera NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM SUMAR-APUNTE-CLIENTE
           UNTIL si-no = "N".

           CLOSE cartera-archivo.

       SUMAR-APUNTE-CLIENTE.
           READ cartera-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF cart-clientes-id = clientes-id
                       IF cart-cargo
                           ADD cart-importe TO saldo-cliente
                       ELSE
                           SUBTRACT cart-importe FROM saldo-cliente
                       END-IF
                   END-IF
           END-READ.

       ASENTAR-PERDIDA.
           MOVE referencia-castigo TO ad-referencia.
           MOVE SPACES TO ad-depto-id.
           MOVE origen-castigo TO ad-origen.
           MOVE fecha-hoy TO ad-fecha.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-perdidas TO ad-cuenta.
           MOVE saldo-cliente TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-clientes TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE saldo-cliente TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.

       GRABAR-PAGO-CIERRE.
           OPEN EXTEND cartera-archivo.
           IF estado-cartera = "35"
               OPEN OUTPUT cartera-archivo
           END-IF.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo abrir cartera.dat, estado: "
                   estado-cartera ", dejar el pago " referencia-castigo
                   " a mano"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO cartera-registro.
           MOVE clientes-id TO cart-clientes-id.
           MOVE "P" TO cart-tipo.
           MOVE saldo-cliente TO cart-importe.
           MOVE fecha-hoy TO cart-fecha.
           MOVE fecha-hoy TO cart-fecha-vencimiento.
           MOVE referencia-castigo TO cart-referencia.
           WRITE cartera-registro.
           IF estado-cartera NOT = "00"
               DISPLAY "Error al grabar cartera.dat, estado: "
                   estado-cartera
           END-IF.

           CLOSE cartera-archivo.

       REGISTRAR-AUDITORIA-CASTIGO.
           OPEN EXTEND clientes-auditoria.
           IF estado-caud = "35"
               OPEN OUTPUT clientes-auditoria
           END-IF.
           IF estado-caud NOT = "00"
               DISPLAY "No se pudo abrir clientes-auditoria.dat, "
                   "estado: " estado-caud
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO clientes-auditoria-registro.
           MOVE FUNCTION CURRENT-DATE TO caud-fecha-hora.
           SET caud-op-castigo TO TRUE.
           MOVE clientes-id TO caud-clientes-id.
           MOVE motivo-castigo TO caud-motivo.
           MOVE empleado-firmado TO caud-usuario.

           MOVE clientes-nombre    TO caud-ant-nombre.
           MOVE clientes-estado    TO caud-ant-estado.
           MOVE clientes-direccion TO caud-ant-direccion.
           MOVE clientes-telefono  TO caud-ant-telefono.
           MOVE clientes-contacto  TO caud-ant-contacto.
           MOVE clientes-nif       TO caud-ant-nif.
           MOVE clientes-limite-credito TO caud-ant-limite.
           MOVE caud-valor-anterior TO caud-valor-nuevo.

           WRITE clientes-auditoria-registro.
           IF estado-caud NOT = "00"
               DISPLAY "Error al grabar clientes-auditoria.dat, "
                   "estado: " estado-caud
           END-IF.

           CLOSE clientes-auditoria.

       GRABAR-REGISTRO-CASTIGO.
           OPEN EXTEND castigos-cartera.
           IF estado-castigos = "35"
               OPEN OUTPUT castigos-cartera
           END-IF.
           IF estado-castigos NOT = "00"
               DISPLAY "No se pudo abrir castigos-cartera.dat, "
                   "estado: " estado-castigos
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO castigo-cartera-registro.
           MOVE fecha-hoy TO ccs-fecha.
           MOVE clientes-id TO ccs-clientes-id.
           MOVE clientes-nombre TO ccs-clientes-nombre.
           MOVE saldo-cliente TO ccs-importe.
           MOVE referencia-castigo TO ccs-referencia.
           MOVE ad-numero TO ccs-asiento.
           MOVE motivo-castigo TO ccs-motivo.
           MOVE usuario-firmado TO ccs-usuario.
           WRITE castigo-cartera-registro.
           IF estado-castigos NOT = "00"
               DISPLAY "Error al grabar castigos-cartera.dat, "
                   "estado: " estado-castigos
           END-IF.

           CLOSE castigos-cartera.

       LISTAR-REGISTRO-ANUAL.
           DISPLAY "Ano (AAAA): ".
           ACCEPT que-anio.
           IF que-anio = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT castigos-cartera.
           IF estado-castigos NOT = "00"
               DISPLAY "No hay castigos registrados"
               EXIT PARAGRAPH
           END-IF.

           MOVE "REGISTRO_CASTIGOS_CARTERA" TO spool-reporte.
           MOVE empleado-firmado TO spool-operador.
           MOVE SPACES TO spool-parametros.
           STRING "ANO " que-anio
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           MOVE SPACES TO spool-linea-env.
           STRING "REGISTRO DE CASTIGOS DE CARTERA DEL ANO " que-anio
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-registro TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO total-castigos-anio.
           MOVE 0 TO cuenta-castigos-anio.
           MOVE "S" TO si-no.
           PERFORM LISTAR-UN-CASTIGO
           UNTIL si-no = "N".
           CLOSE castigos-cartera.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE total-castigos-anio TO dr-importe.
           MOVE SPACES TO spool-linea-env.
           STRING "TOTAL CASTIGADO (" cuenta-castigos-anio
               " CASTIGOS): " dr-importe
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           DISPLAY "Castigos del ano: " cuenta-castigos-anio.
           DISPLAY "Registro encolado en " spool-archivo.

       LISTAR-UN-CASTIGO.
           READ castigos-cartera
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF ccs-fecha(1:4) NOT = que-anio
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO cuenta-castigos-anio.
           ADD ccs-importe TO total-castigos-anio.

           MOVE ccs-fecha TO dr-fecha.
           MOVE ccs-clientes-id TO dr-clientes-id.
           MOVE ccs-clientes-nombre TO dr-nombre.
           MOVE ccs-importe TO dr-importe.
           MOVE ccs-asiento TO dr-asiento.
           MOVE ccs-usuario TO dr-usuario.
           MOVE ccs-motivo TO dr-motivo.
           MOVE detalle-registro TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

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

       END PROGRAM "CASTIGO_INCOBRABLES".
