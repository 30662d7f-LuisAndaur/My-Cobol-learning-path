      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de las cuentas bancarias de los
      *          proveedores (proveedores-banco.dat), una por
      *          proveedor y moneda, con doble control.  Funcion de
      *          supervisor (firma por SEGURIDAD-SIGNON).  El alta o
      *          el cambio de IBAN/BIC deja la cuenta sin verificar;
      *          solo otro supervisor, distinto del que la cambio, la
      *          verifica tras llamar al proveedor al telefono de la
      *          ficha del maestro (nunca al que traiga la carta del
      *          cambio), anotando con quien hablo.  Cada alta,
      *          cambio, baja y verificacion deja su linea con los
      *          datos antes y despues en
      *          proveedores-banco-auditoria.dat, consultable por
      *          proveedor desde aqui.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CUENTAS_BANCO_PROVEEDOR".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CUENTAS BANCARIAS DE PROVEEDORES EN MODO INDEXADO
       SELECT proveedores-banco
       ASSIGN TO "proveedores-banco.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pbc-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-banco.

      *AUDITORIA DE CUENTAS BANCARIAS, SOLO SE AGREGA AL FINAL
       SELECT banco-auditoria
       ASSIGN TO "proveedores-banco-auditoria.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-pbau.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

       DATA DIVISION.
       FILE SECTION.
      *CUENTAS BANCARIAS DE PROVEEDORES
       FD proveedores-banco.
           COPY "PROVEEDOR-BANCO.CPY".

      *AUDITORIA DE CUENTAS BANCARIAS
       FD banco-auditoria.
           COPY "PROVEEDOR-BANCO-AUDITORIA.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-cuenta               PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-banco                PIC X(02) VALUE "00".
       77  estado-pbau                 PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  leyendo-cuentas             PIC X VALUE "S".
       77  leyendo-auditoria           PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  que-proveedor               PIC X(7) VALUE SPACES.
       77  que-moneda                  PIC X(3) VALUE SPACES.
       77  cuenta-existente            PIC X VALUE "N".
       77  confirmacion                PIC X VALUE "N".
       77  bic-entrada                 PIC X(11) VALUE SPACES.
       77  contacto-entrada            PIC X(25) VALUE SPACES.
       77  telefono-entrada            PIC X(9) VALUE SPACES.
       77  total-listadas              PIC 9(4) VALUE 0.

      *    DATOS BANCARIOS ANTES DEL CAMBIO, PARA LA AUDITORIA
       77  iban-anterior               PIC X(34) VALUE SPACES.
       77  bic-anterior                PIC X(11) VALUE SPACES.

      *    VERIFICACION DEL IBAN (ISO 13616): LOS CUATRO PRIMEROS
      *    CARACTERES PASAN AL FINAL, CADA LETRA VALE 10 A 35 Y EL
      *    NUMERO RESULTANTE MODULO 97 DEBE DAR 1
       77  iban-entrada                PIC X(34) VALUE SPACES.
       77  iban-reordenado             PIC X(34) VALUE SPACES.
       77  iban-invalido               PIC X VALUE "S".
       77  largo-iban                  PIC 9(2) VALUE 0.
       77  ix-car                      PIC 9(2) VALUE 0.
       77  caracter-iban               PIC X VALUE SPACE.
       77  digito-iban                 PIC 9 VALUE 0.
       77  valor-letra                 PIC 9(2) VALUE 0.
       77  resto-iban                  PIC 9(4) VALUE 0.
       77  caracter-invalido           PIC X VALUE "N".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       01  linea-cuenta.
           05  lc-prov-id              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-moneda               PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-iban                 PIC X(34).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-bic                  PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-estado               PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-cambiado-por         PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-fecha-cambio         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lc-verificado-por       PIC X(8).

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
               DISPLAY "Funcion reservada a supervisores"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-CUENTAS
           UNTIL salir-menu = "S".

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
           OPEN I-O proveedores-banco.
           IF estado-banco = "35"
               OPEN OUTPUT proveedores-banco
               CLOSE proveedores-banco
               OPEN I-O proveedores-banco
           END-IF.
           IF estado-banco NOT = "00"
               DISPLAY "No se pudo abrir proveedores-banco.dat, "
                   "estado: " estado-banco
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ABRIR-AUDITORIA.
           IF estado-pbau NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-proveedores
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       ABRIR-AUDITORIA.
           OPEN EXTEND banco-auditoria.
           IF estado-pbau = "35"
               OPEN OUTPUT banco-auditoria
           END-IF.
           IF estado-pbau NOT = "00"
               DISPLAY "No se pudo abrir "
                   "proveedores-banco-auditoria.dat, estado: "
                   estado-pbau
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE proveedores-banco.
           CLOSE banco-auditoria.
           CLOSE proveedores-archivo.

       MOSTRAR-MENU-CUENTAS.
           DISPLAY "===== CUENTAS BANCARIAS DE PROVEEDORES =====".
           DISPLAY "(C)ambiar o dar de alta una cuenta".
           DISPLAY "(V)erificar cuenta tras llamada al proveedor".
           DISPLAY "(B)aja de cuenta".
           DISPLAY "(L)istado de cuentas".
           DISPLAY "(H)istorial de cambios de un proveedor".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-cuenta.
           MOVE FUNCTION UPPER-CASE(opcion-cuenta) TO opcion-cuenta.

           EVALUATE opcion-cuenta
               WHEN "C"
                   PERFORM CAMBIAR-CUENTA
               WHEN "V"
                   PERFORM VERIFICAR-CUENTA
               WHEN "B"
                   PERFORM BAJA-CUENTA
               WHEN "L"
                   PERFORM LISTAR-CUENTAS
               WHEN "H"
                   PERFORM HISTORIAL-PROVEEDOR
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    PROVEEDOR DEL MAESTRO Y MONEDA DE LA CUENTA (VACIO = LA
      *    MONEDA HABITUAL DEL PROVEEDOR)
       TOMAR-PROVEEDOR-MONEDA.
           DISPLAY "ID del proveedor (vacio = volver): ".
           MOVE SPACES TO que-proveedor.
           ACCEPT que-proveedor.
           IF que-proveedor = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE que-proveedor TO prov-id.
           READ proveedores-archivo
               INVALID KEY
                   DISPLAY "Proveedor inexistente: " que-proveedor
                   MOVE SPACES TO que-proveedor
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY prov-nombre.

           DISPLAY "Moneda de la cuenta (vacio = " prov-moneda "): ".
           MOVE SPACES TO que-moneda.
           ACCEPT que-moneda.
           MOVE FUNCTION UPPER-CASE(que-moneda) TO que-moneda.
           IF que-moneda = SPACES
               MOVE prov-moneda TO que-moneda
           END-IF.

           MOVE que-proveedor TO pbc-prov-id.
           MOVE que-moneda TO pbc-moneda.
           READ proveedores-banco
               INVALID KEY
                   MOVE "N" TO cuenta-existente
               NOT INVALID KEY
                   MOVE "S" TO cuenta-existente
           END-READ.

      *    EL CAMBIO SIEMPRE DEJA LA CUENTA SIN VERIFICAR, AUNQUE LA
      *    ANTERIOR ESTUVIERA VERIFICADA: LA CORRIDA DE PAGOS
      *    RETIENE AL PROVEEDOR HASTA QUE OTRO SUPERVISOR LA CONFIRME
       CAMBIAR-CUENTA.
           PERFORM TOMAR-PROVEEDOR-MONEDA.
           IF que-proveedor = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO iban-anterior bic-anterior.
           IF cuenta-existente = "S"
               MOVE pbc-iban TO iban-anterior
               MOVE pbc-bic TO bic-anterior
               DISPLAY "Cuenta actual: " pbc-iban " " pbc-bic
           END-IF.

           MOVE "S" TO iban-invalido.
           PERFORM PEDIR-IBAN
           UNTIL iban-invalido = "N".

           DISPLAY "BIC de la entidad (8 u 11 caracteres): ".
           MOVE SPACES TO bic-entrada.
           ACCEPT bic-entrada.
           MOVE FUNCTION UPPER-CASE(bic-entrada) TO bic-entrada.
           IF bic-entrada(1:6) NOT ALPHABETIC-UPPER
           OR bic-entrada(8:1) = SPACE
               DISPLAY "BIC invalido, cambio cancelado: " bic-entrada
               EXIT PARAGRAPH
           END-IF.

           IF cuenta-existente = "S"
           AND iban-entrada = pbc-iban
           AND bic-entrada = pbc-bic
           AND NOT pbc-dada-de-baja
               DISPLAY "Sin cambios en la cuenta"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Confirma el cambio de cuenta (s/n): ".
           ACCEPT confirmacion.
           IF confirmacion NOT = "s" AND confirmacion NOT = "S"
               DISPLAY "Cambio cancelado"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-proveedor TO pbc-prov-id.
           MOVE que-moneda TO pbc-moneda.
           MOVE iban-entrada TO pbc-iban.
           MOVE bic-entrada TO pbc-bic.
           SET pbc-sin-verificar TO TRUE.
           MOVE fecha-hoy TO pbc-fecha-cambio.
           MOVE usuario-firmado TO pbc-cambiado-por.
           MOVE 0 TO pbc-fecha-verificacion.
           MOVE SPACES TO pbc-verificado-por pbc-contacto-verif
               pbc-telefono-verif.

           IF cuenta-existente = "S"
               REWRITE proveedor-banco
                   INVALID KEY
                       DISPLAY "No se pudo grabar la cuenta, "
                           "estado: " estado-banco
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "CAMBIO" TO pbau-operacion
           ELSE
               WRITE proveedor-banco
                   INVALID KEY
                       DISPLAY "No se pudo grabar la cuenta, "
                           "estado: " estado-banco
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "ALTA" TO pbau-operacion
           END-IF.

           MOVE SPACES TO pbau-contacto pbau-telefono.
           PERFORM GRABAR-AUDITORIA.
           DISPLAY "Cuenta grabada SIN VERIFICAR: otro supervisor "
               "debe confirmarla por telefono".

       PEDIR-IBAN.
           DISPLAY "IBAN del proveedor (sin espacios): ".
           ACCEPT iban-entrada.
           MOVE FUNCTION UPPER-CASE(iban-entrada) TO iban-entrada.

           PERFORM VALIDAR-IBAN.
           IF iban-invalido = "S"
               DISPLAY "IBAN invalido: " iban-entrada
           END-IF.

       VALIDAR-IBAN.
           MOVE "S" TO iban-invalido.

           IF iban-entrada = SPACES
               EXIT PARAGRAPH
           END-IF.

           COMPUTE largo-iban =
               FUNCTION LENGTH(FUNCTION TRIM(iban-entrada TRAILING)).

           IF largo-iban < 15
           OR iban-entrada(1:2) NOT ALPHABETIC-UPPER
           OR iban-entrada(3:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           IF iban-entrada(1:2) = "ES" AND largo-iban NOT = 24
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO iban-reordenado.
           STRING iban-entrada(5:largo-iban - 4)
               iban-entrada(1:4)
               DELIMITED BY SIZE INTO iban-reordenado.

           MOVE 0 TO resto-iban.
           MOVE 0 TO ix-car.
           MOVE "N" TO caracter-invalido.
           PERFORM SUMAR-CARACTER-IBAN
           UNTIL ix-car >= largo-iban
           OR caracter-invalido = "S".

           IF caracter-invalido = "N" AND resto-iban = 1
               MOVE "N" TO iban-invalido
           END-IF.

       SUMAR-CARACTER-IBAN.
           ADD 1 TO ix-car.
           MOVE iban-reordenado(ix-car:1) TO caracter-iban.

           IF caracter-iban IS NUMERIC
               MOVE caracter-iban TO digito-iban
               COMPUTE resto-iban =
                   FUNCTION MOD(resto-iban * 10 + digito-iban, 97)
               EXIT PARAGRAPH
           END-IF.

           IF caracter-iban IS ALPHABETIC-UPPER
           AND caracter-iban NOT = SPACE
               COMPUTE valor-letra =
                   FUNCTION ORD(caracter-iban) - FUNCTION ORD("A")
                   + 10
               COMPUTE resto-iban =
                   FUNCTION MOD(resto-iban * 100 + valor-letra, 97)
           ELSE
               MOVE "S" TO caracter-invalido
           END-IF.

      *    DOBLE CONTROL: QUIEN CAMBIO LA CUENTA NO LA VERIFICA.  LA
      *    LLAMADA SE HACE AL TELEFONO DE LA FICHA DEL PROVEEDOR.
       VERIFICAR-CUENTA.
           PERFORM TOMAR-PROVEEDOR-MONEDA.
           IF que-proveedor = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF cuenta-existente = "N"
               DISPLAY "El proveedor no tiene cuenta en "
                   que-moneda
               EXIT PARAGRAPH
           END-IF.

           IF NOT pbc-sin-verificar
               DISPLAY "La cuenta no esta pendiente de verificar"
               EXIT PARAGRAPH
           END-IF.

           IF pbc-cambiado-por = usuario-firmado
               DISPLAY "La cuenta la cambio el mismo usuario, debe "
                   "verificarla otro supervisor"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta a confirmar: " pbc-iban " " pbc-bic.
           DISPLAY "Cambiada por " pbc-cambiado-por " el "
               pbc-fecha-cambio.
           DISPLAY "Llame al proveedor al telefono de la ficha: "
               prov-telefono " (" prov-contacto ")".

           DISPLAY "Persona que confirma en el proveedor: ".
           MOVE SPACES TO contacto-entrada.
           ACCEPT contacto-entrada.
           MOVE FUNCTION UPPER-CASE(contacto-entrada)
               TO contacto-entrada.
           IF contacto-entrada = SPACES
               DISPLAY "Sin persona de contacto no se verifica"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Telefono al que llamo (vacio = " prov-telefono
               "): ".
           MOVE SPACES TO telefono-entrada.
           ACCEPT telefono-entrada.
           IF telefono-entrada = SPACES
               MOVE prov-telefono TO telefono-entrada
           END-IF.

           MOVE pbc-iban TO iban-anterior.
           MOVE pbc-bic TO bic-anterior.
           MOVE contacto-entrada TO pbau-contacto.
           MOVE telefono-entrada TO pbau-telefono.

           DISPLAY "¿El proveedor confirmo IBAN y BIC? (s/n)".
           ACCEPT confirmacion.
           IF confirmacion NOT = "s" AND confirmacion NOT = "S"
               MOVE "NO-CONFIRMA" TO pbau-operacion
               PERFORM GRABAR-AUDITORIA
               DISPLAY "Cuenta NO confirmada: sigue sin verificar "
                   "y los pagos retenidos"
               EXIT PARAGRAPH
           END-IF.

           SET pbc-verificada TO TRUE.
           MOVE fecha-hoy TO pbc-fecha-verificacion.
           MOVE usuario-firmado TO pbc-verificado-por.
           MOVE contacto-entrada TO pbc-contacto-verif.
           MOVE telefono-entrada TO pbc-telefono-verif.

           REWRITE proveedor-banco
               INVALID KEY
                   DISPLAY "No se pudo grabar la verificacion, "
                       "estado: " estado-banco
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE "VERIFICA" TO pbau-operacion.
           PERFORM GRABAR-AUDITORIA.
           DISPLAY "Cuenta verificada".

      *    LA BAJA NO BORRA: LA CUENTA QUEDA MARCADA Y EL PROVEEDOR
      *    SE RETIENE EN LA CORRIDA DE PAGOS HASTA TENER OTRA
       BAJA-CUENTA.
           PERFORM TOMAR-PROVEEDOR-MONEDA.
           IF que-proveedor = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF cuenta-existente = "N" OR pbc-dada-de-baja
               DISPLAY "El proveedor no tiene cuenta activa en "
                   que-moneda
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cuenta: " pbc-iban " " pbc-bic.
           DISPLAY "Confirma la baja de la cuenta (s/n): ".
           ACCEPT confirmacion.
           IF confirmacion NOT = "s" AND confirmacion NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           MOVE pbc-iban TO iban-anterior.
           MOVE pbc-bic TO bic-anterior.
           SET pbc-dada-de-baja TO TRUE.
           MOVE fecha-hoy TO pbc-fecha-cambio.
           MOVE usuario-firmado TO pbc-cambiado-por.

           REWRITE proveedor-banco
               INVALID KEY
                   DISPLAY "No se pudo grabar la baja, estado: "
                       estado-banco
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE "BAJA" TO pbau-operacion.
           MOVE SPACES TO pbau-contacto pbau-telefono.
           PERFORM GRABAR-AUDITORIA.
           DISPLAY "Cuenta dada de baja".

      *    LA LINEA LLEVA LA CUENTA TAL COMO QUEDO Y LA ANTERIOR
       GRABAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO pbau-fecha-hora.
           MOVE usuario-firmado TO pbau-usuario.
           MOVE que-proveedor TO pbau-prov-id.
           MOVE que-moneda TO pbau-moneda.
           MOVE iban-anterior TO pbau-ant-iban.
           MOVE bic-anterior TO pbau-ant-bic.
           MOVE pbc-iban TO pbau-nue-iban.
           MOVE pbc-bic TO pbau-nue-bic.

           WRITE proveedor-banco-auditoria.
           IF estado-pbau NOT = "00"
               DISPLAY "Error al grabar la auditoria, estado: "
                   estado-pbau
           END-IF.

       LISTAR-CUENTAS.
           MOVE 0 TO total-listadas.
           MOVE LOW-VALUES TO pbc-clave.
           START proveedores-banco KEY IS NOT LESS THAN pbc-clave
               INVALID KEY
                   DISPLAY "Sin cuentas registradas"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-cuentas.
           PERFORM LISTAR-UNA-CUENTA
           UNTIL leyendo-cuentas = "N".

           DISPLAY "Cuentas listadas: " total-listadas.

       LISTAR-UNA-CUENTA.
           READ proveedores-banco NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-cuentas
               NOT AT END
                   ADD 1 TO total-listadas
                   MOVE pbc-prov-id TO lc-prov-id
                   MOVE pbc-moneda TO lc-moneda
                   MOVE pbc-iban TO lc-iban
                   MOVE pbc-bic TO lc-bic
                   EVALUATE TRUE
                       WHEN pbc-verificada
                           MOVE "VERIFICADA" TO lc-estado
                       WHEN pbc-sin-verificar
                           MOVE "SIN VERIFICAR" TO lc-estado
                       WHEN OTHER
                           MOVE "DE BAJA" TO lc-estado
                   END-EVALUATE
                   MOVE pbc-cambiado-por TO lc-cambiado-por
                   MOVE pbc-fecha-cambio TO lc-fecha-cambio
                   MOVE pbc-verificado-por TO lc-verificado-por
                   DISPLAY linea-cuenta
           END-READ.

      *    LA AUDITORIA SE LEE DESDE EL PRINCIPIO Y SE REABRE PARA
      *    SEGUIR AGREGANDO
       HISTORIAL-PROVEEDOR.
           DISPLAY "ID del proveedor: ".
           MOVE SPACES TO que-proveedor.
           ACCEPT que-proveedor.
           IF que-proveedor = SPACES
               EXIT PARAGRAPH
           END-IF.

           CLOSE banco-auditoria.
           OPEN INPUT banco-auditoria.
           IF estado-pbau NOT = "00"
               DISPLAY "Sin historial de cuentas bancarias"
           ELSE
               MOVE 0 TO total-listadas
               MOVE "S" TO leyendo-auditoria
               PERFORM LEER-UNA-AUDITORIA
               UNTIL leyendo-auditoria = "N"
               DISPLAY "Movimientos: " total-listadas
               CLOSE banco-auditoria
           END-IF.

           PERFORM ABRIR-AUDITORIA.

       LEER-UNA-AUDITORIA.
           READ banco-auditoria
               AT END
                   MOVE "N" TO leyendo-auditoria
               NOT AT END
                   IF pbau-prov-id = que-proveedor
                       ADD 1 TO total-listadas
                       DISPLAY pbau-fecha-hora(1:8) " "
                           pbau-fecha-hora(9:6) " " pbau-operacion
                           " " pbau-usuario " " pbau-moneda
                       DISPLAY "    antes:   " pbau-ant-iban " "
                           pbau-ant-bic
                       DISPLAY "    despues: " pbau-nue-iban " "
                           pbau-nue-bic
                       IF pbau-contacto NOT = SPACES
                           DISPLAY "    llamada: " pbau-contacto
                               " tel. " pbau-telefono
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM "CUENTAS_BANCO_PROVEEDOR".
