      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acuerdos marco de compra y sus llamadas de entrega.
      *          Alta: proveedor, producto, precio pactado y moneda,
      *          cantidad comprometida y fechas de vigencia, numerado
      *          desde acuerdos-control.dat; no se admiten dos
      *          acuerdos vigentes del mismo producto que se solapen
      *          en fechas.  Modificar alarga la vigencia, sube o
      *          baja lo comprometido (nunca por debajo de lo ya
      *          consumido) o reprecia las llamadas futuras; la baja
      *          anula el acuerdo sin borrarlo.  La llamada emite una
      *          orden de compra de una linea contra el acuerdo, al
      *          precio pactado, numerada desde oc-control.dat como
      *          las de GENERAR_ORDENES_COMPRA, con su documento en
      *          ordenes-compra.prt, y suma la cantidad a la
      *          consumida; no se llama por encima de lo pendiente
      *          ni fuera de fechas.  Exige operador firmado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ACUERDOS_COMPRA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ACUERDOS MARCO EN MODO INDEXADO
       SELECT acuerdos-compra
       ASSIGN TO "acuerdos-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-numero
       ALTERNATE RECORD KEY IS acu-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

      *REGISTRO DE NUMERACION DE ACUERDOS (UN SOLO REGISTRO)
       SELECT acuerdos-control
       ASSIGN TO "acuerdos-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *CABECERAS DE ORDEN DE COMPRA
       SELECT ordenes-compra
       ASSIGN TO "ordenes-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ordenes.

      *LINEAS DE ORDEN DE COMPRA
       SELECT ordenes-detalle
       ASSIGN TO "ordenes-compra-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ocd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ocdet.

      *REGISTRO DE NUMERACION DE ORDENES (UN SOLO REGISTRO)
       SELECT oc-control
       ASSIGN TO "oc-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-occtrl.

      *DOCUMENTOS DE ORDEN IMPRESOS
       SELECT ordenes-impresas
       ASSIGN TO "ordenes-compra.prt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-impresas.

       DATA DIVISION.
       FILE SECTION.
      *ACUERDOS MARCO
       FD acuerdos-compra.
           COPY "ACUERDO-COMPRA.CPY".

      *REGISTRO DE NUMERACION DE ACUERDOS
       FD acuerdos-control.
       01  control-registro.
           05  ctrl-ultimo-acuerdo     PIC 9(6).

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *CABECERAS DE ORDEN DE COMPRA
       FD ordenes-compra.
           COPY "ORDEN-COMPRA-CABECERA.CPY".

      *LINEAS DE ORDEN DE COMPRA
       FD ordenes-detalle.
           COPY "ORDEN-COMPRA-DETALLE.CPY".

      *REGISTRO DE NUMERACION DE ORDENES
       FD oc-control.
       01  oc-control-registro.
           05  ctrl-ultima-orden       PIC 9(6).

      *DOCUMENTOS IMPRESOS
       FD ordenes-impresas.
       01  linea-impresa               PIC X(80).

       WORKING-STORAGE SECTION.
       77  opcion-acuerdo              PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-ordenes              PIC X(02) VALUE "00".
       77  estado-ocdet                PIC X(02) VALUE "00".
       77  estado-occtrl               PIC X(02) VALUE "00".
       77  estado-impresas             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-compra       VALUE "C" "D".
       77  que-acuerdo                 PIC 9(6) VALUE 0.
       77  que-proveedor               PIC X(7) VALUE SPACES.
       77  que-producto                PIC 9(6) VALUE 0.
       77  que-moneda                  PIC X(3) VALUE SPACES.
       77  moneda-nueva                PIC X(3) VALUE SPACES.
       77  datos-validos               PIC X VALUE "N".
       77  confirmacion                PIC X VALUE "N".
       77  numero-acuerdo              PIC 9(6) VALUE 0.
       77  numero-orden                PIC 9(6) VALUE 0.
       77  fecha-nueva                 PIC 9(8) VALUE 0.
       77  fecha-desde-nueva           PIC 9(8) VALUE 0.
       77  fecha-hasta-nueva           PIC 9(8) VALUE 0.
       77  precio-nuevo                PIC 9(4)V99 VALUE 0.
       77  cantidad-nueva              PIC 9(8) VALUE 0.
       77  cantidad-pendiente          PIC 9(8) VALUE 0.
       77  cantidad-llamada            PIC 9(6) VALUE 0.
       77  acuerdo-solapado            PIC 9(6) VALUE 0.
       77  leyendo-acuerdos            PIC X VALUE "S".

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       01  orden-titulo.
           05  FILLER                  PIC X(17)
               VALUE "ORDEN DE COMPRA ".
           05  ot-numero               PIC 9(6).
           05  FILLER                  PIC X(13)
               VALUE "  PROVEEDOR: ".
           05  ot-prov-id              PIC X(7).
           05  FILLER                  PIC X(8) VALUE "  FECHA ".
           05  ot-fecha                PIC 9(8).

       01  orden-linea-impresa.
           05  ol-producto             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ol-descript             PIC X(35).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ol-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(3) VALUE " A ".
           05  ol-precio               PIC Z.ZZ9,99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ol-moneda               PIC X(3).

       01  orden-linea-acuerdo.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(28)
               VALUE "LLAMADA CONTRA ACUERDO MARCO".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ola-acuerdo             PIC 9(6).
           05  FILLER                  PIC X(12)
               VALUE "  PENDIENTE ".
           05  ola-pendiente           PIC ZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Operador no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM MOSTRAR-MENU-ACUERDOS
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
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

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O acuerdos-compra.
           IF estado-acuerdos = "35"
               OPEN OUTPUT acuerdos-compra
               CLOSE acuerdos-compra
               OPEN I-O acuerdos-compra
           END-IF.
           IF estado-acuerdos NOT = "00"
               DISPLAY "No se pudo abrir acuerdos-compra.dat, "
                   "estado: " estado-acuerdos
               STOP RUN
           END-IF.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-proveedores
               STOP RUN
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               STOP RUN
           END-IF.

           OPEN I-O ordenes-compra.
           IF estado-ordenes = "35"
               OPEN OUTPUT ordenes-compra
               CLOSE ordenes-compra
               OPEN I-O ordenes-compra
           END-IF.
           IF estado-ordenes NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.dat, "
                   "estado: " estado-ordenes
               STOP RUN
           END-IF.

           OPEN I-O ordenes-detalle.
           IF estado-ocdet = "35"
               OPEN OUTPUT ordenes-detalle
               CLOSE ordenes-detalle
               OPEN I-O ordenes-detalle
           END-IF.
           IF estado-ocdet NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra-detalle.dat, "
                   "estado: " estado-ocdet
               STOP RUN
           END-IF.

           OPEN EXTEND ordenes-impresas.
           IF estado-impresas = "35"
               OPEN OUTPUT ordenes-impresas
           END-IF.
           IF estado-impresas NOT = "00"
               DISPLAY "No se pudo abrir ordenes-compra.prt, "
                   "estado: " estado-impresas
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE acuerdos-compra.
           CLOSE proveedores-archivo.
           CLOSE producto-dinamic.
           CLOSE ordenes-compra.
           CLOSE ordenes-detalle.
           CLOSE ordenes-impresas.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT acuerdos-control.
           IF estado-control = "35"
               MOVE 0 TO numero-acuerdo
           ELSE
               READ acuerdos-control
                   AT END
                       MOVE 0 TO numero-acuerdo
                   NOT AT END
                       MOVE ctrl-ultimo-acuerdo TO numero-acuerdo
               END-READ
               CLOSE acuerdos-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT acuerdos-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar acuerdos-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-acuerdo TO ctrl-ultimo-acuerdo
               WRITE control-registro
               CLOSE acuerdos-control
           END-IF.

       MOSTRAR-MENU-ACUERDOS.
           DISPLAY "===== ACUERDOS MARCO DE COMPRA =====".
           DISPLAY "(A)lta de acuerdo".
           DISPLAY "(M)odificar o prorrogar acuerdo".
           DISPLAY "(B)aja de acuerdo".
           DISPLAY "(E)mitir llamada de entrega".
           DISPLAY "(L)istado completo".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-acuerdo.
           MOVE FUNCTION UPPER-CASE(opcion-acuerdo)
               TO opcion-acuerdo.

           EVALUATE opcion-acuerdo
               WHEN "A"
                   PERFORM ALTA-ACUERDO
               WHEN "M"
                   PERFORM MODIFICAR-ACUERDO
               WHEN "B"
                   PERFORM BAJA-ACUERDO
               WHEN "E"
                   PERFORM EMITIR-LLAMADA
               WHEN "L"
                   PERFORM LISTAR-ACUERDOS
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-ACUERDO.
           MOVE 0 TO que-acuerdo.
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
                   EXIT PARAGRAPH
           END-READ.
           MOVE prov-moneda TO que-moneda.

           DISPLAY "ID del producto: ".
           MOVE 0 TO que-producto.
           ACCEPT que-producto.
           MOVE que-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-producto
                   EXIT PARAGRAPH
           END-READ.

           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-compra
               DISPLAY "Producto bloqueado para compra: "
                   que-producto " " producto-descript
               EXIT PARAGRAPH
           END-IF.
           DISPLAY producto-descript.

           PERFORM CAPTURAR-VIGENCIA.
           IF datos-validos = "N"
               DISPLAY "Acuerdo descartado"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO acuerdo-solapado.
           PERFORM BUSCAR-SOLAPE.
           IF acuerdo-solapado NOT = 0
               DISPLAY "Ya hay un acuerdo vigente del producto en "
                   "esas fechas: " acuerdo-solapado
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Precio pactado: ".
           MOVE 0 TO precio-nuevo.
           ACCEPT precio-nuevo.
           IF precio-nuevo = 0
               DISPLAY "Precio cero, acuerdo descartado"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Moneda (vacio = " que-moneda "): ".
           MOVE SPACES TO moneda-nueva.
           ACCEPT moneda-nueva.
           MOVE FUNCTION UPPER-CASE(moneda-nueva) TO moneda-nueva.
           IF moneda-nueva NOT = SPACES
               MOVE moneda-nueva TO que-moneda
           END-IF.

           DISPLAY "Cantidad total comprometida: ".
           MOVE 0 TO cantidad-nueva.
           ACCEPT cantidad-nueva.
           IF cantidad-nueva = 0
               DISPLAY "Cantidad cero, acuerdo descartado"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO numero-acuerdo.
           MOVE SPACES TO acuerdo-compra.
           MOVE numero-acuerdo TO acu-numero.
           MOVE que-proveedor TO acu-prov-id.
           MOVE que-producto TO acu-producto-id.
           MOVE precio-nuevo TO acu-precio.
           MOVE que-moneda TO acu-moneda.
           MOVE cantidad-nueva TO acu-cantidad-comprometida.
           MOVE 0 TO acu-cantidad-consumida.
           MOVE fecha-desde-nueva TO acu-fecha-desde.
           MOVE fecha-hasta-nueva TO acu-fecha-hasta.
           SET acu-vigente TO TRUE.
           MOVE fecha-hoy TO acu-fecha-alta.
           MOVE empleado-firmado TO acu-empleados-id.

           WRITE acuerdo-compra
               INVALID KEY
                   DISPLAY "No se pudo grabar el acuerdo, estado: "
                       estado-acuerdos
                   SUBTRACT 1 FROM numero-acuerdo
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   DISPLAY "Acuerdo " acu-numero " grabado"
           END-WRITE.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

       CAPTURAR-VIGENCIA.
           MOVE "N" TO datos-validos.

           DISPLAY "Vigente desde AAAAMMDD (0 = hoy): ".
           MOVE 0 TO fecha-nueva.
           ACCEPT fecha-nueva.
           IF fecha-nueva = 0
               MOVE fecha-hoy TO fecha-nueva
           END-IF.
           PERFORM VALIDAR-FECHA.
           IF sf-resultado NOT = "S"
               DISPLAY "Fecha de inicio invalida: " fecha-nueva
               EXIT PARAGRAPH
           END-IF.
           MOVE fecha-nueva TO fecha-desde-nueva.

           DISPLAY "Vigente hasta AAAAMMDD: ".
           MOVE 0 TO fecha-nueva.
           ACCEPT fecha-nueva.
           PERFORM VALIDAR-FECHA.
           IF sf-resultado NOT = "S"
               DISPLAY "Fecha de fin invalida: " fecha-nueva
               EXIT PARAGRAPH
           END-IF.
           IF fecha-nueva <= fecha-desde-nueva
               DISPLAY "La fecha de fin debe ser posterior al inicio"
               EXIT PARAGRAPH
           END-IF.
           MOVE fecha-nueva TO fecha-hasta-nueva.

           MOVE "S" TO datos-validos.

       VALIDAR-FECHA.
           MOVE "V" TO sf-operacion.
           MOVE fecha-nueva TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

      *    LA GENERACION AUTOMATICA TOMA EL PRIMER ACUERDO ACTIVO
      *    DEL PRODUCTO: DOS VIGENTES A LA VEZ SERIAN AMBIGUOS
       BUSCAR-SOLAPE.
           MOVE que-producto TO acu-producto-id.
           START acuerdos-compra KEY IS = acu-producto-id
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-acuerdos.
           PERFORM PROBAR-SOLAPE
           UNTIL leyendo-acuerdos = "N".

       PROBAR-SOLAPE.
           READ acuerdos-compra NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-acuerdos
               NOT AT END
                   IF acu-producto-id NOT = que-producto
                       MOVE "N" TO leyendo-acuerdos
                   ELSE
                       IF acu-vigente
                       AND acu-numero NOT = que-acuerdo
                       AND acu-fecha-desde <= fecha-hasta-nueva
                       AND acu-fecha-hasta >= fecha-desde-nueva
                           MOVE acu-numero TO acuerdo-solapado
                           MOVE "N" TO leyendo-acuerdos
                       END-IF
                   END-IF
           END-READ.

      *    PRORROGAR ES ALARGAR LA FECHA DE FIN; LO COMPROMETIDO NO
      *    BAJA DE LO YA LLAMADO Y EL PRECIO NUEVO RIGE PARA LAS
      *    LLAMADAS SIGUIENTES
       MODIFICAR-ACUERDO.
           PERFORM LEER-ACUERDO.
           IF que-acuerdo = 0
               EXIT PARAGRAPH
           END-IF.

           IF acu-anulado
               DISPLAY "Acuerdo anulado, no se modifica"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nueva fecha de fin AAAAMMDD (0 = igual): ".
           MOVE 0 TO fecha-nueva.
           ACCEPT fecha-nueva.
           IF fecha-nueva NOT = 0
               PERFORM VALIDAR-FECHA
               IF sf-resultado NOT = "S"
               OR fecha-nueva <= acu-fecha-desde
                   DISPLAY "Fecha de fin invalida: " fecha-nueva
                   EXIT PARAGRAPH
               END-IF
               IF fecha-nueva > acu-fecha-hasta
                   MOVE acu-producto-id TO que-producto
                   COMPUTE fecha-desde-nueva = acu-fecha-hasta + 1
                   MOVE fecha-nueva TO fecha-hasta-nueva
                   MOVE 0 TO acuerdo-solapado
                   PERFORM BUSCAR-SOLAPE
                   PERFORM RELEER-ACUERDO
                   IF acuerdo-solapado NOT = 0
                       DISPLAY "La prorroga se solapa con el acuerdo "
                           acuerdo-solapado
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE fecha-nueva TO acu-fecha-hasta
           END-IF.

           DISPLAY "Nueva cantidad comprometida (0 = igual): ".
           MOVE 0 TO cantidad-nueva.
           ACCEPT cantidad-nueva.
           IF cantidad-nueva NOT = 0
               IF cantidad-nueva < acu-cantidad-consumida
                   DISPLAY "Ya se llamaron " acu-cantidad-consumida
                       ", no se compromete menos"
                   EXIT PARAGRAPH
               END-IF
               MOVE cantidad-nueva TO acu-cantidad-comprometida
           END-IF.

           DISPLAY "Nuevo precio pactado (0 = igual): ".
           MOVE 0 TO precio-nuevo.
           ACCEPT precio-nuevo.
           IF precio-nuevo NOT = 0
               MOVE precio-nuevo TO acu-precio
           END-IF.

           REWRITE acuerdo-compra
               INVALID KEY
                   DISPLAY "No se pudo modificar el acuerdo, "
                       "estado: " estado-acuerdos
               NOT INVALID KEY
                   DISPLAY "Acuerdo modificado: " acu-numero
           END-REWRITE.

      *    LA BUSQUEDA DE SOLAPES RECORRE EL ARCHIVO: SE VUELVE A
      *    LEER EL ACUERDO EN CURSO ANTES DE REGRABARLO
       RELEER-ACUERDO.
           MOVE que-acuerdo TO acu-numero.
           READ acuerdos-compra
               INVALID KEY
                   DISPLAY "Acuerdo inexistente: " que-acuerdo
                   MOVE 0 TO que-acuerdo
           END-READ.

       BAJA-ACUERDO.
           PERFORM LEER-ACUERDO.
           IF que-acuerdo = 0
               EXIT PARAGRAPH
           END-IF.

           IF acu-anulado
               DISPLAY "El acuerdo ya esta anulado"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Anular el acuerdo? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           SET acu-anulado TO TRUE.
           REWRITE acuerdo-compra
               INVALID KEY
                   DISPLAY "No se pudo anular, estado: "
                       estado-acuerdos
               NOT INVALID KEY
                   DISPLAY "Acuerdo anulado: " acu-numero
           END-REWRITE.

      *    LA LLAMADA ES UNA ORDEN DE REPOSICION DE UNA LINEA AL
      *    PRECIO DEL ACUERDO; LA CANTIDAD PASA A CONSUMIDA AL
      *    EMITIRLA, SE RECIBA O NO DESPUES
       EMITIR-LLAMADA.
           PERFORM LEER-ACUERDO.
           IF que-acuerdo = 0
               EXIT PARAGRAPH
           END-IF.

           IF acu-anulado
               DISPLAY "Acuerdo anulado, no admite llamadas"
               EXIT PARAGRAPH
           END-IF.

           IF acu-fecha-desde > fecha-hoy
           OR acu-fecha-hasta < fecha-hoy
               DISPLAY "El acuerdo no esta vigente hoy (del "
                   acu-fecha-desde " al " acu-fecha-hasta ")"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE cantidad-pendiente =
               acu-cantidad-comprometida - acu-cantidad-consumida.
           IF cantidad-pendiente = 0
               DISPLAY "El acuerdo ya esta consumido del todo"
               EXIT PARAGRAPH
           END-IF.

           MOVE acu-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " acu-producto-id
                   EXIT PARAGRAPH
           END-READ.

           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-compra
               DISPLAY "Producto bloqueado para compra: "
                   producto-id " " producto-descript
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Cantidad a llamar (pendiente " cantidad-pendiente
               "): ".
           MOVE 0 TO cantidad-llamada.
           ACCEPT cantidad-llamada.
           IF cantidad-llamada = 0
           OR cantidad-llamada > cantidad-pendiente
               DISPLAY "Cantidad invalida, pendiente "
                   cantidad-pendiente
               EXIT PARAGRAPH
           END-IF.

           PERFORM LEER-ULTIMA-ORDEN.
           ADD 1 TO numero-orden.

           MOVE SPACES TO orden-compra-cabecera.
           MOVE numero-orden TO oc-numero.
           MOVE acu-prov-id TO oc-prov-id.
           MOVE fecha-hoy TO oc-fecha.
           SET oc-abierta TO TRUE.
           SET oc-reposicion TO TRUE.
           MOVE 1 TO oc-total-lineas.
           MOVE 0 TO oc-pedido.

           WRITE orden-compra-cabecera
               INVALID KEY
                   DISPLAY "No se pudo grabar la orden, estado: "
                       estado-ordenes
                   EXIT PARAGRAPH
           END-WRITE.

           PERFORM GRABAR-ULTIMA-ORDEN.

           MOVE SPACES TO orden-compra-detalle.
           MOVE numero-orden TO ocd-numero.
           MOVE 1 TO ocd-linea.
           MOVE acu-producto-id TO ocd-producto-id.
           MOVE cantidad-llamada TO ocd-cantidad-pedida.
           MOVE 0 TO ocd-cantidad-recibida.
           SET ocd-abierta TO TRUE.
           MOVE acu-precio TO ocd-precio.
           MOVE acu-numero TO ocd-acuerdo.

           WRITE orden-compra-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar linea de orden, "
                       "estado: " estado-ocdet
                   EXIT PARAGRAPH
           END-WRITE.

           ADD cantidad-llamada TO acu-cantidad-consumida.
           REWRITE acuerdo-compra
               INVALID KEY
                   DISPLAY "No se pudo anotar el consumo, estado: "
                       estado-acuerdos
           END-REWRITE.

           COMPUTE cantidad-pendiente =
               acu-cantidad-comprometida - acu-cantidad-consumida.
           PERFORM IMPRIMIR-LLAMADA.

           DISPLAY "Orden " numero-orden " emitida contra el acuerdo "
               acu-numero "; pendiente " cantidad-pendiente.

       IMPRIMIR-LLAMADA.
           MOVE numero-orden TO ot-numero.
           MOVE acu-prov-id TO ot-prov-id.
           MOVE fecha-hoy TO ot-fecha.
           WRITE linea-impresa FROM orden-titulo.

           MOVE acu-producto-id TO ol-producto.
           MOVE producto-descript TO ol-descript.
           MOVE cantidad-llamada TO ol-cantidad.
           MOVE acu-precio TO ol-precio.
           MOVE acu-moneda TO ol-moneda.
           WRITE linea-impresa FROM orden-linea-impresa.

           MOVE acu-numero TO ola-acuerdo.
           MOVE cantidad-pendiente TO ola-pendiente.
           WRITE linea-impresa FROM orden-linea-acuerdo.

           WRITE linea-impresa FROM SPACES.

      *    LA NUMERACION SE LEE Y SE GRABA EN CADA LLAMADA PARA NO
      *    PISAR LAS ORDENES QUE EMITA ENTRETANTO OTRO PROGRAMA
       LEER-ULTIMA-ORDEN.
           OPEN INPUT oc-control.
           IF estado-occtrl = "35"
               MOVE 0 TO numero-orden
           ELSE
               READ oc-control
                   AT END
                       MOVE 0 TO numero-orden
                   NOT AT END
                       MOVE ctrl-ultima-orden TO numero-orden
               END-READ
               CLOSE oc-control
           END-IF.

       GRABAR-ULTIMA-ORDEN.
           OPEN OUTPUT oc-control.
           IF estado-occtrl NOT = "00"
               DISPLAY "No se pudo grabar oc-control.dat, estado: "
                   estado-occtrl
           ELSE
               MOVE numero-orden TO ctrl-ultima-orden
               WRITE oc-control-registro
               CLOSE oc-control
           END-IF.

       LEER-ACUERDO.
           DISPLAY "Numero de acuerdo (0 = volver): ".
           MOVE 0 TO que-acuerdo.
           ACCEPT que-acuerdo.
           IF que-acuerdo = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-acuerdo TO acu-numero.
           READ acuerdos-compra
               INVALID KEY
                   DISPLAY "Acuerdo inexistente: " que-acuerdo
                   MOVE 0 TO que-acuerdo
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-ACUERDO.

       MOSTRAR-ACUERDO.
           DISPLAY acu-numero " proveedor " acu-prov-id " producto "
               acu-producto-id " a " acu-precio " " acu-moneda.
           DISPLAY "  Del " acu-fecha-desde " al " acu-fecha-hasta
               "  comprometido " acu-cantidad-comprometida
               "  consumido " acu-cantidad-consumida
               "  estado " acu-estado.

       LISTAR-ACUERDOS.
           MOVE 0 TO acu-numero.
           START acuerdos-compra KEY IS NOT LESS THAN acu-numero
               INVALID KEY
                   DISPLAY "Sin acuerdos"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-acuerdos.
           PERFORM LISTAR-UN-ACUERDO
           UNTIL leyendo-acuerdos = "N".

       LISTAR-UN-ACUERDO.
           READ acuerdos-compra NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-acuerdos
               NOT AT END
                   PERFORM MOSTRAR-ACUERDO
           END-READ.

       END PROGRAM "ACUERDOS_COMPRA".
