      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alta de requisiciones de compra a mano, para
      *          cualquier departamento.  El operador firmado queda
      *          como solicitante; indica departamento (validado
      *          contra departamentos.dat), producto, cantidad y la
      *          justificacion, que es obligatoria.  El proveedor y
      *          el precio se proponen desde el primer enlace
      *          producto-proveedor; si el producto tiene un acuerdo
      *          marco activo con pendiente suficiente se ofrece
      *          pedir contra el.  El importe se valora en EUR a hoy
      *          (SERVICIOS-CAMBIO) y la requisicion queda pendiente
      *          de aprobacion; no se emite ninguna orden.  Tambien
      *          lista las requisiciones del solicitante con su
      *          estado y quien actuo en cada una.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REQUISICIONES_COMPRA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *REQUISICIONES DE COMPRA
       SELECT requisiciones
       ASSIGN TO "requisiciones-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS req-numero
       ALTERNATE RECORD KEY IS req-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisiciones.

      *REGISTRO DE NUMERACION DE REQUISICIONES (UN SOLO REGISTRO)
       SELECT req-control
       ASSIGN TO "requisiciones-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *MAESTRO DE DEPARTAMENTOS, SOLO LECTURA
       SELECT departamentos-archivo
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS depto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-departamentos.

      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *ENLACES PRODUCTO-PROVEEDOR, SOLO LECTURA
       SELECT producto-proveedor
       ASSIGN TO "producto-proveedor.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-enlaces.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *ACUERDOS MARCO DE COMPRA, SOLO LECTURA
       SELECT acuerdos-compra
       ASSIGN TO "acuerdos-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS acu-numero
       ALTERNATE RECORD KEY IS acu-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

       DATA DIVISION.
       FILE SECTION.
      *REQUISICIONES DE COMPRA
       FD requisiciones.
           COPY "REQUISICION-COMPRA.CPY".

      *REGISTRO DE NUMERACION
       FD req-control.
       01  control-registro.
           05  ctrl-ultima-requisicion PIC 9(6).

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *ENLACES PRODUCTO-PROVEEDOR
       FD producto-proveedor.
           COPY "PRODUCTO-PROVEEDOR.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *ACUERDOS MARCO DE COMPRA
       FD acuerdos-compra.
           COPY "ACUERDO-COMPRA.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-requisicion          PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-requisiciones        PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-departamentos        PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-enlaces              PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  hay-acuerdos                PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-compra       VALUE "C" "D".
       77  numero-requisicion          PIC 9(6) VALUE 0.
       77  que-departamento            PIC X(4) VALUE SPACES.
       77  que-producto                PIC 9(6) VALUE 0.
       77  que-proveedor               PIC X(7) VALUE SPACES.
       77  que-moneda                  PIC X(3) VALUE SPACES.
       77  que-justificacion           PIC X(40) VALUE SPACES.
       77  que-acuerdo                 PIC 9(6) VALUE 0.
       77  cantidad-nueva              PIC 9(6) VALUE 0.
       77  precio-nuevo                PIC 9(4)V99 VALUE 0.
       77  precio-propuesto            PIC 9(4)V99 VALUE 0.
       77  cantidad-pendiente          PIC 9(8) VALUE 0.
       77  leyendo-acuerdos            PIC X VALUE "S".
       77  leyendo-requisiciones       PIC X VALUE "S".
       77  confirmacion                PIC X VALUE "N".
       77  total-listadas              PIC 9(4) VALUE 0.

      *    CAMPOS PARA SERVICIOS-CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       01  linea-requisicion.
           05  lr-numero               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lr-producto             PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lr-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lr-importe              PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(5) VALUE " EUR ".
           05  lr-estado               PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lr-actor                PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  lr-oc                   PIC X(10).

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

           PERFORM MOSTRAR-MENU-REQUISICIONES
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
           OPEN I-O requisiciones.
           IF estado-requisiciones = "35"
               OPEN OUTPUT requisiciones
               CLOSE requisiciones
               OPEN I-O requisiciones
           END-IF.
           IF estado-requisiciones NOT = "00"
               DISPLAY "No se pudo abrir requisiciones-compra.dat, "
                   "estado: " estado-requisiciones
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-departamentos NOT = "00"
               DISPLAY "No se pudo abrir departamentos.dat, estado: "
                   estado-departamentos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto.dat, estado: "
                   estado-producto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT producto-proveedor.
           IF estado-enlaces NOT = "00"
               DISPLAY "No se pudo abrir producto-proveedor.dat, "
                   "estado: " estado-enlaces
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

      *    SIN ACUERDOS MARCO SE PIDE TODO POR EL ENLACE
           OPEN INPUT acuerdos-compra.
           IF estado-acuerdos = "00"
               MOVE "S" TO hay-acuerdos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE requisiciones.
           CLOSE departamentos-archivo.
           CLOSE producto-dinamic.
           CLOSE producto-proveedor.
           CLOSE proveedores-archivo.
           IF hay-acuerdos = "S"
               CLOSE acuerdos-compra
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT req-control.
           IF estado-control = "35"
               MOVE 0 TO numero-requisicion
           ELSE
               READ req-control
                   AT END
                       MOVE 0 TO numero-requisicion
                   NOT AT END
                       MOVE ctrl-ultima-requisicion
                           TO numero-requisicion
               END-READ
               CLOSE req-control
           END-IF.

      *    SE GRABA TRAS CADA ALTA: LA REPOSICION AUTOMATICA
      *    NUMERA DEL MISMO CONTADOR
       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT req-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar requisiciones-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-requisicion TO ctrl-ultima-requisicion
               WRITE control-registro
               CLOSE req-control
           END-IF.

       MOSTRAR-MENU-REQUISICIONES.
           DISPLAY "===== REQUISICIONES DE COMPRA =====".
           DISPLAY "(A)lta de requisicion".
           DISPLAY "(L)istar mis requisiciones".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-requisicion.
           MOVE FUNCTION UPPER-CASE(opcion-requisicion)
               TO opcion-requisicion.

           EVALUATE opcion-requisicion
               WHEN "A"
                   PERFORM ALTA-REQUISICION
               WHEN "L"
                   PERFORM LISTAR-MIS-REQUISICIONES
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-REQUISICION.
           DISPLAY "Departamento solicitante (vacio = volver): ".
           MOVE SPACES TO que-departamento.
           ACCEPT que-departamento.
           MOVE FUNCTION UPPER-CASE(que-departamento)
               TO que-departamento.
           IF que-departamento = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE que-departamento TO depto-id.
           READ departamentos-archivo
               INVALID KEY
                   DISPLAY "Departamento inexistente: "
                       que-departamento
                   EXIT PARAGRAPH
           END-READ.
           IF NOT depto-activo
               DISPLAY "Departamento inactivo: " que-departamento
               EXIT PARAGRAPH
           END-IF.

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

           DISPLAY "Cantidad: ".
           MOVE 0 TO cantidad-nueva.
           ACCEPT cantidad-nueva.
           IF cantidad-nueva = 0
               DISPLAY "Cantidad cero, requisicion descartada"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Justificacion: ".
           MOVE SPACES TO que-justificacion.
           ACCEPT que-justificacion.
           IF que-justificacion = SPACES
               DISPLAY "Sin justificacion no se admite la "
                   "requisicion"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO que-acuerdo.
           IF hay-acuerdos = "S"
               PERFORM OFRECER-ACUERDO
           END-IF.

           IF que-acuerdo = 0
               PERFORM CAPTURAR-PROVEEDOR
               IF que-proveedor = SPACES
                   DISPLAY "Requisicion descartada"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO numero-requisicion.
           MOVE SPACES TO requisicion-compra.
           MOVE numero-requisicion TO req-numero.
           SET req-manual TO TRUE.
           MOVE que-departamento TO req-departamento.
           MOVE empleado-firmado TO req-solicitante.
           MOVE que-justificacion TO req-justificacion.
           MOVE que-producto TO req-producto-id.
           MOVE que-proveedor TO req-prov-id.
           MOVE cantidad-nueva TO req-cantidad.
           MOVE precio-nuevo TO req-precio.
           MOVE que-moneda TO req-moneda.
           MOVE que-acuerdo TO req-acuerdo.
           MOVE fecha-hoy TO req-fecha-alta.
           SET req-pendiente TO TRUE.
           MOVE 0 TO req-fecha-resolucion req-fecha-conversion
               req-oc-numero.
           PERFORM VALORAR-EN-EUR.

           DISPLAY "Importe en EUR: " req-importe-eur.
           DISPLAY "Confirma la requisicion (s/n): ".
           ACCEPT confirmacion.
           IF confirmacion NOT = "s" AND confirmacion NOT = "S"
               SUBTRACT 1 FROM numero-requisicion
               DISPLAY "Requisicion descartada"
               EXIT PARAGRAPH
           END-IF.

           WRITE requisicion-compra
               INVALID KEY
                   DISPLAY "No se pudo grabar la requisicion, "
                       "estado: " estado-requisiciones
                   SUBTRACT 1 FROM numero-requisicion
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   DISPLAY "Requisicion " req-numero
                       " pendiente de aprobacion"
           END-WRITE.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

      *    UN ACUERDO ACTIVO CON PENDIENTE PARA TODA LA CANTIDAD SE
      *    OFRECE ANTES QUE EL ENLACE: PRECIO Y PROVEEDOR PACTADOS
       OFRECER-ACUERDO.
           MOVE que-producto TO acu-producto-id.
           START acuerdos-compra KEY IS = acu-producto-id
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-acuerdos.
           PERFORM PROBAR-ACUERDO
           UNTIL leyendo-acuerdos = "N".

       PROBAR-ACUERDO.
           READ acuerdos-compra NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-acuerdos
               NOT AT END
                   IF acu-producto-id NOT = que-producto
                       MOVE "N" TO leyendo-acuerdos
                   ELSE
                       COMPUTE cantidad-pendiente =
                           acu-cantidad-comprometida
                           - acu-cantidad-consumida
                       IF acu-vigente
                       AND acu-fecha-desde <= fecha-hoy
                       AND acu-fecha-hasta >= fecha-hoy
                       AND cantidad-pendiente >= cantidad-nueva
                           MOVE "N" TO leyendo-acuerdos
                           PERFORM PREGUNTAR-ACUERDO
                       END-IF
                   END-IF
           END-READ.

       PREGUNTAR-ACUERDO.
           DISPLAY "Acuerdo marco " acu-numero " con "
               acu-prov-id " a " acu-precio " " acu-moneda.
           DISPLAY "Pedir contra el acuerdo (s/n): ".
           ACCEPT confirmacion.
           IF confirmacion = "s" OR confirmacion = "S"
               MOVE acu-numero TO que-acuerdo
               MOVE acu-prov-id TO que-proveedor
               MOVE acu-precio TO precio-nuevo
               MOVE acu-moneda TO que-moneda
           END-IF.

      *    PROPUESTA DEL PRIMER ENLACE DEL PRODUCTO; EL SOLICITANTE
      *    PUEDE NOMBRAR OTRO PROVEEDOR Y OTRO PRECIO ESTIMADO
       CAPTURAR-PROVEEDOR.
           MOVE SPACES TO que-proveedor.
           MOVE 0 TO precio-propuesto.

           MOVE que-producto TO prpr-producto-id.
           MOVE SPACES TO prpr-prov-id.
           START producto-proveedor KEY IS NOT LESS THAN prpr-clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ producto-proveedor NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF prpr-producto-id = que-producto
                               MOVE prpr-prov-id TO que-proveedor
                               MOVE prpr-ultimo-precio
                                   TO precio-propuesto
                           END-IF
                   END-READ
           END-START.

           DISPLAY "Proveedor (vacio = " que-proveedor "): ".
           MOVE SPACES TO prov-id.
           ACCEPT prov-id.
           IF prov-id = SPACES
               MOVE que-proveedor TO prov-id
           END-IF.
           IF prov-id = SPACES
               DISPLAY "Producto sin proveedor enlazado"
               EXIT PARAGRAPH
           END-IF.

           READ proveedores-archivo
               INVALID KEY
                   DISPLAY "Proveedor inexistente: " prov-id
                   MOVE SPACES TO que-proveedor
                   EXIT PARAGRAPH
           END-READ.
           IF NOT prov-activo
               DISPLAY "Proveedor inactivo: " prov-id
               MOVE SPACES TO que-proveedor
               EXIT PARAGRAPH
           END-IF.
           MOVE prov-id TO que-proveedor.
           MOVE prov-moneda TO que-moneda.

           DISPLAY "Precio unitario estimado (0 = "
               precio-propuesto "): ".
           MOVE 0 TO precio-nuevo.
           ACCEPT precio-nuevo.
           IF precio-nuevo = 0
               MOVE precio-propuesto TO precio-nuevo
           END-IF.

       VALORAR-EN-EUR.
           MOVE req-moneda TO sc-moneda.
           MOVE fecha-hoy TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               DISPLAY "Moneda sin tasa, se toma a valor nominal: "
                   req-moneda
               MOVE 1 TO sc-tasa
           END-IF.
           COMPUTE req-importe-eur ROUNDED =
               req-cantidad * req-precio * sc-tasa.

       LISTAR-MIS-REQUISICIONES.
           MOVE 0 TO total-listadas.
           MOVE 0 TO req-numero.
           START requisiciones KEY IS NOT LESS THAN req-numero
               INVALID KEY
                   DISPLAY "Sin requisiciones registradas"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisiciones.
           PERFORM LISTAR-UNA-REQUISICION
           UNTIL leyendo-requisiciones = "N".

           DISPLAY "Requisiciones del solicitante: " total-listadas.

       LISTAR-UNA-REQUISICION.
           READ requisiciones NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisiciones
               NOT AT END
                   IF req-solicitante = empleado-firmado
                       ADD 1 TO total-listadas
                       PERFORM MOSTRAR-REQUISICION
                   END-IF
           END-READ.

       MOSTRAR-REQUISICION.
           MOVE req-numero TO lr-numero.
           MOVE req-producto-id TO lr-producto.
           MOVE req-cantidad TO lr-cantidad.
           MOVE req-importe-eur TO lr-importe.
           MOVE req-resuelto-por TO lr-actor.
           MOVE SPACES TO lr-oc.
           EVALUATE TRUE
               WHEN req-pendiente
                   MOVE "PENDIENTE" TO lr-estado
               WHEN req-escalada
                   MOVE "ESCALADA" TO lr-estado
               WHEN req-aprobada
                   MOVE "APROBADA" TO lr-estado
               WHEN req-rechazada
                   MOVE "RECHAZADA" TO lr-estado
               WHEN req-convertida
                   MOVE "CONVERTIDA" TO lr-estado
                   STRING "OC " req-oc-numero
                       DELIMITED BY SIZE INTO lr-oc
               WHEN OTHER
                   MOVE req-estado TO lr-estado
           END-EVALUATE.
           DISPLAY linea-requisicion.
           IF req-rechazada
               DISPLAY "       Motivo: " req-motivo
           END-IF.

       END PROGRAM "REQUISICIONES_COMPRA".
