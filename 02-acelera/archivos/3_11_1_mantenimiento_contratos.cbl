      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de los contratos de servicio periodico
      *          (alquiler de equipos y contratos de mantenimiento)
      *          que FACTURAR_CONTRATOS factura cada mes o cada
      *          trimestre.  Alta: valida el cliente, numera desde
      *          contratos-control.dat, pide fechas de inicio y fin,
      *          frecuencia y vendedor, y captura las lineas con
      *          articulo o servicio, cantidad, precio pactado y
      *          codigo de IVA (por defecto los del maestro).  La
      *          primera factura es la del periodo que empieza en la
      *          fecha de inicio.  Modificar permite renovar (alargar
      *          la fecha de fin, que reactiva el contrato terminado)
      *          y repreciar una linea; la baja anula el contrato sin
      *          borrarlo, y lo ya facturado queda como esta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_CONTRATOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *CABECERAS DE CONTRATO EN MODO INDEXADO
       SELECT contratos-archivo
       ASSIGN TO "contratos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ctr-numero
       ALTERNATE RECORD KEY IS ctr-clientes-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-contratos.

      *LINEAS DE CONTRATO EN MODO INDEXADO
       SELECT contratos-detalle
       ASSIGN TO "contratos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ctrd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ctrdet.

      *REGISTRO DE NUMERACION DE CONTRATOS (UN SOLO REGISTRO)
       SELECT contratos-control
       ASSIGN TO "contratos-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

      *TABLA DE TIPOS DE IVA EN MODO INDEXADO, SOLO LECTURA
       SELECT tipos-iva
       ASSIGN TO "tipos-iva.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS iva-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-iva.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *CABECERAS DE CONTRATO
       FD contratos-archivo.
           COPY "CONTRATO-CABECERA.CPY".

      *LINEAS DE CONTRATO
       FD contratos-detalle.
           COPY "CONTRATO-DETALLE.CPY".

      *REGISTRO DE NUMERACION
       FD contratos-control.
       01  control-registro.
           05  ctrl-ultimo-contrato    PIC 9(6).

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

      *TABLA DE TIPOS DE IVA
       FD tipos-iva.
           COPY "TIPO-IVA.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-contrato             PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  mas-lineas                  PIC X VALUE "S".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-contratos            PIC X(02) VALUE "00".
       77  estado-ctrdet               PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-servicios            PIC X(02) VALUE "00".
       77  estado-iva                  PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".
       77  hay-tipos-iva               PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-venta        VALUE "V" "D".
       77  que-contrato                PIC 9(6) VALUE 0.
       77  que-cliente                 PIC X(7) VALUE SPACES.
       77  que-producto                PIC 9(6) VALUE 0.
       77  que-linea                   PIC 9(3) VALUE 0.
       77  cliente-apto                PIC X VALUE "N".
       77  datos-validos               PIC X VALUE "N".
       77  confirmacion                PIC X VALUE "N".
       77  numero-contrato             PIC 9(6) VALUE 0.
       77  linea-actual                PIC 9(3) VALUE 0.
       77  cantidad-linea              PIC 9(6) VALUE 0.
       77  precio-nuevo                PIC 9(4)V99 VALUE 0.
       77  iva-nuevo                   PIC X(2) VALUE SPACES.
       77  fecha-nueva                 PIC 9(8) VALUE 0.
       77  leyendo-contratos           PIC X VALUE "S".
       77  leyendo-lineas              PIC X VALUE "S".

      *    CAMPOS PARA LA SUBRUTINA DE SERVICIOS DE FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM MOSTRAR-MENU-CONTRATOS
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-archivo, estado: "
                   estado-clientes
               STOP RUN
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               STOP RUN
           END-IF.

           OPEN I-O contratos-archivo.
           IF estado-contratos = "35"
               OPEN OUTPUT contratos-archivo
               CLOSE contratos-archivo
               OPEN I-O contratos-archivo
           END-IF.
           IF estado-contratos NOT = "00"
               DISPLAY "No se pudo abrir contratos.dat, estado: "
                   estado-contratos
               STOP RUN
           END-IF.

           OPEN I-O contratos-detalle.
           IF estado-ctrdet = "35"
               OPEN OUTPUT contratos-detalle
               CLOSE contratos-detalle
               OPEN I-O contratos-detalle
           END-IF.
           IF estado-ctrdet NOT = "00"
               DISPLAY "No se pudo abrir contratos-detalle.dat, "
                   "estado: " estado-ctrdet
               STOP RUN
           END-IF.

      *    SIN MAESTRO DE SERVICIOS SOLO SE CONTRATAN ARTICULOS
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

      *    SIN TABLA DE IVA SE ACEPTA EL CODIGO QUE SE TECLEE, CON
      *    AVISO; LA FACTURACION TIENE SU TIPO DE RESPALDO
           OPEN INPUT tipos-iva.
           IF estado-iva = "00"
               MOVE "S" TO hay-tipos-iva
           ELSE
               DISPLAY "Sin tipos-iva.dat, el codigo de IVA no se "
                   "valida, estado: " estado-iva
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE clientes-archivo.
           CLOSE producto-dinamic.
           CLOSE contratos-archivo.
           CLOSE contratos-detalle.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.
           IF hay-tipos-iva = "S"
               CLOSE tipos-iva
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT contratos-control.
           IF estado-control = "35"
               MOVE 0 TO numero-contrato
           ELSE
               READ contratos-control
                   AT END
                       MOVE 0 TO numero-contrato
                   NOT AT END
                       MOVE ctrl-ultimo-contrato TO numero-contrato
               END-READ
               CLOSE contratos-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT contratos-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar contratos-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-contrato TO ctrl-ultimo-contrato
               WRITE control-registro
               CLOSE contratos-control
           END-IF.

       MOSTRAR-MENU-CONTRATOS.
           DISPLAY "===== CONTRATOS DE SERVICIO PERIODICO =====".
           DISPLAY "(A)lta de contrato".
           DISPLAY "(M)odificar o renovar contrato".
           DISPLAY "(B)aja de contrato".
           DISPLAY "(L)istado completo".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-contrato.
           MOVE FUNCTION UPPER-CASE(opcion-contrato)
               TO opcion-contrato.

           EVALUATE opcion-contrato
               WHEN "A"
                   PERFORM ALTA-CONTRATO
               WHEN "M"
                   PERFORM MODIFICAR-CONTRATO
               WHEN "B"
                   PERFORM BAJA-CONTRATO
               WHEN "L"
                   PERFORM LISTAR-CONTRATOS
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ALTA-CONTRATO.
           DISPLAY "ID del cliente (vacio = volver): ".
           ACCEPT que-cliente.
           IF que-cliente = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-CLIENTE.
           IF cliente-apto = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO contrato-cabecera.
           MOVE que-cliente TO ctr-clientes-id.
           MOVE 0 TO ctr-total-lineas.
           MOVE 0 TO ctr-ultima-factura.
           SET ctr-vigente TO TRUE.

           DISPLAY "Descripcion del contrato: ".
           ACCEPT ctr-descripcion.

           PERFORM CAPTURAR-DATOS-CONTRATO.
           IF datos-validos = "N"
               DISPLAY "Contrato descartado"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO numero-contrato.
           MOVE numero-contrato TO ctr-numero.
           MOVE 0 TO linea-actual.

           PERFORM CAPTURAR-LINEAS.

      *    UN CONTRATO SIN LINEAS NO TIENE NADA QUE FACTURAR: NO SE
      *    GRABA Y SU NUMERO SE REUTILIZA
           IF linea-actual = 0
               DISPLAY "Contrato sin lineas, descartado"
               SUBTRACT 1 FROM numero-contrato
               EXIT PARAGRAPH
           END-IF.

           MOVE linea-actual TO ctr-total-lineas.
           WRITE contrato-cabecera
               INVALID KEY
                   DISPLAY "No se pudo grabar el contrato, estado: "
                       estado-contratos
               NOT INVALID KEY
                   PERFORM GRABAR-ULTIMO-NUMERO
                   DISPLAY "Contrato " ctr-numero " grabado con "
                       ctr-total-lineas " lineas; primera factura "
                       ctr-proxima-factura
           END-WRITE.

       VALIDAR-CLIENTE.
           MOVE "N" TO cliente-apto.

           MOVE que-cliente TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   DISPLAY "Cliente inexistente: " que-cliente
               NOT INVALID KEY
                   IF clientes-baja
                       DISPLAY "El cliente esta de baja: "
                           que-cliente
                   ELSE
                       MOVE "S" TO cliente-apto
                   END-IF
           END-READ.

      *    FECHAS, FRECUENCIA Y VENDEDOR DEL ALTA; LA PRIMERA FACTURA
      *    ES LA DEL PERIODO QUE EMPIEZA EN LA FECHA DE INICIO
       CAPTURAR-DATOS-CONTRATO.
           MOVE "N" TO datos-validos.

           DISPLAY "Fecha de inicio AAAAMMDD (0 = hoy): ".
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
           MOVE fecha-nueva TO ctr-fecha-inicio.
           MOVE fecha-nueva TO ctr-proxima-factura.

           DISPLAY "Fecha de fin AAAAMMDD: ".
           MOVE 0 TO fecha-nueva.
           ACCEPT fecha-nueva.
           PERFORM VALIDAR-FECHA.
           IF sf-resultado NOT = "S"
               DISPLAY "Fecha de fin invalida: " fecha-nueva
               EXIT PARAGRAPH
           END-IF.
           IF fecha-nueva <= ctr-fecha-inicio
               DISPLAY "La fecha de fin debe ser posterior al inicio"
               EXIT PARAGRAPH
           END-IF.
           MOVE fecha-nueva TO ctr-fecha-fin.

           DISPLAY "Frecuencia (M=mensual, T=trimestral): ".
           ACCEPT ctr-frecuencia.
           MOVE FUNCTION UPPER-CASE(ctr-frecuencia)
               TO ctr-frecuencia.
           IF NOT ctr-mensual AND NOT ctr-trimestral
               DISPLAY "Frecuencia invalida: " ctr-frecuencia
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ID del vendedor (recibe el aviso de renovacion): ".
           ACCEPT ctr-empleados-id.

           MOVE "S" TO datos-validos.

       VALIDAR-FECHA.
           MOVE "V" TO sf-operacion.
           MOVE fecha-nueva TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

       CAPTURAR-LINEAS.
           MOVE "S" TO mas-lineas.

           PERFORM CAPTURAR-UNA-LINEA
           UNTIL mas-lineas = "N".

      *    CON MAESTRO DE SERVICIOS, EL CERO DEL PRODUCTO PASA A
      *    PEDIR UN SERVICIO; UN SEGUNDO CERO TERMINA.
       CAPTURAR-UNA-LINEA.
           IF hay-servicios = "S"
               DISPLAY "ID del producto (0 = servicio o terminar): "
           ELSE
               DISPLAY "ID del producto (0 = terminar contrato): "
           END-IF.
           MOVE 0 TO que-producto.
           ACCEPT que-producto.

           IF que-producto = 0
               IF hay-servicios = "S"
                   PERFORM CAPTURAR-LINEA-SERVICIO
               ELSE
                   MOVE "N" TO mas-lineas
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE que-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-producto
                   EXIT PARAGRAPH
           END-READ.

           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-venta
               DISPLAY "Producto bloqueado para la venta: "
                   que-producto " " producto-descript
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO contrato-detalle.
           MOVE que-producto TO ctrd-producto-id.
           MOVE producto-precio TO ctrd-precio.
           MOVE producto-moneda TO ctrd-moneda.
           MOVE producto-iva-codigo TO ctrd-iva-codigo.
           SET ctrd-articulo TO TRUE.

           DISPLAY producto-descript " a " producto-precio " "
               producto-moneda " IVA " producto-iva-codigo.
           PERFORM CAPTURAR-DATOS-LINEA.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

      *    EL SERVICIO SE CONTRATA CON PRECIO E IVA DEL MAESTRO DE
      *    SERVICIOS SALVO QUE SE PACTE OTRO
       CAPTURAR-LINEA-SERVICIO.
           DISPLAY "Codigo de servicio (0 = terminar contrato): ".
           ACCEPT srv-codigo.

           IF srv-codigo = 0
               MOVE "N" TO mas-lineas
               EXIT PARAGRAPH
           END-IF.

           READ servicios-archivo
               INVALID KEY
                   DISPLAY "Servicio inexistente: " srv-codigo
                   EXIT PARAGRAPH
           END-READ.

           IF srv-baja
               DISPLAY "Servicio dado de baja: " srv-codigo
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO contrato-detalle.
           MOVE srv-codigo TO ctrd-producto-id.
           MOVE srv-precio TO ctrd-precio.
           MOVE srv-moneda TO ctrd-moneda.
           MOVE srv-iva-codigo TO ctrd-iva-codigo.
           SET ctrd-servicio TO TRUE.

           DISPLAY srv-descripcion " a " srv-precio " " srv-moneda
               " IVA " srv-iva-codigo.
           PERFORM CAPTURAR-DATOS-LINEA.

      *    CANTIDAD, PRECIO PACTADO E IVA, COMUNES A ARTICULOS Y
      *    SERVICIOS; EL REGISTRO YA TRAE LOS DEL MAESTRO
       CAPTURAR-DATOS-LINEA.
           DISPLAY "Cantidad por periodo: ".
           MOVE 0 TO cantidad-linea.
           ACCEPT cantidad-linea.
           IF cantidad-linea = 0
               DISPLAY "Cantidad cero, linea descartada"
               EXIT PARAGRAPH
           END-IF.
           MOVE cantidad-linea TO ctrd-cantidad.

           DISPLAY "Precio pactado (0 = el del maestro): ".
           MOVE 0 TO precio-nuevo.
           ACCEPT precio-nuevo.
           IF precio-nuevo NOT = 0
               MOVE precio-nuevo TO ctrd-precio
           END-IF.

           DISPLAY "Codigo de IVA (vacio = el del maestro): ".
           MOVE SPACES TO iva-nuevo.
           ACCEPT iva-nuevo.
           MOVE FUNCTION UPPER-CASE(iva-nuevo) TO iva-nuevo.
           IF iva-nuevo NOT = SPACES
               MOVE iva-nuevo TO ctrd-iva-codigo
           END-IF.
           IF ctrd-iva-codigo = SPACES
               MOVE "GE" TO ctrd-iva-codigo
           END-IF.
           PERFORM VALIDAR-CODIGO-IVA.
           IF datos-validos = "N"
               DISPLAY "Linea descartada"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO linea-actual.
           MOVE ctr-numero TO ctrd-numero.
           MOVE linea-actual TO ctrd-linea.
           WRITE contrato-detalle
               INVALID KEY
                   DISPLAY "No se pudo grabar la linea, estado: "
                       estado-ctrdet
                   SUBTRACT 1 FROM linea-actual
               NOT INVALID KEY
                   DISPLAY "Linea " linea-actual " contratada"
           END-WRITE.

      *    EL CODIGO TIENE QUE TENER AL MENOS UNA VIGENCIA EN LA
      *    TABLA; SI NO, LA FACTURA SALDRIA AL TIPO DE RESPALDO
       VALIDAR-CODIGO-IVA.
           MOVE "S" TO datos-validos.
           IF hay-tipos-iva = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ctrd-iva-codigo TO iva-codigo.
           MOVE 0 TO iva-vigencia.
           START tipos-iva KEY IS NOT LESS THAN iva-clave
               INVALID KEY
                   MOVE "N" TO datos-validos
               NOT INVALID KEY
                   READ tipos-iva NEXT RECORD
                       AT END
                           MOVE "N" TO datos-validos
                       NOT AT END
                           IF iva-codigo NOT = ctrd-iva-codigo
                               MOVE "N" TO datos-validos
                           END-IF
                   END-READ
           END-START.

           IF datos-validos = "N"
               DISPLAY "Codigo de IVA sin tipos en la tabla: "
                   ctrd-iva-codigo
           END-IF.

      *    RENOVAR ES ALARGAR LA FECHA DE FIN: EL CONTRATO TERMINADO
      *    VUELVE A FACTURARSE DESDE EL PERIODO EN QUE SE QUEDO
       MODIFICAR-CONTRATO.
           PERFORM LEER-CONTRATO.
           IF que-contrato = 0
               EXIT PARAGRAPH
           END-IF.

           IF ctr-anulado
               DISPLAY "Contrato anulado, no se modifica"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Nueva fecha de fin AAAAMMDD (0 = igual): ".
           MOVE 0 TO fecha-nueva.
           ACCEPT fecha-nueva.
           IF fecha-nueva NOT = 0
               PERFORM VALIDAR-FECHA
               IF sf-resultado NOT = "S"
               OR fecha-nueva <= ctr-fecha-inicio
                   DISPLAY "Fecha de fin invalida: " fecha-nueva
                   EXIT PARAGRAPH
               END-IF
               MOVE fecha-nueva TO ctr-fecha-fin
               IF ctr-terminado
               AND ctr-proxima-factura <= ctr-fecha-fin
                   SET ctr-vigente TO TRUE
                   DISPLAY "Contrato renovado, se factura de nuevo "
                       "desde " ctr-proxima-factura
               END-IF
           END-IF.

           REWRITE contrato-cabecera
               INVALID KEY
                   DISPLAY "No se pudo modificar el contrato, "
                       "estado: " estado-contratos
                   EXIT PARAGRAPH
           END-REWRITE.

           PERFORM REPRECIAR-LINEA.

           DISPLAY "Contrato modificado: " ctr-numero.

       REPRECIAR-LINEA.
           DISPLAY "Linea a repreciar (0 = ninguna): ".
           MOVE 0 TO que-linea.
           ACCEPT que-linea.
           IF que-linea = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ctr-numero TO ctrd-numero.
           MOVE que-linea TO ctrd-linea.
           READ contratos-detalle
               INVALID KEY
                   DISPLAY "Linea inexistente: " que-linea
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Precio actual " ctrd-precio ", nuevo precio: ".
           MOVE 0 TO precio-nuevo.
           ACCEPT precio-nuevo.
           IF precio-nuevo = 0
               DISPLAY "Precio sin cambios"
               EXIT PARAGRAPH
           END-IF.

           MOVE precio-nuevo TO ctrd-precio.
           REWRITE contrato-detalle
               INVALID KEY
                   DISPLAY "No se pudo repreciar la linea, estado: "
                       estado-ctrdet
               NOT INVALID KEY
                   DISPLAY "Linea " que-linea " repreciada a "
                       ctrd-precio
           END-REWRITE.

       BAJA-CONTRATO.
           PERFORM LEER-CONTRATO.
           IF que-contrato = 0
               EXIT PARAGRAPH
           END-IF.

           IF ctr-anulado
               DISPLAY "El contrato ya esta anulado"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Anular el contrato? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           SET ctr-anulado TO TRUE.
           REWRITE contrato-cabecera
               INVALID KEY
                   DISPLAY "No se pudo anular, estado: "
                       estado-contratos
               NOT INVALID KEY
                   DISPLAY "Contrato anulado: " ctr-numero
           END-REWRITE.

       LEER-CONTRATO.
           DISPLAY "Numero de contrato (0 = volver): ".
           MOVE 0 TO que-contrato.
           ACCEPT que-contrato.
           IF que-contrato = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-contrato TO ctr-numero.
           READ contratos-archivo
               INVALID KEY
                   DISPLAY "Contrato inexistente: " que-contrato
                   MOVE 0 TO que-contrato
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-CONTRATO.
           PERFORM MOSTRAR-LINEAS.

       MOSTRAR-CONTRATO.
           DISPLAY ctr-numero " " ctr-clientes-id " "
               ctr-descripcion.
           DISPLAY "  Del " ctr-fecha-inicio " al " ctr-fecha-fin
               "  frecuencia " ctr-frecuencia "  proxima factura "
               ctr-proxima-factura "  estado " ctr-estado.

       MOSTRAR-LINEAS.
           MOVE ctr-numero TO ctrd-numero.
           MOVE 0 TO ctrd-linea.
           START contratos-detalle KEY IS NOT LESS THAN ctrd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-lineas.
           PERFORM MOSTRAR-UNA-LINEA
           UNTIL leyendo-lineas = "N".

       MOSTRAR-UNA-LINEA.
           READ contratos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-lineas
               NOT AT END
                   IF ctrd-numero NOT = ctr-numero
                       MOVE "N" TO leyendo-lineas
                   ELSE
                       DISPLAY "  Linea " ctrd-linea " ["
                           ctrd-tipo-linea "] " ctrd-producto-id
                           " cantidad " ctrd-cantidad " a "
                           ctrd-precio " " ctrd-moneda " IVA "
                           ctrd-iva-codigo
                   END-IF
           END-READ.

       LISTAR-CONTRATOS.
           MOVE 0 TO ctr-numero.
           START contratos-archivo KEY IS NOT LESS THAN ctr-numero
               INVALID KEY
                   DISPLAY "Sin contratos"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-contratos.
           PERFORM LISTAR-UN-CONTRATO
           UNTIL leyendo-contratos = "N".

       LISTAR-UN-CONTRATO.
           READ contratos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-contratos
               NOT AT END
                   PERFORM MOSTRAR-CONTRATO
           END-READ.

       END PROGRAM "MANTENIMIENTO_CONTRATOS".
