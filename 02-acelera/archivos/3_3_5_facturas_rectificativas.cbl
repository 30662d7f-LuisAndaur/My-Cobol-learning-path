      ******************************************************************
      * Author:
      * Date:
      * Purpose: Facturas rectificativas de clientes.  Funcion de
      *          supervisor (firma por SEGURIDAD-SIGNON).  Corrige el
      *          precio o la cantidad de una linea ya facturada
      *          (regla de precio equivocada, cantidad mal tecleada)
      *          sin pasar por una devolucion:
      *            - parte de la linea de facturas-detalle.dat, o de
      *              la ultima rectificativa de esa linea si ya se
      *              corrigio antes;
      *            - la diferencia sale como documento de abono (a
      *              favor del cliente) o de cargo (a favor de la
      *              casa), con el IVA y el recargo de equivalencia a
      *              los tipos de la fecha de la factura original;
      *            - nunca deja abonar, sumando las devoluciones ya
      *              abonadas de ese producto del pedido, mas de lo
      *              que se facturo en la linea;
      *            - se numera desde rectificativas-control.dat (que
      *              se regraba tras CADA documento), se imprime en
      *              rectificativas.prt, se anota en
      *              rectificativas.dat y entra a cartera.dat con la
      *              referencia "RCT" + numero, convertida a EUR: el
      *              abono como pago y el cargo con el vencimiento
      *              del plazo de pago del cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FACTURAS_RECTIFICATIVAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
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

      *REGISTRO DE RECTIFICATIVAS, CLAVE ALTERNATIVA POR LINEA
       SELECT rectificativas-archivo
       ASSIGN TO "rectificativas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rct-numero
       ALTERNATE RECORD KEY IS rct-origen WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rectificativas.

      *REGISTRO DE NUMERACION DE RECTIFICATIVAS (UN SOLO REGISTRO)
       SELECT rectificativas-control
       ASSIGN TO "rectificativas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *RECTIFICATIVAS IMPRESAS
       SELECT rectificativas-impresas
       ASSIGN TO "rectificativas.prt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-impresos.

      *REGISTRO DE ABONOS POR DEVOLUCION, SOLO LECTURA
       SELECT abonos-archivo
       ASSIGN TO "abonos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-abonos.

      *LIBRO DE CARTERA, SOLO SE AGREGA AL FINAL
       SELECT cartera-archivo
       ASSIGN TO "cartera.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-cartera.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *TABLA DE TIPOS DE IVA EN MODO INDEXADO
       SELECT tipos-iva
       ASSIGN TO "tipos-iva.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS iva-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-iva.

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA EN MODO INDEXADO
       SELECT tipos-recargo
       ASSIGN TO "tipos-recargo.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rec-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-recargo.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *TABLA DE TIPOS DE CAMBIO EN MODO INDEXADO
       SELECT tipos-cambio
       ASSIGN TO "tipos-cambio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS tc-moneda
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cambio.

      *MAESTRO DE SERVICIOS SIN STOCK, SOLO LECTURA
       SELECT servicios-archivo
       ASSIGN TO "servicios.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS srv-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-servicios.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *REGISTRO DE RECTIFICATIVAS
       FD rectificativas-archivo.
           COPY "RECTIFICATIVA-REGISTRO.CPY".

      *REGISTRO DE NUMERACION
       FD rectificativas-control.
       01  control-registro.
           05  ctrl-ultima-rectificativa PIC 9(6).

      *RECTIFICATIVAS IMPRESAS
       FD rectificativas-impresas.
       01  linea-impresa               PIC X(80).

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *LIBRO DE CARTERA
       FD cartera-archivo.
           COPY "CARTERA-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *MAESTRO DE SERVICIOS
       FD servicios-archivo.
           COPY "SERVICIO-REGISTRO.CPY".

      *TABLA DE TIPOS DE IVA
       FD tipos-iva.
           COPY "TIPO-IVA.CPY".

      *TABLA DE TIPOS DE RECARGO DE EQUIVALENCIA
       FD tipos-recargo.
           COPY "TIPO-RECARGO.CPY".

      *ARCHIVO LOGICO
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *TABLA DE TIPOS DE CAMBIO
       FD tipos-cambio.
           COPY "TIPO-CAMBIO.CPY".

       WORKING-STORAGE SECTION.
       77  salir-menu                  PIC X VALUE "N".
       77  si-no                       PIC X VALUE "S".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  estado-impresos             PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-cartera              PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  numero-rectificativa        PIC 9(6) VALUE 0.
       77  total-emitidas              PIC 9(6) VALUE 0.
       77  que-factura                 PIC 9(6) VALUE 0.
       77  que-linea                   PIC 9(3) VALUE 0.
       77  que-corregir                PIC X VALUE SPACE.
       77  motivo-rectificacion        PIC X(35) VALUE SPACES.
       77  confirmar-rectificacion     PIC X VALUE "N".

      *    SITUACION VIGENTE DE LA LINEA Y CORRECCION TECLEADA
       77  cantidad-vigente            PIC 9(6) VALUE 0.
       77  precio-vigente              PIC 9(4)V99 VALUE 0.
       77  importe-vigente             PIC 9(8)V99 VALUE 0.
       77  cantidad-corregida          PIC 9(6) VALUE 0.
       77  precio-corregido            PIC 9(4)V99 VALUE 0.
       77  importe-corregido           PIC 9(8)V99 VALUE 0.
       77  rectificaciones-previas     PIC 9(3) VALUE 0.
       77  abonado-devoluciones        PIC 9(8)V99 VALUE 0.
       77  credito-acumulado           PIC S9(9)V99 VALUE 0.
       77  diferencia-linea            PIC S9(9)V99 VALUE 0.
       77  importe-edit                PIC -ZZ.ZZZ.ZZ9,99.

       77  base-rectificativa          PIC 9(8)V99 VALUE 0.
       77  impuesto-rectificativa      PIC 9(8)V99 VALUE 0.
       77  recargo-rectificativa       PIC 9(8)V99 VALUE 0.
       77  total-rectificativa         PIC 9(8)V99 VALUE 0.

      *    TIPO DE IVA DE RESPALDO: SOLO SE APLICA SI LA TABLA DE
      *    TIPOS NO EXISTE O EL CODIGO DEL PRODUCTO NO ESTA EN ELLA
       77  tasa-impuesto               PIC 9V99 VALUE 0,21.

      *    TABLA DE TIPOS DE IVA EN MEMORIA, COMO EN LA FACTURACION
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-iva                  PIC X(02) VALUE "00".
       77  estado-cambio               PIC X(02) VALUE "00".
       77  hay-producto                PIC X VALUE "N".
       77  estado-servicios            PIC X(02) VALUE "00".
       77  hay-servicios               PIC X VALUE "N".
       77  hay-tipos-iva               PIC X VALUE "N".
       77  hay-tipos-cambio            PIC X VALUE "N".
       77  leyendo-iva                 PIC X VALUE "S".
       77  total-iva-tabla             PIC 9(2) VALUE 0.
       77  ix-iva                      PIC 9(2) VALUE 0.
       77  tasa-linea                  PIC 9(2)V99 VALUE 0.
       77  codigo-iva-linea            PIC X(2) VALUE SPACES.
       77  vigencia-hallada            PIC 9(8) VALUE 0.
       01  tabla-iva.
           05  entrada-iva OCCURS 50 TIMES.
               10  tiv-codigo          PIC X(2).
               10  tiv-vigencia        PIC 9(8).
               10  tiv-porcentaje      PIC 9(2)V99.

      *    RECARGO DE EQUIVALENCIA, COMO EN LA FACTURACION: TABLA EN
      *    MEMORIA Y RECARGO DE RESPALDO DEL TIPO GENERAL
       77  tasa-recargo-respaldo       PIC 9V9999 VALUE 0,0520.
       77  estado-recargo              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  hay-tipos-recargo           PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  leyendo-recargo             PIC X VALUE "S".
       77  total-recargo-tabla         PIC 9(2) VALUE 0.
       77  ix-rec                      PIC 9(2) VALUE 0.
       77  tasa-recargo-linea          PIC 9V9999 VALUE 0.
       77  vigencia-recargo            PIC 9(8) VALUE 0.
       01  tabla-recargo.
           05  entrada-recargo OCCURS 50 TIMES.
               10  trc-codigo          PIC X(2).
               10  trc-vigencia        PIC 9(8).
               10  trc-porcentaje      PIC 9(2)V99.

      *    CONVERSION DEL APUNTE DE CARTERA A MONEDA BASE
       77  importe-convertir           PIC 9(8)V99 VALUE 0.
       77  importe-eur                 PIC 9(8)V99 VALUE 0.
       77  moneda-convertir            PIC X(3) VALUE SPACES.

      *    VENCIMIENTO DEL CARGO POR EL PLAZO DEL CLIENTE
       77  plazo-cliente               PIC 9(3) VALUE 0.
       77  vencimiento-cargo           PIC 9(8) VALUE 0.
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

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".
           88  cp-periodo-abierto      VALUE "S".
           88  cp-periodo-cerrado      VALUE "N".

       01  impreso-titulo.
           05  FILLER                  PIC X(25)
               VALUE "FACTURA RECTIFICATIVA N. ".
           05  it-numero               PIC 9(6).
           05  FILLER                  PIC X(9) VALUE "  FECHA: ".
           05  it-fecha                PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  it-tipo                 PIC X(5).

       01  impreso-origen.
           05  FILLER                  PIC X(21)
               VALUE "RECTIFICA FACTURA N. ".
           05  io-factura              PIC 9(6).
           05  FILLER                  PIC X(5) VALUE " DEL ".
           05  io-fecha                PIC 9(8).
           05  FILLER                  PIC X(7) VALUE " LINEA ".
           05  io-linea                PIC 9(3).

       01  impreso-cliente.
           05  FILLER                  PIC X(9) VALUE "CLIENTE: ".
           05  ic-clientes-id          PIC X(7).
           05  FILLER                  PIC X(10) VALUE "  PEDIDO: ".
           05  ic-pedido               PIC 9(6).

       01  impreso-linea.
           05  il-etiqueta             PIC X(11).
           05  il-producto             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  il-cantidad             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(3) VALUE " x ".
           05  il-precio               PIC Z.ZZ9,99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  il-importe              PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  il-moneda               PIC X(3).

       01  impreso-motivo.
           05  FILLER                  PIC X(8) VALUE "MOTIVO: ".
           05  im-motivo               PIC X(35).

       01  impreso-recargo.
           05  FILLER                  PIC X(15)
               VALUE "RECARGO EQUIV. ".
           05  irc-porcentaje          PIC Z9,99.
           05  FILLER                  PIC X(9) VALUE "% S/BASE ".
           05  irc-base                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(3) VALUE " = ".
           05  irc-importe             PIC ZZZ.ZZ9,99.

       01  impreso-total.
           05  FILLER                  PIC X(6) VALUE "BASE: ".
           05  ipt-base                PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(5) VALUE " IVA ".
           05  ipt-porcentaje          PIC Z9,99.
           05  FILLER                  PIC X(3) VALUE "%: ".
           05  ipt-impuesto            PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(8) VALUE " TOTAL: ".
           05  ipt-total               PIC ZZZ.ZZ9,99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ipt-moneda              PIC X(3).

       01  referencia-rectificativa.
           05  FILLER                  PIC X(4) VALUE "RCT ".
           05  rr-numero               PIC 9(6).

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

           MOVE fecha-hoy TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo contable cerrado para la fecha "
                   fecha-hoy ", no se emiten rectificativas"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM RECTIFICAR-LINEA
           UNTIL salir-menu = "S".

           DISPLAY "Rectificativas emitidas: " total-emitidas.
           IF total-emitidas > 0
               DISPLAY "Rectificativas impresas en rectificativas.prt"
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
           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT facturas-detalle.
           IF estado-facdet NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle.dat, "
                   "estado: " estado-facdet
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O rectificativas-archivo.
           IF estado-rectificativas = "35"
               OPEN OUTPUT rectificativas-archivo
               CLOSE rectificativas-archivo
               OPEN I-O rectificativas-archivo
           END-IF.
           IF estado-rectificativas NOT = "00"
               DISPLAY "No se pudo abrir rectificativas.dat, estado: "
                   estado-rectificativas
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND rectificativas-impresas.
           IF estado-impresos = "35"
               OPEN OUTPUT rectificativas-impresas
           END-IF.
           IF estado-impresos NOT = "00"
               DISPLAY "No se pudo abrir rectificativas.prt, estado: "
                   estado-impresos
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND cartera-archivo.
           IF estado-cartera = "35"
               OPEN OUTPUT cartera-archivo
           END-IF.
           IF estado-cartera NOT = "00"
               DISPLAY "No se pudo abrir cartera.dat, estado: "
                   estado-cartera
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto = "00"
               MOVE "S" TO hay-producto
           ELSE
               MOVE "N" TO hay-producto
               DISPLAY "Sin producto.dat, IVA al tipo de respaldo, "
                   "estado: " estado-producto
           END-IF.

      *    SIN MAESTRO DE SERVICIOS LA LINEA DE SERVICIO VA AL TIPO
      *    GENERAL
           OPEN INPUT servicios-archivo.
           IF estado-servicios = "00"
               MOVE "S" TO hay-servicios
           ELSE
               MOVE "N" TO hay-servicios
           END-IF.

           PERFORM CARGAR-TABLA-IVA.
           PERFORM CARGAR-TABLA-RECARGO.

      *    SIN MAESTRO DE CLIENTES LOS CARGOS VENCEN AL CONTADO
           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
               DISPLAY "Sin clientes-i.dat, cargos al contado, "
                   "estado: " estado-clientes
           END-IF.

      *    SIN TABLA DE CAMBIOS EL APUNTE EN DIVISA ENTRA A VALOR
      *    NOMINAL CON AVISO
           OPEN INPUT tipos-cambio.
           IF estado-cambio = "00"
               MOVE "S" TO hay-tipos-cambio
           ELSE
               MOVE "N" TO hay-tipos-cambio
               DISPLAY "Sin tabla de tipos de cambio, estado: "
                   estado-cambio
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.
           CLOSE rectificativas-archivo.
           CLOSE rectificativas-impresas.
           CLOSE cartera-archivo.
           IF hay-producto = "S"
               CLOSE producto-dinamic
           END-IF.
           IF hay-servicios = "S"
               CLOSE servicios-archivo
           END-IF.
           IF hay-tipos-cambio = "S"
               CLOSE tipos-cambio
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.

      *    LA TABLA DE TIPOS SE CARGA ENTERA EN MEMORIA, COMO EN
      *    FACTURAR_PEDIDOS; AQUI EL TIPO SE RESUELVE A LA FECHA DE
      *    LA FACTURA ORIGINAL, NO A LA DE HOY.
       CARGAR-TABLA-IVA.
           OPEN INPUT tipos-iva.
           IF estado-iva NOT = "00"
               MOVE "N" TO hay-tipos-iva
               DISPLAY "Sin tipos-iva.dat, IVA al tipo de "
                   "respaldo, estado: " estado-iva
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO hay-tipos-iva.
           MOVE "S" TO leyendo-iva.
           PERFORM CARGAR-UN-TIPO-IVA
           UNTIL leyendo-iva = "N".

           CLOSE tipos-iva.

       CARGAR-UN-TIPO-IVA.
           READ tipos-iva NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-iva
               NOT AT END
                   IF total-iva-tabla >= 50
                       DISPLAY "Tabla de tipos de IVA desbordada"
                       MOVE "N" TO leyendo-iva
                   ELSE
                       ADD 1 TO total-iva-tabla
                       MOVE iva-codigo
                           TO tiv-codigo(total-iva-tabla)
                       MOVE iva-vigencia
                           TO tiv-vigencia(total-iva-tabla)
                       MOVE iva-porcentaje
                           TO tiv-porcentaje(total-iva-tabla)
                   END-IF
           END-READ.

       CARGAR-TABLA-RECARGO.
           OPEN INPUT tipos-recargo.
           IF estado-recargo NOT = "00"
               MOVE "N" TO hay-tipos-recargo
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO hay-tipos-recargo.
           MOVE "S" TO leyendo-recargo.
           PERFORM CARGAR-UN-TIPO-RECARGO
           UNTIL leyendo-recargo = "N".

           CLOSE tipos-recargo.

       CARGAR-UN-TIPO-RECARGO.
           READ tipos-recargo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-recargo
               NOT AT END
                   IF total-recargo-tabla >= 50
                       DISPLAY "Tabla de tipos de recargo desbordada"
                       MOVE "N" TO leyendo-recargo
                   ELSE
                       ADD 1 TO total-recargo-tabla
                       MOVE rec-codigo
                           TO trc-codigo(total-recargo-tabla)
                       MOVE rec-vigencia
                           TO trc-vigencia(total-recargo-tabla)
                       MOVE rec-porcentaje
                           TO trc-porcentaje(total-recargo-tabla)
                   END-IF
           END-READ.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT rectificativas-control.
           IF estado-control = "35"
               MOVE 0 TO numero-rectificativa
           ELSE
               READ rectificativas-control
                   AT END
                       MOVE 0 TO numero-rectificativa
                   NOT AT END
                       MOVE ctrl-ultima-rectificativa
                           TO numero-rectificativa
               END-READ
               CLOSE rectificativas-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT rectificativas-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar rectificativas-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-rectificativa TO ctrl-ultima-rectificativa
               WRITE control-registro
               CLOSE rectificativas-control
           END-IF.

       RECTIFICAR-LINEA.
           DISPLAY "Factura a rectificar (0 = salir): ".
           ACCEPT que-factura.
           IF que-factura = 0
               MOVE "S" TO salir-menu
               EXIT PARAGRAPH
           END-IF.

           MOVE que-factura TO fac-numero.
           READ facturas-archivo
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-READ.
           IF si-no = "N"
               DISPLAY "Factura inexistente: " que-factura
               EXIT PARAGRAPH
           END-IF.
           IF fac-intereses
               DISPLAY "Las facturas de intereses de demora no se "
                   "rectifican por linea"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Factura " fac-numero " del " fac-fecha
               " cliente " fac-clientes-id ", "
               fac-total-lineas " lineas".
           DISPLAY "Linea a rectificar: ".
           ACCEPT que-linea.

           MOVE que-factura TO facd-numero.
           MOVE que-linea TO facd-linea.
           READ facturas-detalle
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-READ.
           IF si-no = "N"
               DISPLAY "Linea inexistente: " que-factura "/" que-linea
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-SITUACION-VIGENTE.

           MOVE facd-importe TO importe-edit.
           DISPLAY "Producto " facd-producto-id " moneda "
               facd-moneda.
           DISPLAY "Facturado.....: " facd-cantidad " x "
               facd-precio " = " importe-edit.
           IF rectificaciones-previas > 0
               MOVE importe-vigente TO importe-edit
               DISPLAY "Vigente.......: " cantidad-vigente " x "
                   precio-vigente " = " importe-edit
                   " (" rectificaciones-previas " rectificaciones)"
           END-IF.

           PERFORM PEDIR-CORRECCION.
           IF si-no = "N"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE importe-corregido =
               cantidad-corregida * precio-corregido
               ON SIZE ERROR
                   DISPLAY "Importe corregido fuera de rango"
                   EXIT PARAGRAPH
           END-COMPUTE.
           COMPUTE diferencia-linea =
               importe-corregido - importe-vigente.
           IF diferencia-linea = 0
               DISPLAY "La correccion no cambia el importe de la "
                   "linea"
               EXIT PARAGRAPH
           END-IF.

      *    TOPE DEL ABONO: LO YA REBAJADO EN LA LINEA MAS LO ABONADO
      *    POR DEVOLUCIONES NO PUEDE PASAR DE LO FACTURADO
           PERFORM SUMAR-ABONOS-DEVOLUCION.
           COMPUTE credito-acumulado =
               facd-importe - importe-corregido
               + abonado-devoluciones.
           IF credito-acumulado > facd-importe
               MOVE abonado-devoluciones TO importe-edit
               DISPLAY "La correccion abonaria mas de lo facturado "
                   "(ya abonado por devoluciones: " importe-edit
                   "), rectificativa rechazada"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULAR-RECTIFICATIVA.

           MOVE diferencia-linea TO importe-edit.
           DISPLAY "Diferencia de base: " importe-edit " "
               facd-moneda.
           MOVE total-rectificativa TO importe-edit.
           IF diferencia-linea < 0
               DISPLAY "Abono al cliente, total: " importe-edit
           ELSE
               DISPLAY "Cargo al cliente, total: " importe-edit
           END-IF.

           MOVE SPACES TO motivo-rectificacion.
           DISPLAY "Motivo de la rectificacion: ".
           ACCEPT motivo-rectificacion.
           IF motivo-rectificacion = SPACES
               DISPLAY "El motivo es obligatorio, rectificativa "
                   "cancelada"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Emitir la rectificativa? (s/n)".
           ACCEPT confirmar-rectificacion.
           MOVE FUNCTION UPPER-CASE(confirmar-rectificacion)
               TO confirmar-rectificacion.
           IF confirmar-rectificacion NOT = "S"
               DISPLAY "Rectificativa cancelada"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO numero-rectificativa.

           PERFORM GRABAR-REGISTRO-RECTIFICATIVA.
           IF estado-rectificativas NOT = "00"
               SUBTRACT 1 FROM numero-rectificativa
               EXIT PARAGRAPH
           END-IF.
           PERFORM IMPRIMIR-RECTIFICATIVA.
           PERFORM GRABAR-APUNTE-CARTERA.
           PERFORM GRABAR-ULTIMO-NUMERO.

           ADD 1 TO total-emitidas.
           DISPLAY "Rectificativa " numero-rectificativa
               " emitida para " fac-clientes-id.

      *    LA LINEA SE CORRIGE SOBRE SU SITUACION VIGENTE: LA ULTIMA
      *    RECTIFICATIVA DE ESA FACTURA Y LINEA, SI LA HAY, Y SI NO
      *    LO FACTURADO.
       BUSCAR-SITUACION-VIGENTE.
           MOVE facd-cantidad TO cantidad-vigente.
           MOVE facd-precio TO precio-vigente.
           MOVE facd-importe TO importe-vigente.
           MOVE 0 TO rectificaciones-previas.

           MOVE que-factura TO rct-factura.
           MOVE que-linea TO rct-linea.
           START rectificativas-archivo KEY IS = rct-origen
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM LEER-RECTIFICATIVA-PREVIA
           UNTIL si-no = "N".

           IF rectificaciones-previas > 0
               COMPUTE importe-vigente =
                   cantidad-vigente * precio-vigente
           END-IF.

       LEER-RECTIFICATIVA-PREVIA.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF rct-factura NOT = que-factura
           OR rct-linea NOT = que-linea
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO rectificaciones-previas.
           MOVE rct-cantidad-corregida TO cantidad-vigente.
           MOVE rct-precio-corregido TO precio-vigente.

       PEDIR-CORRECCION.
           MOVE "S" TO si-no.
           MOVE cantidad-vigente TO cantidad-corregida.
           MOVE precio-vigente TO precio-corregido.

           DISPLAY "Corregir (P)recio, (C)antidad o (A)mbos: ".
           ACCEPT que-corregir.
           MOVE FUNCTION UPPER-CASE(que-corregir) TO que-corregir.

           EVALUATE que-corregir
               WHEN "P"
                   DISPLAY "Precio corregido: "
                   ACCEPT precio-corregido
               WHEN "C"
                   DISPLAY "Cantidad corregida: "
                   ACCEPT cantidad-corregida
               WHEN "A"
                   DISPLAY "Cantidad corregida: "
                   ACCEPT cantidad-corregida
                   DISPLAY "Precio corregido: "
                   ACCEPT precio-corregido
               WHEN OTHER
                   DISPLAY "Opcion invalida, rectificativa cancelada"
                   MOVE "N" TO si-no
           END-EVALUATE.

      *    LAS DEVOLUCIONES DEL MISMO PRODUCTO DEL PEDIDO YA ABONADAS
      *    CUENTAN CONTRA EL TOPE: NO SE ABONA DOS VECES LO MISMO.
      *    EL PEDIDO ES EL DE LA LINEA, QUE EN LA FACTURA RESUMEN
      *    PERIODICA NO COINCIDE CON EL DE LA CABECERA.
       SUMAR-ABONOS-DEVOLUCION.
           MOVE 0 TO abonado-devoluciones.

           OPEN INPUT abonos-archivo.
           IF estado-abonos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM SUMAR-UN-ABONO
           UNTIL si-no = "N".

           CLOSE abonos-archivo.

       SUMAR-UN-ABONO.
           READ abonos-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF abo-pedido = facd-pedido
                   AND abo-producto-id = facd-producto-id
                       ADD abo-base TO abonado-devoluciones
                   END-IF
           END-READ.

       CALCULAR-RECTIFICATIVA.
           IF diferencia-linea < 0
               COMPUTE base-rectificativa = 0 - diferencia-linea
           ELSE
               MOVE diferencia-linea TO base-rectificativa
           END-IF.

           PERFORM RESOLVER-TASA-ORIGINAL.
           COMPUTE impuesto-rectificativa ROUNDED =
               base-rectificativa * tasa-linea.
           PERFORM RESOLVER-RECARGO-ORIGINAL.
           COMPUTE recargo-rectificativa ROUNDED =
               base-rectificativa * tasa-recargo-linea.
           COMPUTE total-rectificativa = base-rectificativa
               + impuesto-rectificativa + recargo-rectificativa.

      *    EL IVA DE LA RECTIFICATIVA ES EL DE LA FACTURA QUE CORRIGE:
      *    EL TIPO DEL CODIGO DEL PRODUCTO (O DEL SERVICIO) VIGENTE
      *    EN fac-fecha.
       RESOLVER-TASA-ORIGINAL.
           MOVE tasa-impuesto TO tasa-linea.

           MOVE "GE" TO codigo-iva-linea.
           EVALUATE TRUE
               WHEN facd-servicio
                   IF hay-servicios = "S"
                       MOVE facd-producto-id TO srv-codigo
                       READ servicios-archivo
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF srv-iva-codigo NOT = SPACES
                                   MOVE srv-iva-codigo
                                       TO codigo-iva-linea
                               END-IF
                       END-READ
                   END-IF
               WHEN hay-producto = "S"
                   MOVE facd-producto-id TO producto-id
                   READ producto-dinamic
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF producto-iva-codigo NOT = SPACES
                               MOVE producto-iva-codigo
                                   TO codigo-iva-linea
                           END-IF
                   END-READ
           END-EVALUATE.

           IF hay-tipos-iva = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO vigencia-hallada.
           MOVE 0 TO ix-iva.
           PERFORM BUSCAR-TIPO-VIGENTE
           UNTIL ix-iva >= total-iva-tabla.

       BUSCAR-TIPO-VIGENTE.
           ADD 1 TO ix-iva.

           IF tiv-codigo(ix-iva) = codigo-iva-linea
           AND tiv-vigencia(ix-iva) <= fac-fecha
           AND tiv-vigencia(ix-iva) >= vigencia-hallada
               MOVE tiv-vigencia(ix-iva) TO vigencia-hallada
               COMPUTE tasa-linea = tiv-porcentaje(ix-iva) / 100
           END-IF.

      *    EL RECARGO SOLO SI LA FACTURA ORIGINAL LO LLEVABA, AL TIPO
      *    DEL MISMO CODIGO EN LA FECHA DE LA FACTURA.
       RESOLVER-RECARGO-ORIGINAL.
           MOVE 0 TO tasa-recargo-linea.
           IF NOT fac-con-recargo
               EXIT PARAGRAPH
           END-IF.

           MOVE tasa-recargo-respaldo TO tasa-recargo-linea.
           IF hay-tipos-recargo = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO vigencia-recargo.
           MOVE 0 TO ix-rec.
           PERFORM BUSCAR-RECARGO-VIGENTE
           UNTIL ix-rec >= total-recargo-tabla.

       BUSCAR-RECARGO-VIGENTE.
           ADD 1 TO ix-rec.

           IF trc-codigo(ix-rec) = codigo-iva-linea
           AND trc-vigencia(ix-rec) <= fac-fecha
           AND trc-vigencia(ix-rec) >= vigencia-recargo
               MOVE trc-vigencia(ix-rec) TO vigencia-recargo
               COMPUTE tasa-recargo-linea =
                   trc-porcentaje(ix-rec) / 100
           END-IF.

       GRABAR-REGISTRO-RECTIFICATIVA.
           MOVE SPACES TO rectificativa-registro.
           MOVE numero-rectificativa TO rct-numero.
           MOVE que-factura TO rct-factura.
           MOVE que-linea TO rct-linea.
           MOVE fac-clientes-id TO rct-clientes-id.
           MOVE fecha-hoy TO rct-fecha.
           IF diferencia-linea < 0
               SET rct-abono TO TRUE
           ELSE
               SET rct-cargo TO TRUE
           END-IF.
           MOVE facd-producto-id TO rct-producto-id.
           MOVE facd-moneda TO rct-moneda.
           MOVE cantidad-vigente TO rct-cantidad-anterior.
           MOVE precio-vigente TO rct-precio-anterior.
           MOVE cantidad-corregida TO rct-cantidad-corregida.
           MOVE precio-corregido TO rct-precio-corregido.
           COMPUTE rct-tasa-iva = tasa-linea * 100.
           COMPUTE rct-tasa-recargo = tasa-recargo-linea * 100.
           MOVE base-rectificativa TO rct-base.
           MOVE impuesto-rectificativa TO rct-impuesto.
           MOVE recargo-rectificativa TO rct-recargo.
           MOVE total-rectificativa TO rct-total.
           MOVE motivo-rectificacion TO rct-motivo.
           MOVE usuario-firmado TO rct-usuario.

           WRITE rectificativa-registro
               INVALID KEY
                   DISPLAY "Numero de rectificativa duplicado: "
                       numero-rectificativa
                       ", revise rectificativas-control.dat"
           END-WRITE.
           IF estado-rectificativas NOT = "00"
               DISPLAY "Error al grabar rectificativas.dat, estado: "
                   estado-rectificativas
           END-IF.

       IMPRIMIR-RECTIFICATIVA.
           MOVE numero-rectificativa TO it-numero.
           MOVE fecha-hoy TO it-fecha.
           IF rct-abono
               MOVE "ABONO" TO it-tipo
           ELSE
               MOVE "CARGO" TO it-tipo
           END-IF.
           WRITE linea-impresa FROM impreso-titulo.

           MOVE fac-numero TO io-factura.
           MOVE fac-fecha TO io-fecha.
           MOVE que-linea TO io-linea.
           WRITE linea-impresa FROM impreso-origen.

           MOVE fac-clientes-id TO ic-clientes-id.
           MOVE facd-pedido TO ic-pedido.
           WRITE linea-impresa FROM impreso-cliente.
           WRITE linea-impresa FROM SPACES.

           MOVE "ANTERIOR:  " TO il-etiqueta.
           MOVE facd-producto-id TO il-producto.
           MOVE cantidad-vigente TO il-cantidad.
           MOVE precio-vigente TO il-precio.
           MOVE importe-vigente TO il-importe.
           MOVE facd-moneda TO il-moneda.
           WRITE linea-impresa FROM impreso-linea.

           MOVE "CORREGIDO: " TO il-etiqueta.
           MOVE cantidad-corregida TO il-cantidad.
           MOVE precio-corregido TO il-precio.
           MOVE importe-corregido TO il-importe.
           WRITE linea-impresa FROM impreso-linea.

           MOVE motivo-rectificacion TO im-motivo.
           WRITE linea-impresa FROM impreso-motivo.
           WRITE linea-impresa FROM SPACES.

           IF recargo-rectificativa > 0
               MOVE rct-tasa-recargo TO irc-porcentaje
               MOVE base-rectificativa TO irc-base
               MOVE recargo-rectificativa TO irc-importe
               WRITE linea-impresa FROM impreso-recargo
           END-IF.

           MOVE base-rectificativa TO ipt-base.
           MOVE rct-tasa-iva TO ipt-porcentaje.
           MOVE impuesto-rectificativa TO ipt-impuesto.
           MOVE total-rectificativa TO ipt-total.
           MOVE facd-moneda TO ipt-moneda.
           WRITE linea-impresa FROM impreso-total.
           WRITE linea-impresa FROM SPACES.
           WRITE linea-impresa FROM SPACES.

      *    LA RECTIFICATIVA ENTRA A CARTERA EN EUR CON SU REFERENCIA:
      *    EL ABONO COMO PAGO DEL DIA Y EL CARGO CON EL VENCIMIENTO
      *    DEL PLAZO PACTADO, COMO UNA FACTURA.
       GRABAR-APUNTE-CARTERA.
           MOVE total-rectificativa TO importe-convertir.
           MOVE facd-moneda TO moneda-convertir.
           PERFORM CONVERTIR-IMPORTE-EUR.

           MOVE SPACES TO cartera-registro.
           MOVE fac-clientes-id TO cart-clientes-id.
           MOVE importe-eur TO cart-importe.
           MOVE fecha-hoy TO cart-fecha.
           MOVE numero-rectificativa TO rr-numero.
           MOVE referencia-rectificativa TO cart-referencia.
           IF rct-abono
               MOVE "P" TO cart-tipo
               MOVE fecha-hoy TO cart-fecha-vencimiento
           ELSE
               PERFORM CALCULAR-VENCIMIENTO-CARGO
               MOVE "C" TO cart-tipo
               MOVE vencimiento-cargo TO cart-fecha-vencimiento
           END-IF.

           WRITE cartera-registro.
           IF estado-cartera NOT = "00"
               DISPLAY "Error al grabar cartera.dat, estado: "
                   estado-cartera
           END-IF.

       CALCULAR-VENCIMIENTO-CARGO.
           MOVE 0 TO plazo-cliente.
           IF hay-clientes = "S"
               MOVE fac-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       DISPLAY "Cliente de la factura inexistente: "
                           fac-clientes-id
                   NOT INVALID KEY
                       MOVE clientes-plazo-pago TO plazo-cliente
               END-READ
           END-IF.

           MOVE "F" TO sf-operacion.
           MOVE fecha-hoy TO sf-fecha-1.
           MOVE plazo-cliente TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado = "S"
               MOVE sf-resultado-num TO vencimiento-cargo
           ELSE
               MOVE fecha-hoy TO vencimiento-cargo
           END-IF.

       CONVERTIR-IMPORTE-EUR.
           IF moneda-convertir = "EUR"
           OR moneda-convertir = SPACES
           OR hay-tipos-cambio = "N"
               MOVE importe-convertir TO importe-eur
               EXIT PARAGRAPH
           END-IF.

           MOVE moneda-convertir TO tc-moneda.
           READ tipos-cambio
               INVALID KEY
                   DISPLAY "Moneda sin tipo de cambio, apunte a "
                       "valor nominal: " moneda-convertir
                   MOVE importe-convertir TO importe-eur
               NOT INVALID KEY
                   COMPUTE importe-eur ROUNDED =
                       importe-convertir * tc-tasa
           END-READ.

       END PROGRAM "FACTURAS_RECTIFICATIVAS".
