       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-hist-precio.

      *CAMBIOS DE PRECIO CON VIGENCIA FUTURA
       SELECT precios-programados
       ASSIGN TO "precios-programados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ppg-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-programados.

      *REGISTRO DE NUMERACION DE PRODUCTOS (UN SOLO REGISTRO)
       SELECT producto-numeros
       ASSIGN TO "producto-numeros.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-paud.

      *MAESTRO DE FAMILIAS, SOLO PARA VALIDAR LA FAMILIA ASIGNADA
       SELECT familias-archivo
       ASSIGN TO "familias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fam-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-familias.

      *ARCHIVO DE EMPLEADOS, SOLO PARA VALIDAR QUIEN DA DE ALTA
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       FD producto-hist-precio.
           COPY "PRODUCTO-HIST-PRECIO.CPY".

      *CAMBIOS DE PRECIO PROGRAMADOS
       FD precios-programados.
           COPY "PRECIO-PROGRAMADO.CPY".

      *REGISTRO DE NUMERACION DE PRODUCTOS
       FD producto-numeros.
       01  numeros-registro.
       FD producto-auditoria.
           COPY "PRODUCTO-AUDITORIA.CPY".

      *MAESTRO DE FAMILIAS
       FD familias-archivo.
           COPY "FAMILIA-REGISTRO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".
       77  que-id-producto             PIC 9(6).
       77  nuevo-stock                 PIC 9(6).
       77  nuevo-precio                PIC 9(4)V99.
       77  nueva-familia               PIC X(4).
       77  estado-familias             PIC X(02) VALUE "00".
       77  hay-familias                PIC X VALUE "N".
       77  resultado-familia           PIC X VALUE "N".
           88  familia-valida              VALUE "S".
           88  familia-invalida            VALUE "N".
       77  precio-anterior             PIC 9(4)V99.
       77  estado-programados          PIC X(02) VALUE "00".
       77  programado-existente        PIC X VALUE "N".
       77  leyendo-programados         PIC X VALUE "S".
       77  que-fecha-vigencia          PIC 9(8) VALUE 0.
       77  total-programados           PIC 9(4) VALUE 0.
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  nuevo-estado                PIC X VALUE SPACE.
       77  nueva-fecha-estado          PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  estado-empleado-valido      PIC X VALUE "N".
           88  empleado-valido             VALUE "S".
           05  pia-caducidad           PIC 9(8).
           05  pia-critico             PIC 9(6).
           05  pia-registrado          PIC X(7).
           05  pia-estado              PIC X.
           05  pia-estado-fecha        PIC 9(8).
           05  pia-familia             PIC X(4).
           05  pia-costo               PIC 9(4)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.

           IF signon-incorrecto
               GOBACK
           END-IF.

      *    SIN MAESTRO DE FAMILIAS LA FAMILIA NO SE VALIDA
           OPEN INPUT familias-archivo.
           IF estado-familias = "00"
               MOVE "S" TO hay-familias
           END-IF.

           OPEN EXTEND producto-auditoria.
           IF estado-paud = "35"
               OPEN OUTPUT producto-auditoria
               GOBACK
           END-IF.

           OPEN I-O precios-programados.
           IF estado-programados = "35"
               OPEN OUTPUT precios-programados
               CLOSE precios-programados
               OPEN I-O precios-programados
           END-IF.
           IF estado-programados NOT = "00"
               DISPLAY "No se pudo abrir precios-programados.dat, "
                   "estado: " estado-programados
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           IF estado-producto NOT = "00"
                   "estado: " estado-paud
           END-IF.

           IF hay-familias = "S"
               CLOSE familias-archivo
           END-IF.

           CLOSE precios-programados.

       GRABAR-EVENTO.
           CALL "REGISTRO-EVENTOS" USING evento-programa
               evento-parrafo evento-estado evento-clave
           DISPLAY "(A)lta de producto".
           DISPLAY "(C)onsulta por ID".
           DISPLAY "(M)odificar stock y precio".
           DISPLAY "(E)stado del ciclo de vida".
           DISPLAY "(P)recio con fecha de vigencia futura".
           DISPLAY "(L)istar precios programados".
           DISPLAY "(X) Anular un precio programado".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-producto.
                   ELSE
                       DISPLAY "Funcion reservada a supervisores"
                   END-IF
               WHEN "E"
               WHEN "e"
      *            BLOQUEAR O DESCATALOGAR TAMBIEN ES DE SUPERVISOR
                   IF perfil-firmado = "S"
                       PERFORM CAMBIAR-ESTADO-PRODUCTO
                   ELSE
                       DISPLAY "Funcion reservada a supervisores"
                   END-IF
      *            PROGRAMAR O ANULAR UN PRECIO FUTURO ES CAMBIAR
      *            PRECIO: TAMBIEN DE SUPERVISOR
               WHEN "P"
               WHEN "p"
                   IF perfil-firmado = "S"
                       PERFORM PROGRAMAR-PRECIO
                   ELSE
                       DISPLAY "Funcion reservada a supervisores"
                   END-IF
               WHEN "L"
               WHEN "l"
                   PERFORM LISTAR-PRECIOS-PROGRAMADOS
               WHEN "X"
               WHEN "x"
                   IF perfil-firmado = "S"
                       PERFORM ANULAR-PRECIO-PROGRAMADO
                   ELSE
                       DISPLAY "Funcion reservada a supervisores"
                   END-IF
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO salir-menu-producto
               "(0 = 1 a 1): ".
           ACCEPT producto-factor-compra.

           SET familia-invalida TO TRUE.
           PERFORM PEDIR-FAMILIA-ALTA
           UNTIL familia-valida.

           DISPLAY "¿Se sigue por numero de serie? (s/n): ".
           ACCEPT producto-serializado.
           PERFORM PEDIR-GARANTIA-SERIE.

      *    TODO ARTICULO NACE ACTIVO
           MOVE "A" TO producto-estado.
           MOVE fecha-hoy TO producto-estado-fecha.
           MOVE "A" TO producto-estado-anterior.

           PERFORM VALIDAR-EMPLEADO-REGISTRADOR.

           IF empleado-invalido
               END-IF
           END-PERFORM.

       PEDIR-FAMILIA-ALTA.
           DISPLAY "Familia comercial (vacio = sin familia): ".
           MOVE SPACES TO nueva-familia.
           ACCEPT nueva-familia.
           MOVE FUNCTION UPPER-CASE(nueva-familia) TO nueva-familia.

           IF nueva-familia = SPACES
               SET familia-valida TO TRUE
           ELSE
               PERFORM VALIDAR-FAMILIA
           END-IF.

           IF familia-valida
               MOVE nueva-familia TO producto-familia
           END-IF.

      *    LA FAMILIA O SUBFAMILIA TIENE QUE EXISTIR Y ESTAR ACTIVA
      *    EN familias.dat
       VALIDAR-FAMILIA.
           SET familia-valida TO TRUE.
           IF hay-familias = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE nueva-familia TO fam-codigo.
           READ familias-archivo
               INVALID KEY
                   SET familia-invalida TO TRUE
                   DISPLAY "Familia inexistente: " nueva-familia
               NOT INVALID KEY
                   IF NOT fam-activa
                       SET familia-invalida TO TRUE
                       DISPLAY "Familia inactiva: " nueva-familia
                   END-IF
           END-READ.

       CONSULTAR-PRODUCTO.
           DISPLAY "Introduce ID del producto a consultar: ".
           ACCEPT que-id-producto.
                   DISPLAY "Stock.....: " producto-stock
                   DISPLAY "Caducidad.: " producto-caducidad
                   DISPLAY "Critico...: " producto-critico
                   DISPLAY "Familia...: " producto-familia
                   PERFORM MOSTRAR-FAMILIA-PRODUCTO
                   IF producto-con-serie
                       DISPLAY "Serie.....: S, garantia "
                           producto-garantia-meses " meses"
                   END-IF
                   PERFORM RESOLVER-SITUACION-PRODUCTO
                   DISPLAY "Estado....: " situacion-producto
                       " (A=activo C=bloq. compra V=bloq. venta "
                       "D=descatalogado)"
                   IF producto-estado-fecha > fecha-hoy
                       DISPLAY "Programado: " producto-estado
                           " desde el " producto-estado-fecha
                   END-IF
           END-READ.

       ACTUALIZAR-STOCK-Y-PRECIO.
           DISPLAY "Nuevo precio: ".
           ACCEPT nuevo-precio.

           DISPLAY "Nueva familia (vacio = " producto-familia "): ".
           MOVE SPACES TO nueva-familia.
           ACCEPT nueva-familia.
           MOVE FUNCTION UPPER-CASE(nueva-familia) TO nueva-familia.

           DISPLAY "¿Se sigue por numero de serie? (s/n, hoy "
               producto-serializado "): ".
           ACCEPT producto-serializado.
           PERFORM PEDIR-GARANTIA-SERIE.

           MOVE nuevo-stock  TO producto-stock.
           MOVE nuevo-precio TO producto-precio.
           IF nueva-familia NOT = SPACES
               PERFORM VALIDAR-FAMILIA
               IF familia-valida
                   MOVE nueva-familia TO producto-familia
               ELSE
                   DISPLAY "Se conserva la familia " producto-familia
               END-IF
           END-IF.

           IF precio-anterior NOT = producto-precio
               PERFORM REGISTRAR-HISTORICO-PRECIO
           CALL "BLOQUEO-REGISTROS" USING bl-operacion bl-archivo
               bl-registro bl-operador bl-dueno bl-resultado.

      *    SOLO EL ARTICULO CON SERIE TIENE GARANTIA CONTROLADA:
      *    ES EL NUMERO DE SERIE EL QUE DICE CUANDO SE VENDIO
       PEDIR-GARANTIA-SERIE.
           MOVE FUNCTION UPPER-CASE(producto-serializado)
               TO producto-serializado.
           IF NOT producto-con-serie
               MOVE "N" TO producto-serializado
               MOVE 0 TO producto-garantia-meses
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Meses de garantia desde la venta "
               "(0 = sin garantia): ".
           ACCEPT producto-garantia-meses.

       MOSTRAR-FAMILIA-PRODUCTO.
           IF producto-familia = SPACES OR hay-familias = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-familia TO fam-codigo.
           READ familias-archivo
               INVALID KEY
                   DISPLAY "            (no esta en el maestro)"
               NOT INVALID KEY
                   IF fam-padre = SPACES
                       DISPLAY "            " fam-descript
                   ELSE
                       DISPLAY "            " fam-descript
                           " (subfamilia de " fam-padre ")"
                   END-IF
           END-READ.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.
           IF situacion-producto = SPACE
               MOVE "A" TO situacion-producto
           END-IF.

      *    EL NUEVO ESTADO PUEDE REGIR HOY O PROGRAMARSE A FUTURO: EL
      *    QUE ESTA EN VIGOR HOY PASA A SER EL ANTERIOR, QUE SIGUE
      *    APLICANDOSE HASTA LA FECHA DE EFECTO.  UN SEGUNDO CAMBIO
      *    PROGRAMADO REEMPLAZA AL PRIMERO.
       CAMBIAR-ESTADO-PRODUCTO.
           DISPLAY "Introduce ID del producto: ".
           ACCEPT que-id-producto.

           MOVE que-id-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "ID de producto inexistente: "
                       que-id-producto
                   EXIT PARAGRAPH
           END-READ.

           MOVE "T" TO bl-operacion.
           MOVE SPACES TO bl-registro.
           MOVE que-id-producto TO bl-registro(1:6).
           MOVE empleado-firmado TO bl-operador.
           CALL "BLOQUEO-REGISTROS" USING bl-operacion bl-archivo
               bl-registro bl-operador bl-dueno bl-resultado.

           IF bl-resultado = "N"
               DISPLAY "Registro en uso por el operador " bl-dueno
               EXIT PARAGRAPH
           END-IF.

           PERFORM GUARDAR-IMAGEN-ANTERIOR.
           MOVE empleado-firmado TO id-operador-mant.
           PERFORM RESOLVER-SITUACION-PRODUCTO.

           DISPLAY producto-descript " estado actual "
               situacion-producto.
           DISPLAY "Nuevo estado (A=activo, C=bloqueado compra, "
               "V=bloqueado venta, D=descatalogado): ".
           MOVE SPACE TO nuevo-estado.
           ACCEPT nuevo-estado.
           MOVE FUNCTION UPPER-CASE(nuevo-estado) TO nuevo-estado.

           IF nuevo-estado NOT = "A" AND NOT = "C"
           AND NOT = "V" AND NOT = "D"
               DISPLAY "Estado invalido: " nuevo-estado
               PERFORM SOLTAR-BLOQUEO-PRODUCTO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fecha de efecto AAAAMMDD (0 = hoy): ".
           MOVE 0 TO nueva-fecha-estado.
           ACCEPT nueva-fecha-estado.
           IF nueva-fecha-estado = 0
               MOVE fecha-hoy TO nueva-fecha-estado
           END-IF.

           IF nueva-fecha-estado < fecha-hoy
               DISPLAY "La fecha de efecto no puede ser pasada"
               PERFORM SOLTAR-BLOQUEO-PRODUCTO
               EXIT PARAGRAPH
           END-IF.

           MOVE situacion-producto TO producto-estado-anterior.
           MOVE nuevo-estado TO producto-estado.
           MOVE nueva-fecha-estado TO producto-estado-fecha.

           REWRITE producto-registro
               INVALID KEY
                   DISPLAY "Error al actualizar producto, "
                       "estado: " estado-producto
               NOT INVALID KEY
                   DISPLAY "Estado " producto-estado " en vigor desde "
                       producto-estado-fecha
                   MOVE "ESTADO" TO paud-operacion
                   PERFORM REGISTRAR-AUDITORIA-PRODUCTO
                   MOVE "M" TO dj-operacion
                   PERFORM ANOTAR-IMAGEN-DIARIA
           END-REWRITE.

           PERFORM SOLTAR-BLOQUEO-PRODUCTO.

      *    EL PRECIO ANUNCIADO PARA UNA FECHA FUTURA QUEDA EN
      *    precios-programados.dat Y LO APLICA LA CADENA NOCTURNA LA
      *    NOCHE EN QUE PASA A REGIR, CON SU HISTORICO Y SU AUDITORIA.
      *    OTRO PRECIO PARA EL MISMO PRODUCTO Y FECHA REEMPLAZA AL
      *    PROGRAMADO.
       PROGRAMAR-PRECIO.
           DISPLAY "Introduce ID del producto: ".
           ACCEPT que-id-producto.

           MOVE que-id-producto TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "ID de producto inexistente: "
                       que-id-producto
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY producto-descript " precio actual "
               producto-precio " " producto-moneda.

           DISPLAY "Nuevo precio: ".
           MOVE 0 TO nuevo-precio.
           ACCEPT nuevo-precio.

           DISPLAY "Fecha de vigencia AAAAMMDD: ".
           MOVE 0 TO que-fecha-vigencia.
           ACCEPT que-fecha-vigencia.

           IF FUNCTION TEST-DATE-YYYYMMDD(que-fecha-vigencia) NOT = 0
               DISPLAY "Fecha invalida: " que-fecha-vigencia
               EXIT PARAGRAPH
           END-IF.

           IF que-fecha-vigencia <= fecha-hoy
               DISPLAY "La vigencia tiene que ser futura; el precio "
                   "de hoy se cambia con (M)odificar"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-fecha-vigencia TO ppg-fecha-vigencia.
           MOVE producto-id TO ppg-producto-id.
           MOVE "S" TO programado-existente.
           READ precios-programados
               INVALID KEY
                   MOVE "N" TO programado-existente
           END-READ.

           MOVE que-fecha-vigencia TO ppg-fecha-vigencia.
           MOVE producto-id TO ppg-producto-id.
           MOVE nuevo-precio TO ppg-precio.
           MOVE producto-moneda TO ppg-moneda.
           SET ppg-de-mantenimiento TO TRUE.
           MOVE empleado-firmado TO ppg-registrado-por.
           MOVE fecha-hoy TO ppg-fecha-alta.
           SET ppg-pendiente TO TRUE.
           MOVE 0 TO ppg-fecha-resolucion.
           MOVE SPACES TO ppg-resuelto-por.

           IF programado-existente = "S"
               REWRITE precio-programado
                   INVALID KEY
                       DISPLAY "Error al programar el precio, "
                           "estado: " estado-programados
                   NOT INVALID KEY
                       DISPLAY "Precio programado reemplazado para "
                           "el " ppg-fecha-vigencia
               END-REWRITE
           ELSE
               WRITE precio-programado
                   INVALID KEY
                       DISPLAY "Error al programar el precio, "
                           "estado: " estado-programados
                   NOT INVALID KEY
                       DISPLAY "Precio programado para el "
                           ppg-fecha-vigencia
               END-WRITE
           END-IF.

      *    LOS CAMBIOS PENDIENTES, EN ORDEN DE FECHA DE VIGENCIA, DE
      *    UN PRODUCTO O DE TODOS
       LISTAR-PRECIOS-PROGRAMADOS.
           DISPLAY "ID del producto (0 = todos): ".
           MOVE 0 TO que-id-producto.
           ACCEPT que-id-producto.

           MOVE 0 TO total-programados.
           MOVE LOW-VALUES TO ppg-clave.
           START precios-programados KEY IS NOT LESS THAN ppg-clave
               INVALID KEY
                   DISPLAY "No hay precios programados"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-programados.
           PERFORM LISTAR-UN-PROGRAMADO
           UNTIL leyendo-programados = "N".

           DISPLAY "Cambios pendientes: " total-programados.

       LISTAR-UN-PROGRAMADO.
           READ precios-programados NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-programados
               NOT AT END
                   IF ppg-pendiente
                   AND (que-id-producto = 0
                        OR ppg-producto-id = que-id-producto)
                       ADD 1 TO total-programados
                       DISPLAY ppg-fecha-vigencia " " ppg-producto-id
                           " " ppg-precio " " ppg-moneda
                           " origen " ppg-origen
                           " por " ppg-registrado-por
                           " el " ppg-fecha-alta
                   END-IF
           END-READ.

      *    SOLO SE ANULA LO QUE AUN NO SE APLICO; QUEDA COMO RASTRO
      *    CON QUIEN Y CUANDO LO ANULO
       ANULAR-PRECIO-PROGRAMADO.
           DISPLAY "Introduce ID del producto: ".
           ACCEPT que-id-producto.

           DISPLAY "Fecha de vigencia AAAAMMDD: ".
           MOVE 0 TO que-fecha-vigencia.
           ACCEPT que-fecha-vigencia.

           MOVE que-fecha-vigencia TO ppg-fecha-vigencia.
           MOVE que-id-producto TO ppg-producto-id.
           READ precios-programados
               INVALID KEY
                   DISPLAY "No hay precio programado para ese "
                       "producto y fecha"
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ppg-pendiente
               DISPLAY "El cambio ya no esta pendiente, estado: "
                   ppg-estado
               EXIT PARAGRAPH
           END-IF.

           SET ppg-anulado TO TRUE.
           MOVE fecha-hoy TO ppg-fecha-resolucion.
           MOVE empleado-firmado TO ppg-resuelto-por.

           REWRITE precio-programado
               INVALID KEY
                   DISPLAY "Error al anular el precio programado, "
                       "estado: " estado-programados
               NOT INVALID KEY
                   DISPLAY "Precio programado anulado"
           END-REWRITE.

       SOLTAR-BLOQUEO-PRODUCTO.
           MOVE "L" TO bl-operacion.
           CALL "BLOQUEO-REGISTROS" USING bl-operacion bl-archivo
               bl-registro bl-operador bl-dueno bl-resultado.

       GUARDAR-IMAGEN-ANTERIOR.
           MOVE producto-id        TO pia-id.
           MOVE producto-control   TO pia-control.
           MOVE producto-caducidad TO pia-caducidad.
           MOVE producto-critico   TO pia-critico.
           MOVE producto-registrado-por TO pia-registrado.
           MOVE producto-estado    TO pia-estado.
           MOVE producto-estado-fecha TO pia-estado-fecha.
           MOVE producto-familia   TO pia-familia.
           MOVE producto-costo     TO pia-costo.

      *    EL PRECIO YA TENIA SU HISTORICO; AHORA TODO CAMBIO DEL
      *    REGISTRO (STOCK, DESCRIPCION, CRITICO, ALTA) DEJA SU
               MOVE 0 TO paud-ant-id paud-ant-control
                   paud-ant-precio paud-ant-stock
                   paud-ant-caducidad paud-ant-critico
               MOVE 0 TO paud-ant-estado-fecha paud-ant-costo
               MOVE SPACES TO paud-ant-descript paud-ant-moneda
                   paud-ant-registrado paud-ant-estado
                   paud-ant-familia
           ELSE
               MOVE pia-id        TO paud-ant-id
               MOVE pia-control   TO paud-ant-control
               MOVE pia-caducidad TO paud-ant-caducidad
               MOVE pia-critico   TO paud-ant-critico
               MOVE pia-registrado TO paud-ant-registrado
               MOVE pia-estado    TO paud-ant-estado
               MOVE pia-estado-fecha TO paud-ant-estado-fecha
               MOVE pia-familia   TO paud-ant-familia
               MOVE pia-costo     TO paud-ant-costo
           END-IF.

           MOVE producto-id        TO paud-nue-id.
           MOVE producto-caducidad TO paud-nue-caducidad.
           MOVE producto-critico   TO paud-nue-critico.
           MOVE producto-registrado-por TO paud-nue-registrado.
           MOVE producto-estado    TO paud-nue-estado.
           MOVE producto-estado-fecha TO paud-nue-estado-fecha.
           MOVE producto-familia   TO paud-nue-familia.
           MOVE producto-costo     TO paud-nue-costo.

           WRITE producto-auditoria-registro.
           IF estado-paud NOT = "00"
