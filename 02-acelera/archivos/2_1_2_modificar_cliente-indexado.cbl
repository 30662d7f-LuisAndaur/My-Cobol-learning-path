       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-caud.

      *MAESTRO DE RUTAS DE REPARTO, SOLO LECTURA
       SELECT rutas-archivo
       ASSIGN TO "rutas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rut-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rutas.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO
       FD clientes-auditoria.
           COPY "CLIENTES-AUDITORIA.CPY".

      *MAESTRO DE RUTAS DE REPARTO
       FD rutas-archivo.
           COPY "RUTA-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       01  si-no                       PIC X.
       77  que-id                      PIC X(7) VALUE SPACES.
       77  estado-caud                 PIC X(02) VALUE "00".
       77  fecha-hora-sistema          PIC X(21).
       77  motivo-estado               PIC X(35) VALUE SPACES.
      *    RUTA DE REPARTO DE LA DIRECCION DE LA FICHA
       77  estado-rutas                PIC X(02) VALUE "00".
       77  hay-rutas                   PIC X VALUE "N".
       77  ruta-invalida               PIC X VALUE "S".
       77  ruta-nueva                  PIC X(4) VALUE SPACES.
       77  estado-cotizaciones         PIC X(02) VALUE "00".
       77  leyendo-cotizaciones        PIC X VALUE "S".
       77  ver-cotizaciones            PIC X VALUE "N".
       77  bl-dueno                    PIC X(7) VALUE SPACES.
       77  bl-resultado                PIC X VALUE "S".
       77  perfil-firmado              PIC X VALUE SPACE.

      *    CAMPOS PARA LA SUBRUTINA DE ENMASCARADO
       77  md-operacion                PIC X VALUE SPACE.
       77  md-dato                     PIC X(40) VALUE SPACES.
       77  md-mascara                  PIC X(40) VALUE SPACES.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".
               GOBACK
           END-IF.

      *    SIN MAESTRO DE RUTAS LA RUTA SE ACEPTA SIN VALIDAR
           OPEN INPUT rutas-archivo.
           IF estado-rutas = "00"
               MOVE "S" TO hay-rutas
           ELSE
               MOVE "N" TO hay-rutas
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE clientes-archivo.
           IF estado-clientes NOT = "00"
                   "estado: " estado-caud
           END-IF.

           IF hay-rutas = "S"
               CLOSE rutas-archivo
           END-IF.

       MODIFICAR-REGISTROS.
           DISPLAY "Que ID quieres modificar?".
           ACCEPT que-id.
           DISPLAY "Nombre actual: " clientes-nombre.
           PERFORM VALIDAR-NOMBRE-CLIENTE.

      *    DIRECCION Y NIF SOLO SE VEN COMPLETOS CON PERFIL DE
      *    SUPERVISOR; EL OPERADOR LOS TECLEA DE NUEVO IGUAL.
           IF perfil-firmado = "S"
               DISPLAY "Direccion actual: " clientes-direccion
           ELSE
               MOVE "T" TO md-operacion
               MOVE clientes-direccion TO md-dato
               CALL "ENMASCARAR-DATO" USING md-operacion md-dato
                   md-mascara
               DISPLAY "Direccion actual: " md-mascara(1:35)
           END-IF.
           DISPLAY "Introduce nueva direccion del cliente: ".
           ACCEPT clientes-direccion.

           MOVE FUNCTION UPPER-CASE(clientes-contacto)
               TO clientes-contacto.

           IF perfil-firmado = "S"
               DISPLAY "NIF actual: " clientes-nif
           ELSE
               MOVE "C" TO md-operacion
               MOVE clientes-nif TO md-dato
               CALL "ENMASCARAR-DATO" USING md-operacion md-dato
                   md-mascara
               DISPLAY "NIF actual: " md-mascara(1:9)
           END-IF.
           PERFORM VALIDAR-NIF-CLIENTE.

           DISPLAY "Limite de credito actual: "
           DISPLAY "Nuevo plazo de pago en dias (0/30/60/90): ".
           ACCEPT clientes-plazo-pago.

           DISPLAY "Interes de demora actual (% anual, 0 = casa): "
               clientes-interes-demora.
           DISPLAY "Nuevo interes de demora pactado: ".
           ACCEPT clientes-interes-demora.

      *    EXIMIR UNA CUENTA DE INTERESES ES DECISION DE CREDITO,
      *    IGUAL QUE EL ESTADO: SOLO SUPERVISORES.
           IF perfil-firmado = "S"
               DISPLAY "Exento de intereses actual: "
                   clientes-exento-interes
               DISPLAY "¿Exento de intereses de demora? (s/n): "
               ACCEPT clientes-exento-interes
               MOVE FUNCTION UPPER-CASE(clientes-exento-interes)
                   TO clientes-exento-interes
               IF NOT clientes-sin-interes
                   MOVE "N" TO clientes-exento-interes
               END-IF
           END-IF.

           DISPLAY "Recargo de equivalencia actual: "
               clientes-recargo-equiv.
           DISPLAY "¿En recargo de equivalencia? (s/n): ".
           ACCEPT clientes-recargo-equiv.
           MOVE FUNCTION UPPER-CASE(clientes-recargo-equiv)
               TO clientes-recargo-equiv.
           IF NOT clientes-con-recargo
               MOVE "N" TO clientes-recargo-equiv
           END-IF.

           DISPLAY "Frecuencia de facturacion actual: "
               clientes-frecuencia-fac.
           DISPLAY "Facturacion (P)or pedido, (Q)uincenal o "
               "(M)ensual: ".
           ACCEPT clientes-frecuencia-fac.
           MOVE FUNCTION UPPER-CASE(clientes-frecuencia-fac)
               TO clientes-frecuencia-fac.
           IF NOT clientes-fac-periodica
               MOVE "P" TO clientes-frecuencia-fac
           END-IF.

           DISPLAY "Factura electronica actual: "
               clientes-factura-electr.
           DISPLAY "¿Recibe factura electronica Facturae? (s/n): ".
           ACCEPT clientes-factura-electr.
           MOVE FUNCTION UPPER-CASE(clientes-factura-electr)
               TO clientes-factura-electr.
           IF NOT clientes-con-facturae
               MOVE "N" TO clientes-factura-electr
           END-IF.

           DISPLAY "Ruta de reparto actual: " clientes-ruta
               " parada " clientes-orden-ruta.
           MOVE "S" TO ruta-invalida.
           PERFORM VALIDAR-RUTA-REPARTO
           UNTIL ruta-invalida = "N".

      *    EL CAMBIO DE ESTADO QUEDA RESERVADO A SUPERVISORES; UN
      *    OPERADOR COMUN CONSERVA EL ESTADO QUE EL CLIENTE TENIA.
           IF perfil-firmado = "S"
      *    MISMO CALIBRE DE VALIDACION QUE EN ALTA_CLIENTE_I, PARA
      *    QUE CORREGIR UN CLIENTE NO REINTRODUZCA DATOS MAL
      *    FORMADOS.
      *    VACIO CONSERVA LA RUTA Y LA PARADA; * DEJA AL CLIENTE
      *    SIN RUTA
       VALIDAR-RUTA-REPARTO.
           DISPLAY "Ruta de reparto (vacio = igual, * = sin ruta): ".
           ACCEPT ruta-nueva.
           MOVE FUNCTION UPPER-CASE(ruta-nueva) TO ruta-nueva.

           MOVE "N" TO ruta-invalida.
           IF ruta-nueva = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF ruta-nueva = "*"
               MOVE SPACES TO clientes-ruta
               MOVE 0 TO clientes-orden-ruta
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPROBAR-RUTA.
           IF ruta-invalida = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE ruta-nueva TO clientes-ruta.
           DISPLAY "Orden de parada en la ruta: ".
           ACCEPT clientes-orden-ruta.

      *    LA RUTA TIENE QUE EXISTIR Y ESTAR ACTIVA
       COMPROBAR-RUTA.
           MOVE "N" TO ruta-invalida.
           IF hay-rutas = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ruta-nueva TO rut-codigo.
           READ rutas-archivo
               INVALID KEY
                   DISPLAY "Ruta inexistente: " ruta-nueva
                   MOVE "S" TO ruta-invalida
               NOT INVALID KEY
                   IF NOT rut-activa
                       DISPLAY "La ruta " ruta-nueva
                           " esta dada de baja"
                       MOVE "S" TO ruta-invalida
                   END-IF
           END-READ.

       VALIDAR-NOMBRE-CLIENTE.
           MOVE "S" TO nombre-invalido.

