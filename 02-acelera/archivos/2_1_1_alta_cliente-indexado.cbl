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
      *    CAMPOS PARA EL DIARIO DE IMAGENES
       77  dj-archivo                  PIC X(12) VALUE "CLIENTES".
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".
      *    RUTA DE REPARTO DE LA DIRECCION DE LA FICHA
       77  estado-rutas                PIC X(02) VALUE "00".
       77  hay-rutas                   PIC X VALUE "N".
       77  ruta-invalida               PIC X VALUE "S".
       77  ruta-nueva                  PIC X(4) VALUE SPACES.


       PROCEDURE DIVISION.
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

       AGREGAR-REGISTROS.
           MOVE SPACE TO clientes-registro.

           DISPLAY "Introduce plazo de pago en dias (0/30/60/90): ".
           ACCEPT clientes-plazo-pago.

           DISPLAY "Interes de demora pactado, % anual (0 = tipo de "
               "la casa): ".
           ACCEPT clientes-interes-demora.

           PERFORM VALIDAR-EXENCION-INTERES.
           PERFORM VALIDAR-RECARGO-EQUIVALENCIA.
           PERFORM VALIDAR-FRECUENCIA-FACTURA.
           PERFORM VALIDAR-FACTURA-ELECTRONICA.

           MOVE "S" TO ruta-invalida.
           PERFORM VALIDAR-RUTA-REPARTO
           UNTIL ruta-invalida = "N".

           PERFORM VALIDAR-ESTADO-CLIENTE.
           MOVE opcion-estado-cliente TO clientes-estado.


           PERFORM REINICIAR.

      *    LA CUENTA EXENTA NO ENTRA EN LA LIQUIDACION MENSUAL DE
      *    INTERESES DE DEMORA
       VALIDAR-EXENCION-INTERES.
           DISPLAY "¿Exento de intereses de demora? (s/n): ".
           ACCEPT clientes-exento-interes.
           MOVE FUNCTION UPPER-CASE(clientes-exento-interes)
               TO clientes-exento-interes.
           IF NOT clientes-sin-interes
               MOVE "N" TO clientes-exento-interes
           END-IF.

      *    EL COMERCIANTE MINORISTA EN RECARGO DE EQUIVALENCIA PAGA
      *    EL RECARGO SOBRE EL IVA EN CADA FACTURA
       VALIDAR-RECARGO-EQUIVALENCIA.
           DISPLAY "¿En recargo de equivalencia? (s/n): ".
           ACCEPT clientes-recargo-equiv.
           MOVE FUNCTION UPPER-CASE(clientes-recargo-equiv)
               TO clientes-recargo-equiv.
           IF NOT clientes-con-recargo
               MOVE "N" TO clientes-recargo-equiv
           END-IF.

      *    EL CLIENTE CON ENTREGAS DIARIAS PUEDE RECIBIR UNA SOLA
      *    FACTURA RESUMEN POR QUINCENA O POR MES
       VALIDAR-FRECUENCIA-FACTURA.
           DISPLAY "Facturacion (P)or pedido, (Q)uincenal o "
               "(M)ensual: ".
           ACCEPT clientes-frecuencia-fac.
           MOVE FUNCTION UPPER-CASE(clientes-frecuencia-fac)
               TO clientes-frecuencia-fac.
           IF NOT clientes-fac-periodica
               MOVE "P" TO clientes-frecuencia-fac
           END-IF.

      *    EL CLIENTE CON FACTURA ELECTRONICA RECIBE SUS FACTURAS Y
      *    ABONOS POR LA EXPORTACION FACTURAE
       VALIDAR-FACTURA-ELECTRONICA.
           DISPLAY "¿Recibe factura electronica Facturae? (s/n): ".
           ACCEPT clientes-factura-electr.
           MOVE FUNCTION UPPER-CASE(clientes-factura-electr)
               TO clientes-factura-electr.
           IF NOT clientes-con-facturae
               MOVE "N" TO clientes-factura-electr
           END-IF.

      *    RUTA EN LA QUE SE REPARTE A LA DIRECCION DE LA FICHA Y
      *    ORDEN DE PARADA DENTRO DE ELLA; SIN RUTA SUS PEDIDOS
      *    SALEN APARTE EN EL DESPACHO
       VALIDAR-RUTA-REPARTO.
           DISPLAY "Ruta de reparto (vacio = sin ruta): ".
           ACCEPT ruta-nueva.
           MOVE FUNCTION UPPER-CASE(ruta-nueva) TO ruta-nueva.

           MOVE "N" TO ruta-invalida.
           MOVE SPACES TO clientes-ruta.
           MOVE 0 TO clientes-orden-ruta.
           IF ruta-nueva = SPACES
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

       VALIDAR-ID-NUEVO.
           MOVE "S" TO id-duplicado.

