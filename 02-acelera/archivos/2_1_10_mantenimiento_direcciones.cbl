      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de las direcciones de entrega de los
      *          clientes (direcciones-envio.dat).  Un cliente que
      *          factura en su sede puede recibir la mercancia en
      *          varias tiendas; cada una lleva direccion, contacto,
      *          telefono, notas para el reparto, ruta (validada
      *          contra rutas.dat) y orden de parada en ella.  Alta,
      *          modificacion, baja y listado por cliente.  El
      *          numero de direccion se asigna solo (el siguiente
      *          libre del cliente).  La baja no borra: los pedidos
      *          que ya la llevan la siguen resolviendo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_DIRECCIONES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DIRECCIONES DE ENTREGA EN MODO INDEXADO
       SELECT direcciones-envio
       ASSIGN TO "direcciones-envio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-direcciones.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *MAESTRO DE RUTAS DE REPARTO, SOLO LECTURA
       SELECT rutas-archivo
       ASSIGN TO "rutas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rut-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rutas.

       DATA DIVISION.
       FILE SECTION.
      *DIRECCIONES DE ENTREGA
       FD direcciones-envio.
           COPY "DIRECCION-ENVIO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *MAESTRO DE RUTAS DE REPARTO
       FD rutas-archivo.
           COPY "RUTA-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-direccion            PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-direcciones          PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  leyendo-direcciones         PIC X VALUE "S".
       77  que-cliente                 PIC X(7) VALUE SPACES.
       77  que-direccion               PIC 9(3) VALUE 0.
       77  siguiente-numero            PIC 9(3) VALUE 0.
       77  cliente-valido              PIC X VALUE "N".
       77  confirmacion                PIC X VALUE "N".
       77  direccion-nueva             PIC X(35) VALUE SPACES.
       77  contacto-nuevo              PIC X(25) VALUE SPACES.
       77  telefono-nuevo              PIC X(9) VALUE SPACES.
       77  notas-nuevas                PIC X(40) VALUE SPACES.
       77  ruta-nueva                  PIC X(4) VALUE SPACES.
       77  direcciones-listadas        PIC 9(3) VALUE 0.
       77  estado-rutas                PIC X(02) VALUE "00".
       77  hay-rutas                   PIC X VALUE "N".
       77  ruta-invalida               PIC X VALUE "N".
       77  orden-nuevo                 PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-DIRECCIONES
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O direcciones-envio.
           IF estado-direcciones = "35"
               OPEN OUTPUT direcciones-envio
               CLOSE direcciones-envio
               OPEN I-O direcciones-envio
           END-IF.
           IF estado-direcciones NOT = "00"
               DISPLAY "No se pudo abrir direcciones-envio.dat, "
                   "estado: " estado-direcciones
               STOP RUN
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-clientes
               CLOSE direcciones-envio
               STOP RUN
           END-IF.

      *    SIN MAESTRO DE RUTAS LA RUTA SE ACEPTA SIN VALIDAR
           OPEN INPUT rutas-archivo.
           IF estado-rutas = "00"
               MOVE "S" TO hay-rutas
           ELSE
               MOVE "N" TO hay-rutas
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE direcciones-envio.
           CLOSE clientes-archivo.
           IF hay-rutas = "S"
               CLOSE rutas-archivo
           END-IF.

       MOSTRAR-MENU-DIRECCIONES.
           DISPLAY "===== DIRECCIONES DE ENTREGA =====".
           DISPLAY "(A)lta de direccion".
           DISPLAY "(M)odificar direccion".
           DISPLAY "(B)aja de direccion".
           DISPLAY "(L)istado de un cliente".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-direccion.
           MOVE FUNCTION UPPER-CASE(opcion-direccion)
               TO opcion-direccion.

           EVALUATE opcion-direccion
               WHEN "A"
                   PERFORM ALTA-DIRECCION
               WHEN "M"
                   PERFORM MODIFICAR-DIRECCION
               WHEN "B"
                   PERFORM BAJA-DIRECCION
               WHEN "L"
                   PERFORM LISTAR-DIRECCIONES
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    EL CLIENTE TIENE QUE EXISTIR Y NO ESTAR DE BAJA
       PEDIR-CLIENTE.
           MOVE "N" TO cliente-valido.
           DISPLAY "ID del cliente: ".
           ACCEPT que-cliente.

           MOVE que-cliente TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   DISPLAY "Cliente inexistente: " que-cliente
               NOT INVALID KEY
                   IF clientes-baja
                       DISPLAY "El cliente esta de baja: "
                           que-cliente
                   ELSE
                       DISPLAY clientes-nombre
                       DISPLAY "  Facturacion: " clientes-direccion
                       MOVE "S" TO cliente-valido
                   END-IF
           END-READ.

       ALTA-DIRECCION.
           PERFORM PEDIR-CLIENTE.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-SIGUIENTE-NUMERO.
           IF siguiente-numero = 0
               DISPLAY "El cliente ya tiene 999 direcciones"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO direccion-envio-registro.
           MOVE que-cliente TO dir-clientes-id.
           MOVE siguiente-numero TO dir-numero.
           SET dir-activa TO TRUE.

           DISPLAY "Direccion: ".
           ACCEPT dir-direccion.
           IF dir-direccion = SPACES
               DISPLAY "La direccion es obligatoria"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Contacto (vacio = el del cliente): ".
           ACCEPT dir-contacto.
           IF dir-contacto = SPACES
               MOVE clientes-contacto TO dir-contacto
           END-IF.

           DISPLAY "Telefono (vacio = el del cliente): ".
           ACCEPT dir-telefono.
           IF dir-telefono = SPACES
               MOVE clientes-telefono TO dir-telefono
           END-IF.

           DISPLAY "Notas para el reparto: ".
           ACCEPT dir-notas.

           DISPLAY "Ruta de reparto: ".
           ACCEPT dir-ruta.
           MOVE FUNCTION UPPER-CASE(dir-ruta) TO dir-ruta.
           MOVE 0 TO dir-orden-ruta.
           IF dir-ruta NOT = SPACES
               PERFORM COMPROBAR-RUTA
               IF ruta-invalida = "S"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Orden de parada en la ruta: "
               ACCEPT dir-orden-ruta
           END-IF.

           WRITE direccion-envio-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar la direccion, estado: "
                       estado-direcciones
               NOT INVALID KEY
                   DISPLAY "Direccion grabada: " dir-clientes-id
                       "/" dir-numero
           END-WRITE.

      *    RECORRE LAS DIRECCIONES DEL CLIENTE Y SE QUEDA CON LA
      *    ULTIMA MAS UNO; 0 SI YA NO QUEDAN NUMEROS
       BUSCAR-SIGUIENTE-NUMERO.
           MOVE 1 TO siguiente-numero.
           MOVE que-cliente TO dir-clientes-id.
           MOVE 0 TO dir-numero.
           START direcciones-envio KEY IS NOT LESS THAN dir-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-direcciones.
           PERFORM AVANZAR-NUMERO
           UNTIL leyendo-direcciones = "N".

       AVANZAR-NUMERO.
           READ direcciones-envio NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-direcciones
               NOT AT END
                   IF dir-clientes-id NOT = que-cliente
                       MOVE "N" TO leyendo-direcciones
                   ELSE
                       IF dir-numero = 999
                           MOVE 0 TO siguiente-numero
                       ELSE
                           COMPUTE siguiente-numero = dir-numero + 1
                       END-IF
                   END-IF
           END-READ.

       LEER-DIRECCION.
           MOVE "N" TO cliente-valido.
           DISPLAY "Numero de direccion: ".
           ACCEPT que-direccion.

           MOVE que-cliente TO dir-clientes-id.
           MOVE que-direccion TO dir-numero.
           READ direcciones-envio
               INVALID KEY
                   DISPLAY "Direccion inexistente: " que-cliente
                       "/" que-direccion
               NOT INVALID KEY
                   MOVE "S" TO cliente-valido
                   PERFORM MOSTRAR-DIRECCION
           END-READ.

       MODIFICAR-DIRECCION.
           PERFORM PEDIR-CLIENTE.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-DIRECCION.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Direccion (vacio = igual): ".
           ACCEPT direccion-nueva.
           IF direccion-nueva NOT = SPACES
               MOVE direccion-nueva TO dir-direccion
           END-IF.

           DISPLAY "Contacto (vacio = igual): ".
           ACCEPT contacto-nuevo.
           IF contacto-nuevo NOT = SPACES
               MOVE contacto-nuevo TO dir-contacto
           END-IF.

           DISPLAY "Telefono (vacio = igual): ".
           ACCEPT telefono-nuevo.
           IF telefono-nuevo NOT = SPACES
               MOVE telefono-nuevo TO dir-telefono
           END-IF.

           DISPLAY "Notas para el reparto (vacio = igual): ".
           ACCEPT notas-nuevas.
           IF notas-nuevas NOT = SPACES
               MOVE notas-nuevas TO dir-notas
           END-IF.

           DISPLAY "Ruta de reparto (vacio = igual): ".
           ACCEPT ruta-nueva.
           IF ruta-nueva NOT = SPACES
               MOVE FUNCTION UPPER-CASE(ruta-nueva) TO dir-ruta
               PERFORM COMPROBAR-RUTA
               IF ruta-invalida = "S"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF dir-ruta NOT = SPACES
               DISPLAY "Orden de parada en la ruta (0 = igual): "
               ACCEPT orden-nuevo
               IF orden-nuevo NOT = 0
                   MOVE orden-nuevo TO dir-orden-ruta
               END-IF
           END-IF.

      *    UNA DIRECCION DADA DE BAJA SE PUEDE REACTIVAR AQUI
           IF dir-baja
               DISPLAY "La direccion esta de baja, ¿reactivar? (s/n)"
               ACCEPT confirmacion
               MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion
               IF confirmacion = "S"
                   SET dir-activa TO TRUE
               END-IF
           END-IF.

           REWRITE direccion-envio-registro
               INVALID KEY
                   DISPLAY "No se pudo modificar la direccion, "
                       "estado: " estado-direcciones
               NOT INVALID KEY
                   DISPLAY "Direccion modificada: " dir-clientes-id
                       "/" dir-numero
           END-REWRITE.

      *    LA RUTA TIENE QUE EXISTIR Y ESTAR ACTIVA; SI NO, LA
      *    DIRECCION NO SE GRABA
       COMPROBAR-RUTA.
           MOVE "N" TO ruta-invalida.
           IF hay-rutas = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE dir-ruta TO rut-codigo.
           READ rutas-archivo
               INVALID KEY
                   DISPLAY "Ruta inexistente: " dir-ruta
                   MOVE "S" TO ruta-invalida
               NOT INVALID KEY
                   IF NOT rut-activa
                       DISPLAY "La ruta " dir-ruta
                           " esta dada de baja"
                       MOVE "S" TO ruta-invalida
                   END-IF
           END-READ.

       BAJA-DIRECCION.
           PERFORM PEDIR-CLIENTE.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LEER-DIRECCION.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Dar de baja la direccion? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           SET dir-baja TO TRUE.
           REWRITE direccion-envio-registro
               INVALID KEY
                   DISPLAY "No se pudo dar de baja, estado: "
                       estado-direcciones
               NOT INVALID KEY
                   DISPLAY "Direccion dada de baja: " dir-clientes-id
                       "/" dir-numero
           END-REWRITE.

       MOSTRAR-DIRECCION.
           DISPLAY dir-numero " " dir-direccion "  ruta " dir-ruta
               "/" dir-orden-ruta "  estado " dir-estado.
           DISPLAY "    " dir-contacto " tel " dir-telefono.
           IF dir-notas NOT = SPACES
               DISPLAY "    Notas: " dir-notas
           END-IF.

       LISTAR-DIRECCIONES.
           PERFORM PEDIR-CLIENTE.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO direcciones-listadas.
           MOVE que-cliente TO dir-clientes-id.
           MOVE 0 TO dir-numero.
           START direcciones-envio KEY IS NOT LESS THAN dir-clave
               INVALID KEY
                   MOVE "N" TO leyendo-direcciones
               NOT INVALID KEY
                   MOVE "S" TO leyendo-direcciones
           END-START.

           PERFORM LISTAR-UNA-DIRECCION
           UNTIL leyendo-direcciones = "N".

           IF direcciones-listadas = 0
               DISPLAY "El cliente no tiene direcciones de entrega"
           END-IF.

       LISTAR-UNA-DIRECCION.
           READ direcciones-envio NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-direcciones
               NOT AT END
                   IF dir-clientes-id NOT = que-cliente
                       MOVE "N" TO leyendo-direcciones
                   ELSE
                       ADD 1 TO direcciones-listadas
                       PERFORM MOSTRAR-DIRECCION
                   END-IF
           END-READ.

       END PROGRAM "MANTENIMIENTO_DIRECCIONES".
