      *          (estado E) registra en entregas.dat la fecha de
      *          entrega y el nombre de quien recibio, o el codigo
      *          del fallo (AU=ausente, DI=direccion erronea,
      *          RE=rechazado).  Antes de anotar muestra la
      *          direccion de entrega del pedido (contacto, telefono,
      *          notas y ruta); si el fallo fue por direccion, deja
      *          cambiar la direccion de entrega del pedido para el
      *          nuevo intento.  Cada fallo queda ademas en el
      *          historico entregas-fallos.dat, porque el reintento
      *          bueno pisa el registro de entregas.dat y el reporte
      *          OTIF cuenta los fallos por motivo.  En modo
      *          manifiesto se cierra de una vez un reparto de
      *          DESPACHO_RUTAS: se anotan una a una solo las paradas
      *          con incidencia y el resto de paradas pendientes se da
      *          por entregado en la fecha indicada, marcando cada
      *          parada del manifiesto.  La facturacion retiene los
      *          pedidos sin entrega confirmada y el reporte diario
      *          de entregas pendientes reclama los que llevan
      *          demasiados dias en silencio.
      * Tectonics: cobc
      ******************************************************************
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-entregas.

      *HISTORICO DE ENTREGAS FALLIDAS, EN SECUENCIAL
       SELECT entregas-fallos
       ASSIGN TO "entregas-fallos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-fallos.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *DIRECCIONES DE ENTREGA DE LOS CLIENTES, SOLO LECTURA
       SELECT direcciones-envio
       ASSIGN TO "direcciones-envio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-direcciones.

      *MANIFIESTOS DE REPARTO EN MODO INDEXADO
       SELECT manifiestos-archivo
       ASSIGN TO "manifiestos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS man-clave
       ALTERNATE RECORD KEY IS man-pedido WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-manifiestos.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE PEDIDO
       FD entregas-archivo.
           COPY "ENTREGA-REGISTRO.CPY".

      *HISTORICO DE ENTREGAS FALLIDAS
       FD entregas-fallos.
           COPY "ENTREGA-FALLO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *DIRECCIONES DE ENTREGA
       FD direcciones-envio.
           COPY "DIRECCION-ENVIO.CPY".

      *MANIFIESTOS DE REPARTO
       FD manifiestos-archivo.
           COPY "MANIFIESTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-entregas             PIC X(02) VALUE "00".
       77  estado-fallos               PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  que-pedido                  PIC 9(6) VALUE 0.
       77  opcion-resultado            PIC X VALUE SPACE.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    DIRECCION DE ENTREGA DEL PEDIDO EN CURSO: LA ELEGIDA EN
      *    direcciones-envio.dat O, SI ES 0, LA DE LA FICHA
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-direcciones          PIC X(02) VALUE "00".
       77  hay-clientes                PIC X VALUE "N".
       77  hay-direcciones             PIC X VALUE "N".
       01  envio-resuelto.
           05  er-direccion            PIC X(35).
           05  er-contacto             PIC X(25).
           05  er-telefono             PIC X(9).
           05  er-notas                PIC X(40).
           05  er-ruta                 PIC X(4).

      *    CAMBIO DE DIRECCION TRAS UN FALLO POR DIRECCION ERRONEA
       77  cambiar-direccion           PIC X VALUE "N".
       77  leyendo-direcciones         PIC X VALUE "S".
       77  que-direccion               PIC 9(3) VALUE 0.
       77  direccion-apta              PIC X VALUE "N".

      *    CONFIRMACION POR MANIFIESTO DE REPARTO
       77  estado-manifiestos          PIC X(02) VALUE "00".
       77  hay-manifiestos             PIC X VALUE "N".
       77  modo-confirmacion           PIC X VALUE "P".
       77  entrega-grabada             PIC X VALUE "N".
       77  que-manifiesto              PIC 9(6) VALUE 0.
       77  que-parada                  PIC 9(3) VALUE 0.
       77  leyendo-manifiesto          PIC X VALUE "S".
       77  fecha-manifiesto            PIC 9(8) VALUE 0.
       77  receptor-manifiesto         PIC X(25) VALUE SPACES.
       77  confirmacion                PIC X VALUE "N".
       77  paradas-pendientes          PIC 9(3) VALUE 0.
       77  paradas-confirmadas         PIC 9(3) VALUE 0.
       77  paradas-sin-enviar          PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           IF hay-manifiestos = "S"
               DISPLAY "Confirmar por (P)edido o por (M)anifiesto: "
               ACCEPT modo-confirmacion
               MOVE FUNCTION UPPER-CASE(modo-confirmacion)
                   TO modo-confirmacion
           END-IF.

           IF modo-confirmacion = "M"
               PERFORM CONFIRMAR-UN-MANIFIESTO
               UNTIL si-no = "N"
           ELSE
               PERFORM CONFIRMAR-UNA-ENTREGA
               UNTIL si-no = "N"
           END-IF.

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
      *    EN I-O PARA PODER CAMBIAR LA DIRECCION DE ENTREGA
           OPEN I-O pedidos-archivo.
           IF estado-pedidos NOT = "00"
               DISPLAY "No se pudo abrir pedidos.dat, estado: "
                   estado-pedidos
               GOBACK
           END-IF.

      *    SIN CLIENTES NI DIRECCIONES EL DOCUMENTO SALE SIN DESTINO
           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
           END-IF.

           OPEN INPUT direcciones-envio.
           IF estado-direcciones = "00"
               MOVE "S" TO hay-direcciones
           ELSE
               MOVE "N" TO hay-direcciones
           END-IF.

      *    SIN MANIFIESTOS (AUN NO SE DESPACHO NINGUNA RUTA) SOLO SE
      *    CONFIRMA PEDIDO A PEDIDO
           OPEN I-O manifiestos-archivo.
           IF estado-manifiestos = "00"
               MOVE "S" TO hay-manifiestos
           ELSE
               MOVE "N" TO hay-manifiestos
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE pedidos-archivo.
           CLOSE entregas-archivo.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.
           IF hay-direcciones = "S"
               CLOSE direcciones-envio
           END-IF.
           IF hay-manifiestos = "S"
               CLOSE manifiestos-archivo
           END-IF.

       CONFIRMAR-UNA-ENTREGA.
           DISPLAY "Numero de pedido enviado: ".
           ACCEPT que-pedido.

           PERFORM ANOTAR-ENTREGA-PEDIDO.
           PERFORM REINICIAR.

      *    ANOTA EL RESULTADO DE UN PEDIDO, SUELTO O COMO INCIDENCIA
      *    DE UN MANIFIESTO, Y MARCA SU PARADA SI VA EN UN REPARTO
       ANOTAR-ENTREGA-PEDIDO.
           MOVE "N" TO entrega-grabada.
           MOVE que-pedido TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   DISPLAY "Pedido inexistente: " que-pedido
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ped-enviado AND NOT ped-facturado
               DISPLAY "El pedido no esta enviado; estado: "
                   ped-estado
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOSTRAR-DIRECCION-ENVIO.

           MOVE "S" TO entrega-nueva.
           MOVE que-pedido TO ent-pedido.
           READ entregas-archivo
                   IF ent-confirmada
                       DISPLAY "La entrega ya esta confirmada: "
                           que-pedido
                       EXIT PARAGRAPH
                   END-IF
           END-READ.
           END-IF.

           PERFORM GRABAR-ENTREGA.
           IF ent-fallida
               PERFORM ANOTAR-FALLO
           END-IF.
           IF ent-fallo-direccion
               PERFORM OFRECER-CAMBIO-DIRECCION
           END-IF.
           IF entrega-grabada = "S" AND hay-manifiestos = "S"
               PERFORM MARCAR-PARADA-PEDIDO
           END-IF.

      *    LA PARADA PENDIENTE DEL PEDIDO EN SU MANIFIESTO QUEDA
      *    ENTREGADA O FALLIDA SEGUN LO ANOTADO; UN PEDIDO FALLIDO
      *    VUELVE ASI A SALIR EN EL SIGUIENTE DESPACHO
       MARCAR-PARADA-PEDIDO.
           MOVE que-pedido TO man-pedido.
           START manifiestos-archivo KEY IS EQUAL TO man-pedido
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-manifiesto.
           PERFORM BUSCAR-PARADA-PEDIDO
           UNTIL leyendo-manifiesto = "N".

       BUSCAR-PARADA-PEDIDO.
           READ manifiestos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-manifiesto
                   EXIT PARAGRAPH
           END-READ.

           IF man-pedido NOT = que-pedido
               MOVE "N" TO leyendo-manifiesto
               EXIT PARAGRAPH
           END-IF.

           IF man-en-reparto
               MOVE "N" TO leyendo-manifiesto
               PERFORM REGRABAR-PARADA
           END-IF.

       REGRABAR-PARADA.
           IF ent-confirmada
               SET man-entregada TO TRUE
           ELSE
               SET man-fallida TO TRUE
           END-IF.
           REWRITE manifiesto-registro
               INVALID KEY
                   DISPLAY "No se pudo marcar la parada "
                       man-numero "/" man-parada
           END-REWRITE.

      *    CIERRE DE UN MANIFIESTO: PRIMERO LAS INCIDENCIAS PARADA A
      *    PARADA Y DESPUES EL RESTO DE PARADAS PENDIENTES, TODAS
      *    ENTREGADAS EN LA MISMA FECHA
       CONFIRMAR-UN-MANIFIESTO.
           DISPLAY "Numero de manifiesto: ".
           ACCEPT que-manifiesto.

           PERFORM LISTAR-PARADAS-PENDIENTES.
           IF paradas-pendientes = 0
               DISPLAY "Sin paradas pendientes en el manifiesto: "
                   que-manifiesto
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO que-parada.
           PERFORM ANOTAR-INCIDENCIA-PARADA
           UNTIL que-parada = 0.

           PERFORM LISTAR-PARADAS-PENDIENTES.
           IF paradas-pendientes = 0
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO fecha-invalida.
           PERFORM PEDIR-FECHA-MANIFIESTO
           UNTIL fecha-invalida = "N".

           DISPLAY "¿Dar por entregadas las " paradas-pendientes
               " paradas pendientes? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Manifiesto sin cerrar: " que-manifiesto
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO receptor-manifiesto.
           STRING "SEGUN MANIFIESTO " que-manifiesto
               DELIMITED BY SIZE INTO receptor-manifiesto.
           MOVE 0 TO paradas-confirmadas.
           MOVE 0 TO paradas-sin-enviar.

           MOVE que-manifiesto TO man-numero.
           MOVE 0 TO man-parada.
           START manifiestos-archivo KEY IS NOT LESS THAN man-clave
               INVALID KEY
                   MOVE "N" TO leyendo-manifiesto
               NOT INVALID KEY
                   MOVE "S" TO leyendo-manifiesto
           END-START.

           PERFORM CONFIRMAR-PARADA-MANIFIESTO
           UNTIL leyendo-manifiesto = "N".

           DISPLAY "Paradas confirmadas: " paradas-confirmadas.
           IF paradas-sin-enviar > 0
               DISPLAY "Paradas pendientes con el pedido sin "
                   "enviar: " paradas-sin-enviar
           END-IF.
           PERFORM REINICIAR.

       LISTAR-PARADAS-PENDIENTES.
           MOVE 0 TO paradas-pendientes.
           MOVE que-manifiesto TO man-numero.
           MOVE 0 TO man-parada.
           START manifiestos-archivo KEY IS NOT LESS THAN man-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-manifiesto.
           PERFORM LISTAR-UNA-PARADA
           UNTIL leyendo-manifiesto = "N".

       LISTAR-UNA-PARADA.
           READ manifiestos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-manifiesto
                   EXIT PARAGRAPH
           END-READ.

           IF man-numero NOT = que-manifiesto
               MOVE "N" TO leyendo-manifiesto
               EXIT PARAGRAPH
           END-IF.

           IF man-en-reparto
               ADD 1 TO paradas-pendientes
               DISPLAY "  " man-parada " pedido " man-pedido
                   " cliente " man-clientes-id " ruta " man-ruta
                   " reparto " man-fecha-reparto
           END-IF.

       ANOTAR-INCIDENCIA-PARADA.
           DISPLAY "Parada con incidencia (0 = ninguna mas): ".
           ACCEPT que-parada.
           IF que-parada = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE que-manifiesto TO man-numero.
           MOVE que-parada TO man-parada.
           READ manifiestos-archivo
               INVALID KEY
                   DISPLAY "Parada inexistente: " que-parada
                   EXIT PARAGRAPH
           END-READ.

           IF NOT man-en-reparto
               DISPLAY "La parada ya esta cerrada: " que-parada
                   " estado " man-estado
               EXIT PARAGRAPH
           END-IF.

           MOVE man-pedido TO que-pedido.
           PERFORM ANOTAR-ENTREGA-PEDIDO.

       PEDIR-FECHA-MANIFIESTO.
           DISPLAY "Fecha de entrega del resto (AAAAMMDD, 0 = hoy): ".
           ACCEPT fecha-manifiesto.
           IF fecha-manifiesto = 0
               MOVE fecha-sistema(1:8) TO fecha-manifiesto
           END-IF.

           MOVE "V" TO sf-operacion.
           MOVE fecha-manifiesto TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado = "S"
               MOVE "N" TO fecha-invalida
           ELSE
               DISPLAY "Fecha invalida: " fecha-manifiesto
           END-IF.

      *    SOLO SE CONFIRMA LA PARADA CUYO PEDIDO ESTA ENVIADO; LA
      *    QUE TIENE EL PEDIDO AUN SIN CONFIRMAR EL PICKING QUEDA
      *    PENDIENTE
       CONFIRMAR-PARADA-MANIFIESTO.
           READ manifiestos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-manifiesto
                   EXIT PARAGRAPH
           END-READ.

           IF man-numero NOT = que-manifiesto
               MOVE "N" TO leyendo-manifiesto
               EXIT PARAGRAPH
           END-IF.

           IF NOT man-en-reparto
               EXIT PARAGRAPH
           END-IF.

           MOVE man-pedido TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   DISPLAY "Pedido inexistente: " man-pedido
                   ADD 1 TO paradas-sin-enviar
                   EXIT PARAGRAPH
           END-READ.

           IF NOT ped-enviado AND NOT ped-facturado
               DISPLAY "Pedido sin enviar, parada pendiente: "
                   man-parada " pedido " man-pedido
               ADD 1 TO paradas-sin-enviar
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO entrega-nueva.
           MOVE man-pedido TO ent-pedido.
           READ entregas-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO entrega-nueva
           END-READ.

           IF entrega-nueva = "N" AND ent-confirmada
               CONTINUE
           ELSE
               MOVE SPACES TO entrega-registro
               MOVE man-pedido TO ent-pedido
               SET ent-confirmada TO TRUE
               MOVE fecha-manifiesto TO ent-fecha-entrega
               MOVE receptor-manifiesto TO ent-receptor
               MOVE man-pedido TO que-pedido
               PERFORM GRABAR-ENTREGA
               IF entrega-grabada = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET man-entregada TO TRUE.
           REWRITE manifiesto-registro
               INVALID KEY
                   DISPLAY "No se pudo marcar la parada "
                       man-numero "/" man-parada
               NOT INVALID KEY
                   ADD 1 TO paradas-confirmadas
           END-REWRITE.

       MOSTRAR-DIRECCION-ENVIO.
           PERFORM RESOLVER-DIRECCION-ENVIO.
           IF er-direccion = SPACES
               DISPLAY "Direccion de entrega no disponible"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Entregar en: " er-direccion " ruta " er-ruta.
           DISPLAY "Contacto...: " er-contacto " tel " er-telefono.
           IF er-notas NOT = SPACES
               DISPLAY "Notas......: " er-notas
           END-IF.

      *    EL PEDIDO VA A LA DIRECCION ELEGIDA EN EL ALTA; SI NO
      *    TIENE (0) O YA NO SE ENCUENTRA, A LA FICHA DEL CLIENTE.
      *    UNA DIRECCION DADA DE BAJA DESPUES SE RESPETA: EL PEDIDO
      *    YA SE TOMO PARA ELLA.
       RESOLVER-DIRECCION-ENVIO.
           MOVE SPACES TO envio-resuelto.

           IF ped-direccion-envio > 0 AND hay-direcciones = "S"
               MOVE ped-clientes-id TO dir-clientes-id
               MOVE ped-direccion-envio TO dir-numero
               READ direcciones-envio
                   INVALID KEY
                       DISPLAY "Direccion de entrega inexistente: "
                           ped-clientes-id "/" ped-direccion-envio
                   NOT INVALID KEY
                       MOVE dir-direccion TO er-direccion
                       MOVE dir-contacto  TO er-contacto
                       MOVE dir-telefono  TO er-telefono
                       MOVE dir-notas     TO er-notas
                       MOVE dir-ruta      TO er-ruta
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           IF hay-clientes = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ped-clientes-id TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE clientes-direccion TO er-direccion
                   MOVE clientes-contacto  TO er-contacto
                   MOVE clientes-telefono  TO er-telefono
                   MOVE clientes-ruta      TO er-ruta
           END-READ.

      *    EL PEDIDO QUE NO SE PUDO ENTREGAR POR DIRECCION ERRONEA
      *    SE PUEDE MANDAR A OTRA DE LAS DIRECCIONES DEL CLIENTE (O
      *    A LA DE SU FICHA) PARA EL SIGUIENTE INTENTO; LA FACTURA
      *    NO CAMBIA, SIGUE YENDO AL CLIENTE.
       OFRECER-CAMBIO-DIRECCION.
           IF hay-direcciones = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "¿Cambiar la direccion de entrega del pedido? "
               "(s/n)".
           ACCEPT cambiar-direccion.
           MOVE FUNCTION UPPER-CASE(cambiar-direccion)
               TO cambiar-direccion.
           IF cambiar-direccion NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           IF hay-clientes = "S"
               MOVE ped-clientes-id TO clientes-id
               READ clientes-archivo
                   INVALID KEY
                       MOVE SPACES TO clientes-direccion
               END-READ
               DISPLAY "  000 " clientes-direccion
                   " (ficha del cliente)"
           END-IF.

           MOVE ped-clientes-id TO dir-clientes-id.
           MOVE 0 TO dir-numero.
           START direcciones-envio KEY IS NOT LESS THAN dir-clave
               INVALID KEY
                   MOVE "N" TO leyendo-direcciones
               NOT INVALID KEY
                   MOVE "S" TO leyendo-direcciones
           END-START.

           PERFORM LISTAR-UNA-DIRECCION
           UNTIL leyendo-direcciones = "N".

           MOVE "N" TO direccion-apta.
           PERFORM PEDIR-DIRECCION-ENVIO
           UNTIL direccion-apta = "S".

           MOVE que-direccion TO ped-direccion-envio.
           REWRITE pedido-cabecera
               INVALID KEY
                   DISPLAY "No se pudo cambiar la direccion del "
                       "pedido: " que-pedido
               NOT INVALID KEY
                   DISPLAY "Direccion de entrega cambiada: "
                       que-pedido
                   PERFORM MOSTRAR-DIRECCION-ENVIO
           END-REWRITE.

       LISTAR-UNA-DIRECCION.
           READ direcciones-envio NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-direcciones
               NOT AT END
                   IF dir-clientes-id NOT = ped-clientes-id
                       MOVE "N" TO leyendo-direcciones
                   ELSE
                       IF dir-activa
                           DISPLAY "  " dir-numero " " dir-direccion
                               " ruta " dir-ruta
                       END-IF
                   END-IF
           END-READ.

       PEDIR-DIRECCION-ENVIO.
           DISPLAY "Nueva direccion de entrega (0 = la del "
               "cliente): ".
           ACCEPT que-direccion.
           IF que-direccion = 0
               MOVE "S" TO direccion-apta
               EXIT PARAGRAPH
           END-IF.

           MOVE ped-clientes-id TO dir-clientes-id.
           MOVE que-direccion TO dir-numero.
           READ direcciones-envio
               INVALID KEY
                   DISPLAY "Direccion inexistente: " que-direccion
               NOT INVALID KEY
                   IF dir-baja
                       DISPLAY "Direccion dada de baja: "
                           que-direccion
                   ELSE
                       MOVE "S" TO direccion-apta
                   END-IF
           END-READ.

       CAPTURAR-ENTREGA-BUENA.
           SET ent-confirmada TO TRUE.

           END-PERFORM.

       GRABAR-ENTREGA.
           MOVE "N" TO entrega-grabada.
           IF entrega-nueva = "S"
               WRITE entrega-registro
                   INVALID KEY
                       DISPLAY "No se pudo grabar la entrega: "
                           que-pedido
                   NOT INVALID KEY
                       MOVE "S" TO entrega-grabada
                       DISPLAY "Entrega anotada: " que-pedido " "
                           ent-estado
               END-WRITE
                       DISPLAY "No se pudo regrabar la entrega: "
                           que-pedido
                   NOT INVALID KEY
                       MOVE "S" TO entrega-grabada
                       DISPLAY "Entrega actualizada: " que-pedido
                           " " ent-estado
               END-REWRITE
           END-IF.

      *    EL HISTORICO SE ABRE Y CIERRA EN CADA FALLO, COMO EL DE
      *    SALARIOS; SI NO EXISTE TODAVIA SE CREA
       ANOTAR-FALLO.
           OPEN EXTEND entregas-fallos.
           IF estado-fallos = "35"
               OPEN OUTPUT entregas-fallos
           END-IF.
           IF estado-fallos NOT = "00"
               DISPLAY "No se pudo abrir entregas-fallos.dat, "
                   "estado: " estado-fallos
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO entrega-fallo.
           MOVE ent-pedido TO efa-pedido.
           MOVE ped-clientes-id TO efa-clientes-id.
           MOVE ent-fecha-entrega TO efa-fecha.
           MOVE ent-motivo-fallo TO efa-motivo.
           WRITE entrega-fallo.
           IF estado-fallos NOT = "00"
               DISPLAY "No se pudo anotar el fallo, estado: "
                   estado-fallos
           END-IF.

           CLOSE entregas-fallos.

       REINICIAR.
           DISPLAY "¿Desea anotar otra entrega? (s/n)".
           ACCEPT si-no.
