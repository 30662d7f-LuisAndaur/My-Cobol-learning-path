      *          la auditoria de clientes, y el mapeo id-antiguo ->
      *          id-superviviente queda grabado en clientes-xref.dat
      *          para que los programas posteriores repunten la
      *          historia del perdedor al superviviente.  Las
      *          direcciones de entrega del perdedor (y la de su
      *          ficha) pasan al superviviente con numeros nuevos, y
      *          sus pedidos repuntados se renumeran a ellas para que
      *          sigan yendo a la misma tienda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-xref.

      *DIRECCIONES DE ENTREGA: LAS DEL PERDEDOR SE TRASPASAN
       SELECT direcciones-envio
       ASSIGN TO "direcciones-envio.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS dir-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-direcciones.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO
       FD clientes-xref.
           COPY "CLIENTES-XREF.CPY".

      *DIRECCIONES DE ENTREGA
       FD direcciones-envio.
           COPY "DIRECCION-ENVIO.CPY".

       WORKING-STORAGE SECTION.
      *    CAMPOS PARA EL DIARIO DE IMAGENES
       77  dj-archivo                  PIC X(12) VALUE "CLIENTES".
           05  dp-nif                  PIC X(9).
           05  dp-limite               PIC 9(6)V99.

      *    DIRECCIONES DEL PERDEDOR CON SU NUMERO VIEJO Y EL NUEVO
      *    QUE RECIBEN EN EL SUPERVIVIENTE; LA ENTRADA DEL NUMERO 0
      *    ES LA DIRECCION DE LA FICHA DEL PERDEDOR
       77  estado-direcciones          PIC X(02) VALUE "00".
       77  direcciones-cargadas        PIC 9(3) VALUE 0.
       77  direcciones-traspasadas     PIC 9(3) VALUE 0.
       77  ix-dir                      PIC 9(3) VALUE 0.
       77  siguiente-numero            PIC 9(3) VALUE 0.
       77  direccion-superviviente     PIC X(35) VALUE SPACES.
       01  tabla-direcciones.
           05  entrada-direccion OCCURS 50 TIMES.
               10  td-numero-viejo     PIC 9(3).
               10  td-numero-nuevo     PIC 9(3).
               10  td-registro         PIC X(124).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
                           id-superviviente
                       EXIT PARAGRAPH
                   END-IF
                   MOVE clientes-direccion TO direccion-superviviente
           END-READ.

           MOVE id-perdedor TO clientes-id.
                   PERFORM ANOTAR-IMAGEN-DIARIA
                   PERFORM GRABAR-XREF
                   PERFORM REPUNTAR-CARTERA
                   PERFORM TRASPASAR-DIRECCIONES
                   PERFORM REPUNTAR-PEDIDOS
                   DISPLAY "Fusion completada: " id-perdedor " -> "
                       id-superviviente
               NOT AT END
                   IF ped-clientes-id = id-perdedor
                       MOVE id-superviviente TO ped-clientes-id
                       PERFORM RENUMERAR-DIRECCION-PEDIDO
                       REWRITE pedido-cabecera
                           INVALID KEY
                               DISPLAY "No se pudo repuntar el "
                   END-IF
           END-READ.

      *    EL PEDIDO REPUNTADO SIGUE YENDO A LA MISMA DIRECCION, CON
      *    EL NUMERO QUE ESTA RECIBIO EN EL SUPERVIVIENTE
       RENUMERAR-DIRECCION-PEDIDO.
           PERFORM BUSCAR-DIRECCION-TRASPASADA
           VARYING ix-dir FROM 1 BY 1
           UNTIL ix-dir > direcciones-cargadas.

       BUSCAR-DIRECCION-TRASPASADA.
           IF td-numero-viejo(ix-dir) = ped-direccion-envio
           AND td-numero-nuevo(ix-dir) > 0
               MOVE td-numero-nuevo(ix-dir) TO ped-direccion-envio
               MOVE direcciones-cargadas TO ix-dir
           END-IF.

      *    LAS TIENDAS DEL PERDEDOR SE COPIAN AL SUPERVIVIENTE CON
      *    LOS NUMEROS SIGUIENTES A LOS SUYOS; LA DIRECCION DE LA
      *    FICHA DEL PERDEDOR ENTRA COMO UNA TIENDA MAS, PORQUE SUS
      *    PEDIDOS CON DIRECCION 0 IBAN ALLI Y NO A LA FICHA DEL
      *    SUPERVIVIENTE (SALVO QUE SEA LA MISMA QUE LA SUYA).
      *    LAS DEL PERDEDOR SE CARGAN PRIMERO EN LA TABLA PARA NO
      *    GRABAR MIENTRAS SE RECORRE EL ARCHIVO.
       TRASPASAR-DIRECCIONES.
           MOVE 0 TO direcciones-cargadas.
           MOVE 0 TO direcciones-traspasadas.

           OPEN I-O direcciones-envio.
           IF estado-direcciones = "35"
               OPEN OUTPUT direcciones-envio
               CLOSE direcciones-envio
               OPEN I-O direcciones-envio
           END-IF.
           IF estado-direcciones NOT = "00"
               DISPLAY "No se pudo abrir direcciones-envio.dat, "
                   "estado: " estado-direcciones
               EXIT PARAGRAPH
           END-IF.

           IF dp-direccion NOT = SPACES
           AND dp-direccion NOT = direccion-superviviente
               MOVE SPACES TO direccion-envio-registro
               MOVE dp-direccion TO dir-direccion
               MOVE dp-contacto  TO dir-contacto
               MOVE dp-telefono  TO dir-telefono
               SET dir-activa TO TRUE
               ADD 1 TO direcciones-cargadas
               MOVE 0 TO td-numero-viejo(direcciones-cargadas)
               MOVE 0 TO td-numero-nuevo(direcciones-cargadas)
               MOVE direccion-envio-registro
                   TO td-registro(direcciones-cargadas)
           END-IF.

           MOVE id-perdedor TO dir-clientes-id.
           MOVE 0 TO dir-numero.
           START direcciones-envio KEY IS NOT LESS THAN dir-clave
               INVALID KEY
                   MOVE "N" TO recorriendo
               NOT INVALID KEY
                   MOVE "S" TO recorriendo
           END-START.
           PERFORM CARGAR-DIRECCION-PERDEDOR
           UNTIL recorriendo = "N".

           PERFORM BUSCAR-SIGUIENTE-NUMERO.

           PERFORM GRABAR-DIRECCION-TRASPASADA
           VARYING ix-dir FROM 1 BY 1
           UNTIL ix-dir > direcciones-cargadas.

           CLOSE direcciones-envio.

           DISPLAY "Direcciones de entrega traspasadas: "
               direcciones-traspasadas.

       CARGAR-DIRECCION-PERDEDOR.
           READ direcciones-envio NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF dir-clientes-id NOT = id-perdedor
                       MOVE "N" TO recorriendo
                   ELSE
                       IF direcciones-cargadas < 50
                           ADD 1 TO direcciones-cargadas
                           MOVE dir-numero
                               TO td-numero-viejo(direcciones-cargadas)
                           MOVE 0
                               TO td-numero-nuevo(direcciones-cargadas)
                           MOVE direccion-envio-registro
                               TO td-registro(direcciones-cargadas)
                       ELSE
                           DISPLAY "Mas de 50 direcciones, sin "
                               "traspasar: " id-perdedor "/"
                               dir-numero
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-SIGUIENTE-NUMERO.
           MOVE 1 TO siguiente-numero.
           MOVE id-superviviente TO dir-clientes-id.
           MOVE 0 TO dir-numero.
           START direcciones-envio KEY IS NOT LESS THAN dir-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo.
           PERFORM AVANZAR-NUMERO
           UNTIL recorriendo = "N".

       AVANZAR-NUMERO.
           READ direcciones-envio NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo
               NOT AT END
                   IF dir-clientes-id NOT = id-superviviente
                       MOVE "N" TO recorriendo
                   ELSE
                       IF dir-numero = 999
                           MOVE 0 TO siguiente-numero
                       ELSE
                           COMPUTE siguiente-numero = dir-numero + 1
                       END-IF
                   END-IF
           END-READ.

       GRABAR-DIRECCION-TRASPASADA.
           IF siguiente-numero = 0
               DISPLAY "El superviviente no admite mas direcciones: "
                   id-superviviente
               MOVE direcciones-cargadas TO ix-dir
               EXIT PARAGRAPH
           END-IF.

           MOVE td-registro(ix-dir) TO direccion-envio-registro.
           MOVE id-superviviente TO dir-clientes-id.
           MOVE siguiente-numero TO dir-numero.
           WRITE direccion-envio-registro
               INVALID KEY
                   DISPLAY "No se pudo traspasar la direccion: "
                       id-perdedor "/" td-numero-viejo(ix-dir)
               NOT INVALID KEY
                   MOVE siguiente-numero TO td-numero-nuevo(ix-dir)
                   ADD 1 TO direcciones-traspasadas
                   IF siguiente-numero = 999
                       MOVE 0 TO siguiente-numero
                   ELSE
                       ADD 1 TO siguiente-numero
                   END-IF
           END-WRITE.

       REGISTRAR-AUDITORIA-FUSION.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-sistema.

