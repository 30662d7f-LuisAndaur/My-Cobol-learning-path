      *          variacion contra el stock de la ubicacion).  Las
      *          filas malas se reescriben con su motivo en
      *          tienda-XXX-rechazos.csv para corregir y reenviar,
      *          como hace la importacion de clientes.  El traslado
      *          recibido que corresponde a una reposicion aprobada
      *          (traslados-tienda.dat) ya tiene su movimiento T
      *          desde la aprobacion: la fila solo cierra el traslado
      *          en camino mas antiguo del producto, y la diferencia
      *          entra como un traslado mas del central si llego de
      *          mas, o como merma en la tienda si llego de menos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-movimientos.

      *TRASLADOS DE REPOSICION EN CAMINO; SE CIERRAN AL RECIBIR
       SELECT traslados-tienda
       ASSIGN TO "traslados-tienda.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS tra-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-traslados.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE UBICACIONES
       FD producto-movimientos.
           COPY "PRODUCTO-MOVIMIENTO.CPY".

      *TRASLADOS A TIENDAS
       FD traslados-tienda.
           COPY "TRASLADO-TIENDA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-ubicaciones          PIC X(02) VALUE "00".
       77  stock-tienda                PIC 9(6) VALUE 0.
       77  total-aceptadas             PIC 9(6) VALUE 0.
       77  total-rechazadas            PIC 9(6) VALUE 0.
       77  estado-traslados            PIC X(02) VALUE "00".
       77  hay-traslados               PIC X VALUE "N".
       77  leyendo-traslados           PIC X VALUE "S".
       77  traslado-ubicado            PIC X VALUE "N".
       77  diferencia-recibida         PIC S9(7) VALUE 0.
       77  cantidad-trasladada         PIC 9(6) VALUE 0.
       77  total-recepciones           PIC 9(6) VALUE 0.

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.

           DISPLAY "Filas aceptadas..: " total-aceptadas.
           DISPLAY "Filas rechazadas.: " total-rechazadas.
           DISPLAY "Traslados cerrados: " total-recepciones.
           DISPLAY "Rechazos en " nombre-rechazos.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.
               GOBACK
           END-IF.

           OPEN I-O traslados-tienda.
           IF estado-traslados = "00"
               MOVE "S" TO hay-traslados
           ELSE
               MOVE "N" TO hay-traslados
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE ubicaciones-archivo.
           CLOSE producto-dinamic.
           CLOSE dia-tienda.
           CLOSE rechazos-tienda.
           CLOSE producto-movimientos.
           IF hay-traslados = "S"
               CLOSE traslados-tienda
           END-IF.

       PROCESAR-FILAS.
           READ dia-tienda
           PERFORM GRABAR-MOVIMIENTO.

      *    EL TRASLADO RECIBIDO SALE DEL CENTRAL Y ENTRA EN LA
      *    TIENDA SIN CAMBIAR EL TOTAL, COMO CUALQUIER TIPO T.  SI ES
      *    UNA REPOSICION APROBADA SU MOVIMIENTO YA ESTA GRABADO Y
      *    SOLO SE CIERRA EL TRASLADO.
       POSTEAR-TRASLADO-TIENDA.
           PERFORM BUSCAR-TRASLADO-EN-CAMINO.
           IF traslado-ubicado = "S"
               PERFORM CERRAR-TRASLADO
               EXIT PARAGRAPH
           END-IF.

           MOVE dia-cantidad TO cantidad-trasladada.
           PERFORM GRABAR-TRASLADO-RECIBIDO.

       GRABAR-TRASLADO-RECIBIDO.
           MOVE SPACES TO producto-mov-registro.
           MOVE dia-producto TO producto-mov-id.
           MOVE "T" TO producto-mov-tipo.
           MOVE cantidad-trasladada TO producto-mov-cantidad.
           MOVE dia-fecha TO producto-mov-fecha.
           MOVE 0 TO producto-mov-documento.
           MOVE "AJ" TO producto-mov-motivo.
           MOVE que-tienda TO producto-mov-ubi-destino.
           PERFORM GRABAR-MOVIMIENTO.

      *    EL MAS ANTIGUO EN CAMINO DEL PRODUCTO A LA TIENDA: LA
      *    CLAVE VA POR TIENDA, PRODUCTO Y DOCUMENTO
       BUSCAR-TRASLADO-EN-CAMINO.
           MOVE "N" TO traslado-ubicado.
           IF hay-traslados = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-tienda TO tra-ubi-destino.
           MOVE dia-producto TO tra-producto-id.
           MOVE 0 TO tra-documento.
           START traslados-tienda KEY IS NOT LESS THAN tra-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-traslados.
           PERFORM PROBAR-TRASLADO
           UNTIL leyendo-traslados = "N".

       PROBAR-TRASLADO.
           READ traslados-tienda NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-traslados
                   EXIT PARAGRAPH
           END-READ.

           IF tra-ubi-destino NOT = que-tienda
           OR tra-producto-id NOT = dia-producto
               MOVE "N" TO leyendo-traslados
               EXIT PARAGRAPH
           END-IF.

           IF tra-en-camino
               MOVE "S" TO traslado-ubicado
               MOVE "N" TO leyendo-traslados
           END-IF.

      *    LO QUE LLEGO DE MAS ES UN TRASLADO MAS DEL CENTRAL; LO QUE
      *    LLEGO DE MENOS SE PERDIO EN EL CAMINO Y SALE COMO MERMA DE
      *    LA TIENDA, QUE YA LO TENIA CONTADO POR EL MOVIMIENTO T
       CERRAR-TRASLADO.
           SET tra-recibido TO TRUE.
           MOVE dia-cantidad TO tra-cantidad-recibida.
           MOVE dia-fecha TO tra-fecha-recepcion.
           REWRITE traslado-tienda
               INVALID KEY
                   DISPLAY "No se pudo cerrar el traslado "
                       tra-documento ", estado: " estado-traslados
           END-REWRITE.
           ADD 1 TO total-recepciones.

           COMPUTE diferencia-recibida = dia-cantidad - tra-cantidad.

           IF diferencia-recibida > 0
               MOVE diferencia-recibida TO cantidad-trasladada
               PERFORM GRABAR-TRASLADO-RECIBIDO
           END-IF.

           IF diferencia-recibida < 0
               MOVE SPACES TO producto-mov-registro
               MOVE dia-producto TO producto-mov-id
               MOVE "S" TO producto-mov-tipo
               COMPUTE producto-mov-cantidad =
                   0 - diferencia-recibida
               MOVE dia-fecha TO producto-mov-fecha
               MOVE tra-documento TO producto-mov-documento
               MOVE "ME" TO producto-mov-motivo
               MOVE que-tienda TO producto-mov-ubicacion
               MOVE SPACES TO producto-mov-ubi-destino
               PERFORM GRABAR-MOVIMIENTO
           END-IF.

      *    EL CONTEO SE COMPARA CON EL STOCK DE LA UBICACION Y LA
      *    VARIACION ENTRA COMO AJUSTE EN LA TIENDA.
       POSTEAR-CONTEO-TIENDA.
