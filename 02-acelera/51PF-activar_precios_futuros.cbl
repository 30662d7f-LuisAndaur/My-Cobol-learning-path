      ******************************************************************
      * Author:
      * Date:
      * Purpose: Activacion nocturna de los precios programados.
      *          Recorre precios-programados.dat en orden de fecha de
      *          vigencia y aplica a producto.dat cada cambio
      *          pendiente que rige a partir de manana (o que ya
      *          debia regir si una noche no corrio la cadena): deja
      *          el cambio en producto-hist-precio.dat con la fecha
      *          en que rige, para que IMPRIMIR_ETIQUETAS saque esa
      *          manana las etiquetas nuevas, y en la auditoria de
      *          productos a nombre de quien lo programo, y anota la
      *          imagen en el diario.  El producto que ya no existe o
      *          que cambio de moneda desde que se programo el
      *          cambio no recibe precio: el cambio queda rechazado
      *          y se avisa.  Corre sin preguntas encadenado al fin
      *          de dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ACTIVAR_PRECIOS_FUTUROS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CAMBIOS DE PRECIO CON VIGENCIA FUTURA
       SELECT precios-programados
       ASSIGN TO "precios-programados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ppg-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-programados.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *ARCHIVO DE HISTORICO DE CAMBIOS DE PRECIO, EN MODO SECUENCIAL
       SELECT producto-hist-precio
       ASSIGN TO "producto-hist-precio.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-hist-precio.

      *ARCHIVO DE AUDITORIA DE PRODUCTOS, SOLO SE AGREGA AL FINAL
       SELECT producto-auditoria
       ASSIGN TO "producto-auditoria.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-paud.

       DATA DIVISION.
       FILE SECTION.
      *CAMBIOS DE PRECIO PROGRAMADOS
       FD precios-programados.
           COPY "PRECIO-PROGRAMADO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE HISTORICO DE PRECIOS
       FD producto-hist-precio.
           COPY "PRODUCTO-HIST-PRECIO.CPY".

      *ARCHIVO DE AUDITORIA DE PRODUCTOS
       FD producto-auditoria.
           COPY "PRODUCTO-AUDITORIA.CPY".

       WORKING-STORAGE SECTION.
      *    CAMPOS PARA EL DIARIO DE IMAGENES
       77  dj-archivo                  PIC X(12) VALUE "PRODUCTO".
       77  dj-operacion                PIC X VALUE SPACE.
       01  dj-registro                 PIC X(250) VALUE SPACES.

       77  si-no                       PIC X VALUE "S".
       77  estado-programados          PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-hist-precio          PIC X(02) VALUE "00".
       77  estado-paud                 PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hora-sistema          PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  fecha-activacion            PIC 9(8) VALUE 0.
       77  precio-anterior             PIC 9(4)V99 VALUE 0.
       77  total-aplicados             PIC 9(6) VALUE 0.
       77  total-rechazados            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

      *    LA CADENA CORRE LA NOCHE ANTERIOR AL DIA EN QUE RIGE EL
      *    PRECIO
           COMPUTE fecha-activacion =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(fecha-hoy) + 1).

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE LOW-VALUES TO ppg-clave.
           START precios-programados KEY IS NOT LESS THAN ppg-clave
               INVALID KEY
                   MOVE "N" TO si-no
           END-START.

           PERFORM ACTIVAR-PRECIOS
           UNTIL si-no = "N".

           DISPLAY "Precios activados.: " total-aplicados.
           DISPLAY "Cambios rechazados: " total-rechazados.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

      *    SIN PRECIOS PROGRAMADOS NO HAY NADA QUE ACTIVAR
       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O precios-programados.
           IF estado-programados = "35"
               DISPLAY "Sin precios programados"
               GOBACK
           END-IF.
           IF estado-programados NOT = "00"
               DISPLAY "No se pudo abrir precios-programados.dat, "
                   "estado: " estado-programados
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND producto-hist-precio.
           IF estado-hist-precio = "35"
               OPEN OUTPUT producto-hist-precio
           END-IF.
           IF estado-hist-precio NOT = "00"
               DISPLAY "No se pudo abrir producto-hist-precio.dat, "
                   "estado: " estado-hist-precio
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND producto-auditoria.
           IF estado-paud = "35"
               OPEN OUTPUT producto-auditoria
           END-IF.
           IF estado-paud NOT = "00"
               DISPLAY "No se pudo abrir producto-auditoria.dat, "
                   "estado: " estado-paud
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE precios-programados.
           CLOSE producto-dinamic.
           CLOSE producto-hist-precio.
           CLOSE producto-auditoria.

      *    EL ARCHIVO VA POR FECHA DE VIGENCIA: AL PASAR DE LA FECHA
      *    DE ACTIVACION YA NO QUEDA NADA QUE APLICAR ESTA NOCHE
       ACTIVAR-PRECIOS.
           READ precios-programados NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF ppg-fecha-vigencia > fecha-activacion
                       MOVE "N" TO si-no
                   ELSE
                       IF ppg-pendiente
                           PERFORM ACTIVAR-UN-PRECIO
                       END-IF
                   END-IF
           END-READ.

       ACTIVAR-UN-PRECIO.
           MOVE ppg-producto-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente, cambio rechazado: "
                       ppg-producto-id " " ppg-fecha-vigencia
                   PERFORM RECHAZAR-PROGRAMADO
                   EXIT PARAGRAPH
           END-READ.

           IF ppg-moneda NOT = producto-moneda
               DISPLAY "Moneda cambiada, cambio rechazado: "
                   ppg-producto-id " " ppg-fecha-vigencia
               PERFORM RECHAZAR-PROGRAMADO
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-precio TO precio-anterior.
           MOVE ppg-precio TO producto-precio.

           REWRITE producto-registro
               INVALID KEY
                   DISPLAY "Error al actualizar producto "
                       producto-id ", estado: " estado-producto
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO total-aplicados.
           PERFORM REGISTRAR-HISTORICO-PRECIO.
           PERFORM REGISTRAR-AUDITORIA-PRECIO.
           PERFORM ANOTAR-IMAGEN-DIARIA.

           SET ppg-aplicado TO TRUE.
           PERFORM CERRAR-PROGRAMADO.

       RECHAZAR-PROGRAMADO.
           ADD 1 TO total-rechazados.
           SET ppg-rechazado TO TRUE.
           PERFORM CERRAR-PROGRAMADO.

       CERRAR-PROGRAMADO.
           MOVE fecha-hoy TO ppg-fecha-resolucion.
           MOVE "NOCTURN" TO ppg-resuelto-por.
           REWRITE precio-programado
               INVALID KEY
                   DISPLAY "Error al cerrar el cambio programado, "
                       "estado: " estado-programados
           END-REWRITE.

      *    EL HISTORICO LLEVA LA FECHA EN QUE EL PRECIO RIGE: ES LA
      *    QUE BUSCA LA IMPRESION AUTOMATICA DE ETIQUETAS DEL DIA
       REGISTRAR-HISTORICO-PRECIO.
           MOVE SPACES TO producto-hist-registro.
           MOVE producto-id      TO producto-hist-id.
           MOVE precio-anterior  TO producto-hist-precio-ant.
           MOVE producto-precio  TO producto-hist-precio-nvo.
           MOVE fecha-activacion TO producto-hist-fecha.

           WRITE producto-hist-registro.
           IF estado-hist-precio NOT = "00"
               DISPLAY "Error al grabar producto-hist-registro, "
                   "estado: " estado-hist-precio
           END-IF.

       REGISTRAR-AUDITORIA-PRECIO.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-sistema.

           MOVE SPACES TO producto-auditoria-registro.
           MOVE fecha-hora-sistema TO paud-fecha-hora.
           MOVE "MODIFICAR" TO paud-operacion.
           MOVE ppg-registrado-por TO paud-empleados-id.

           MOVE producto-id        TO paud-ant-id paud-nue-id.
           MOVE producto-control   TO paud-ant-control
               paud-nue-control.
           MOVE producto-descript  TO paud-ant-descript
               paud-nue-descript.
           MOVE precio-anterior    TO paud-ant-precio.
           MOVE producto-precio    TO paud-nue-precio.
           MOVE producto-moneda    TO paud-ant-moneda
               paud-nue-moneda.
           MOVE producto-stock     TO paud-ant-stock paud-nue-stock.
           MOVE producto-caducidad TO paud-ant-caducidad
               paud-nue-caducidad.
           MOVE producto-critico   TO paud-ant-critico
               paud-nue-critico.
           MOVE producto-registrado-por TO paud-ant-registrado
               paud-nue-registrado.
           MOVE producto-estado    TO paud-ant-estado paud-nue-estado.
           MOVE producto-estado-fecha TO paud-ant-estado-fecha
               paud-nue-estado-fecha.
           MOVE producto-familia   TO paud-ant-familia paud-nue-familia.
           MOVE producto-costo     TO paud-ant-costo paud-nue-costo.

           WRITE producto-auditoria-registro.
           IF estado-paud NOT = "00"
               DISPLAY "Error al grabar producto-auditoria.dat, "
                   "estado: " estado-paud
           END-IF.

      *    LA IMAGEN POSTERIOR VA AL DIARIO: CON EL RESPALDO DE
      *    ANOCHE MAS ESTE DIARIO SE RECONSTRUYE EL DIA ENTERO.
       ANOTAR-IMAGEN-DIARIA.
           MOVE "M" TO dj-operacion.
           MOVE SPACES TO dj-registro.
           MOVE producto-registro TO dj-registro.
           CALL "DIARIO-IMAGENES" USING dj-archivo dj-operacion
               dj-registro.

       END PROGRAM "ACTIVAR_PRECIOS_FUTUROS".
