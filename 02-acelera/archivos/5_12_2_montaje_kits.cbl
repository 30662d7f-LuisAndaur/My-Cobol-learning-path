      ******************************************************************
      * Author:
      * Date:
      * Purpose: Documento de armado y desarmado de kits.  El
      *          operador firma, elige armar o desarmar, el kit y
      *          cuantos.  Armar saca de stock los componentes de la
      *          lista de materiales (kits.dat) en la cantidad que
      *          lleva cada kit y mete los kits armados; desarmar
      *          hace lo contrario.  Todo queda como un documento de
      *          movimientos balanceado con motivo MK en
      *          producto-movimientos.dat y movimiento-documentos.dat
      *          (numerado desde movdoc-control.dat, como la captura
      *          manual y el picking), de modo que el posteo lo
      *          aplica y el kardex de cada producto lo muestra.  No
      *          se arma con componentes que no estan en el stock
      *          fisico ni se desarma mas de lo armado.  Los
      *          componentes que salen rebajan sus lotes en orden de
      *          caducidad, y el kit armado toma como costo el de
      *          sus componentes, promediado con lo ya armado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MONTAJE_KITS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *ARCHIVO FISICO DE MOVIMIENTOS, EN MODO SECUENCIAL
       SELECT producto-movimientos
       ASSIGN TO "producto-movimientos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-movimientos.

      *CABECERAS DE DOCUMENTO DE MOVIMIENTO
       SELECT movimiento-documentos
       ASSIGN TO "movimiento-documentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS doc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-documentos.

      *REGISTRO DE NUMERACION DE DOCUMENTOS (UN SOLO REGISTRO)
       SELECT movdoc-control
       ASSIGN TO "movdoc-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *STOCK POR LOTE; LOS COMPONENTES CONSUMEN LOTES EN ORDEN FEFO
       SELECT lotes-archivo
       ASSIGN TO "lotes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS lot-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-lotes.

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE MOVIMIENTOS
       FD producto-movimientos.
           COPY "PRODUCTO-MOVIMIENTO.CPY".

      *CABECERAS DE DOCUMENTO
       FD movimiento-documentos.
           COPY "MOVIMIENTO-DOCUMENTO.CPY".

      *REGISTRO DE NUMERACION
       FD movdoc-control.
       01  control-registro.
           05  ctrl-ultimo-documento   PIC 9(6).

      *STOCK POR LOTE
       FD lotes-archivo.
           COPY "LOTE-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-movimientos          PIC X(02) VALUE "00".
       77  estado-documentos           PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  operacion-kit               PIC X VALUE SPACE.
           88  operacion-armar             VALUE "A".
           88  operacion-desarmar          VALUE "D".
       77  que-kit                     PIC 9(6) VALUE 0.
       77  cantidad-kits               PIC 9(6) VALUE 0.
       77  stock-kit                   PIC 9(6) VALUE 0.
       77  cantidad-componente         PIC 9(6) VALUE 0.
       77  falta-componente            PIC X VALUE "N".
       77  ix-kit                      PIC 9(2) VALUE 0.
       77  numero-documento            PIC 9(6) VALUE 0.
       77  lineas-documento            PIC 9(3) VALUE 0.
       77  suma-documento              PIC 9(8) VALUE 0.
       77  total-documentos            PIC 9(4) VALUE 0.

      *    COSTO DEL KIT ARMADO: SUMA DE LOS COSTOS DE SUS
      *    COMPONENTES, PROMEDIADA CON LOS KITS YA ARMADOS
       77  costo-armado                PIC 9(8)V99 VALUE 0.
       77  costo-nuevo                 PIC 9(4)V99 VALUE 0.
       77  valor-existente             PIC 9(12)V99 VALUE 0.
       77  valor-entrante              PIC 9(12)V99 VALUE 0.

      *    MOVIMIENTO EN CURSO
       77  producto-movido             PIC 9(6) VALUE 0.
       77  tipo-movido                 PIC X VALUE SPACE.
       77  cantidad-movida             PIC 9(6) VALUE 0.

      *    CONSUMO FEFO DEL STOCK POR LOTE: LOS COMPONENTES QUE SE
      *    ARMAN REBAJAN LOS LOTES EN ORDEN DE CADUCIDAD
       77  estado-lotes                PIC X(02) VALUE "00".
       77  hay-lotes                   PIC X VALUE "N".
       77  leyendo-lotes               PIC X VALUE "S".
       77  producto-consumo            PIC 9(6) VALUE 0.
       77  cantidad-por-consumir       PIC S9(7) VALUE 0.
       77  lote-consumo                PIC X(10) VALUE SPACES.
       77  caducidad-consumo           PIC 9(8) VALUE 0.
       77  lote-hallado                PIC X VALUE "N".

      *    DIARIO DE IMAGENES DEL MAESTRO
       77  dj-archivo                  PIC X(12) VALUE "PRODUCTO".
       77  dj-operacion                PIC X VALUE SPACE.
       01  dj-registro                 PIC X(250) VALUE SPACES.

      *    COMPONENTES DEL KIT EN CURSO
           COPY "KIT-EXPLOSION.CPY".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-ULTIMO-NUMERO.

           PERFORM MONTAR-UN-DOCUMENTO
           UNTIL si-no = "N".

           DISPLAY "Documentos de kits grabados: " total-documentos.
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
           OPEN I-O producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND producto-movimientos.
           IF estado-movimientos = "35"
               OPEN OUTPUT producto-movimientos
           END-IF.
           IF estado-movimientos NOT = "00"
               DISPLAY "No se pudo abrir producto-movimientos, "
                   "estado: " estado-movimientos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O movimiento-documentos.
           IF estado-documentos = "35"
               OPEN OUTPUT movimiento-documentos
               CLOSE movimiento-documentos
               OPEN I-O movimiento-documentos
           END-IF.
           IF estado-documentos NOT = "00"
               DISPLAY "No se pudo abrir movimiento-documentos.dat, "
                   "estado: " estado-documentos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O lotes-archivo.
           IF estado-lotes = "00"
               MOVE "S" TO hay-lotes
           ELSE
               MOVE "N" TO hay-lotes
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.
           CLOSE producto-movimientos.
           CLOSE movimiento-documentos.
           IF hay-lotes = "S"
               CLOSE lotes-archivo
           END-IF.

       LEER-ULTIMO-NUMERO.
           OPEN INPUT movdoc-control.
           IF estado-control = "35"
               MOVE 0 TO numero-documento
           ELSE
               READ movdoc-control
                   AT END
                       MOVE 0 TO numero-documento
                   NOT AT END
                       MOVE ctrl-ultimo-documento
                           TO numero-documento
               END-READ
               CLOSE movdoc-control
           END-IF.

       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT movdoc-control.
           IF estado-control NOT = "00"
               DISPLAY "No se pudo grabar movdoc-control.dat, "
                   "estado: " estado-control
           ELSE
               MOVE numero-documento TO ctrl-ultimo-documento
               WRITE control-registro
               CLOSE movdoc-control
           END-IF.

       MONTAR-UN-DOCUMENTO.
           DISPLAY "(A)rmar o (D)esarmar kits: ".
           ACCEPT operacion-kit.
           MOVE FUNCTION UPPER-CASE(operacion-kit) TO operacion-kit.
           IF NOT operacion-armar AND NOT operacion-desarmar
               DISPLAY "Operacion invalida: " operacion-kit
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ID del kit: ".
           ACCEPT que-kit.

           MOVE que-kit TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-kit
                   PERFORM REINICIAR
                   EXIT PARAGRAPH
           END-READ.

           MOVE que-kit TO kex-producto.
           CALL "SERVICIOS-KIT" USING kit-explosion.
           IF kex-no-es-kit
               DISPLAY "El producto " que-kit " no tiene lista de "
                   "materiales en kits.dat"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-stock TO stock-kit.
           DISPLAY producto-descript " (armados en stock "
               stock-kit ")".
           DISPLAY "Cantidad de kits: ".
           ACCEPT cantidad-kits.
           IF cantidad-kits = 0
               DISPLAY "Cantidad cero, documento descartado"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           IF operacion-desarmar AND cantidad-kits > stock-kit
               DISPLAY "Solo hay " stock-kit " kits armados para "
                   "desarmar"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

      *    PARA ARMAR, CADA COMPONENTE TIENE QUE ESTAR COMPLETO EN
      *    EL STOCK FISICO; DE PASO SE SUMA EL COSTO DEL KIT
           MOVE "N" TO falta-componente.
           MOVE 0 TO costo-armado.
           MOVE 0 TO ix-kit.
           PERFORM VERIFICAR-COMPONENTE
           UNTIL ix-kit >= kex-total.

           IF operacion-armar AND falta-componente = "S"
               DISPLAY "Componentes insuficientes, no se arma"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO numero-documento.
           MOVE 0 TO lineas-documento.
           MOVE 0 TO suma-documento.

           MOVE 0 TO ix-kit.
           PERFORM MOVER-COMPONENTE
           UNTIL ix-kit >= kex-total.

           MOVE que-kit TO producto-movido.
           MOVE cantidad-kits TO cantidad-movida.
           IF operacion-armar
               MOVE "E" TO tipo-movido
           ELSE
               MOVE "S" TO tipo-movido
           END-IF.
           PERFORM GRABAR-LINEA-MOVIMIENTO.

           PERFORM GRABAR-CABECERA-DOCUMENTO.
           PERFORM GRABAR-ULTIMO-NUMERO.

           IF operacion-armar
               PERFORM RECALCULAR-COSTO-KIT
           END-IF.

           ADD 1 TO total-documentos.
           DISPLAY "Documento " numero-documento " grabado con "
               lineas-documento " lineas; el posteo lo aplica".

           PERFORM REINICIAR.

       VERIFICAR-COMPONENTE.
           ADD 1 TO ix-kit.

           COMPUTE cantidad-componente =
               cantidad-kits * kex-cantidad(ix-kit).

           MOVE kex-componente-id(ix-kit) TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Componente inexistente: "
                       kex-componente-id(ix-kit)
                   MOVE "S" TO falta-componente
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE costo-armado = costo-armado
               + kex-cantidad(ix-kit) * producto-costo.

           IF operacion-armar
           AND producto-stock < cantidad-componente
               DISPLAY "Falta componente " producto-id " "
                   producto-descript ": hacen falta "
                   cantidad-componente ", hay " producto-stock
               MOVE "S" TO falta-componente
           END-IF.

       MOVER-COMPONENTE.
           ADD 1 TO ix-kit.

           MOVE kex-componente-id(ix-kit) TO producto-movido.
           COMPUTE cantidad-movida =
               cantidad-kits * kex-cantidad(ix-kit).
           IF operacion-armar
               MOVE "S" TO tipo-movido
           ELSE
               MOVE "E" TO tipo-movido
           END-IF.
           PERFORM GRABAR-LINEA-MOVIMIENTO.

           IF operacion-armar
               MOVE producto-movido TO producto-consumo
               MOVE cantidad-movida TO cantidad-por-consumir
               PERFORM CONSUMIR-LOTES-FEFO
           END-IF.

       GRABAR-LINEA-MOVIMIENTO.
           MOVE SPACES TO producto-mov-registro.
           MOVE producto-movido TO producto-mov-id.
           MOVE tipo-movido TO producto-mov-tipo.
           MOVE cantidad-movida TO producto-mov-cantidad.
           MOVE fecha-sistema(1:8) TO producto-mov-fecha.
           MOVE numero-documento TO producto-mov-documento.
           MOVE "MK" TO producto-mov-motivo.
      *    EL ARMADO SE HACE EN EL ALMACEN CENTRAL
           MOVE "ALM" TO producto-mov-ubicacion.
           MOVE SPACES TO producto-mov-ubi-destino.

           WRITE producto-mov-registro.
           IF estado-movimientos NOT = "00"
               DISPLAY "Error al grabar producto-movimientos, "
                   "estado: " estado-movimientos
           ELSE
               ADD 1 TO lineas-documento
               ADD cantidad-movida TO suma-documento
           END-IF.

      *    EL DOCUMENTO SALE BALANCEADO DE ORIGEN, COMO EL DEL
      *    PICKING: LAS LINEAS Y LA SUMA SON LAS GRABADAS
       GRABAR-CABECERA-DOCUMENTO.
           MOVE SPACES TO movimiento-documento.
           MOVE numero-documento TO doc-numero.
           MOVE fecha-sistema(1:8) TO doc-fecha.
           MOVE empleado-firmado TO doc-empleados-id.
           MOVE "MK" TO doc-motivo.
           MOVE lineas-documento TO doc-lineas.
           MOVE suma-documento TO doc-suma-cantidades.
           SET doc-balanceado TO TRUE.

           WRITE movimiento-documento
               INVALID KEY
                   DISPLAY "No se pudo grabar la cabecera del "
                       "documento, estado: " estado-documentos
           END-WRITE.

      *    COSTO PROMEDIO PONDERADO, COMO EN LA RECEPCION: LO YA
      *    ARMADO A SU COSTO MAS LO QUE ENTRA AL COSTO DE SUS
      *    COMPONENTES.  EL STOCK DEL MAESTRO AUN NO INCLUYE ESTA
      *    ENTRADA PORQUE LA APLICA EL POSTEO.
       RECALCULAR-COSTO-KIT.
           MOVE que-kit TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE valor-existente =
               producto-stock * producto-costo.
           COMPUTE valor-entrante =
               cantidad-kits * costo-armado.

           COMPUTE costo-nuevo ROUNDED =
               (valor-existente + valor-entrante)
               / (producto-stock + cantidad-kits).

           MOVE costo-nuevo TO producto-costo.
           REWRITE producto-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el costo: "
                       producto-id
               NOT INVALID KEY
                   PERFORM ANOTAR-IMAGEN-DIARIA
                   DISPLAY "Costo del kit recalculado: "
                       producto-id " a " producto-costo
           END-REWRITE.

      *    LA IMAGEN POSTERIOR VA AL DIARIO: CON EL RESPALDO DE
      *    ANOCHE MAS ESTE DIARIO SE RECONSTRUYE EL DIA ENTERO.
       ANOTAR-IMAGEN-DIARIA.
           MOVE "M" TO dj-operacion.
           MOVE SPACES TO dj-registro.
           MOVE producto-registro TO dj-registro.
           CALL "DIARIO-IMAGENES" USING dj-archivo dj-operacion
               dj-registro.

      *    LOS COMPONENTES QUE SE ARMAN REBAJAN SUS LOTES EN ORDEN
      *    DE CADUCIDAD, COMO LO VENDIDO; AL DESARMAR VUELVEN SIN
      *    LOTE, COMO CUALQUIER ENTRADA SIN RECEPCION.
       CONSUMIR-LOTES-FEFO.
           IF hay-lotes = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO lote-hallado.
           PERFORM CONSUMIR-LOTE-MAS-PROXIMO
           UNTIL cantidad-por-consumir <= 0
               OR lote-hallado = "N".

       CONSUMIR-LOTE-MAS-PROXIMO.
           PERFORM LOCALIZAR-LOTE-MAS-PROXIMO.

           IF lote-hallado = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-consumo TO lot-producto-id.
           MOVE lote-consumo TO lot-lote.
           READ lotes-archivo
               INVALID KEY
                   MOVE "N" TO lote-hallado
                   EXIT PARAGRAPH
           END-READ.

           IF lot-cantidad >= cantidad-por-consumir
               SUBTRACT cantidad-por-consumir FROM lot-cantidad
               MOVE 0 TO cantidad-por-consumir
           ELSE
               SUBTRACT lot-cantidad FROM cantidad-por-consumir
               MOVE 0 TO lot-cantidad
           END-IF.

           REWRITE lote-registro
               INVALID KEY
                   DISPLAY "No se pudo rebajar el lote: "
                       lote-consumo
                   MOVE "N" TO lote-hallado
           END-REWRITE.

       LOCALIZAR-LOTE-MAS-PROXIMO.
           MOVE "N" TO lote-hallado.
           MOVE 99999999 TO caducidad-consumo.

           MOVE producto-consumo TO lot-producto-id.
           MOVE SPACES TO lot-lote.
           START lotes-archivo KEY IS NOT LESS THAN lot-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-lotes.
           PERFORM PROBAR-LOTE-CANDIDATO
           UNTIL leyendo-lotes = "N".

       PROBAR-LOTE-CANDIDATO.
           READ lotes-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-lotes
               NOT AT END
                   IF lot-producto-id NOT = producto-consumo
                       MOVE "N" TO leyendo-lotes
                   ELSE
                       IF lot-cantidad > 0
                       AND lot-caducidad <= caducidad-consumo
                           MOVE lot-caducidad TO caducidad-consumo
                           MOVE lot-lote TO lote-consumo
                           MOVE "S" TO lote-hallado
                       END-IF
                   END-IF
           END-READ.

       REINICIAR.
           DISPLAY "¿Otro documento de kits? (s/n)".
           ACCEPT si-no.

           IF si-no = "s" OR si-no = "S"
               MOVE "S" TO  si-no
               ELSE
                   MOVE "N" TO  si-no
           END-IF.

       END PROGRAM "MONTAJE_KITS".
