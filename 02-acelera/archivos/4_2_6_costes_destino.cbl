      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro y reparto de costes de destino.  La factura
      *          del transitario, del agente de aduanas o del operador
      *          logistico se anota contra una o varias recepciones de
      *          recepciones.dat (por orden, linea y fecha) y su
      *          importe se reparte entre ellas por valor (cantidad
      *          por precio del proveedor), por cantidad o por peso;
      *          el redondeo lo absorbe la recepcion de mayor base.
      *          La parte de cada recepcion que sigue en existencia
      *          se carga al costo promedio del producto (la parte ya
      *          vendida no lo mueve), con REWRITE, imagen al diario
      *          y linea COSTE en producto-auditoria.dat.  El
      *          documento queda en costes-adicionales.dat, que no
      *          admite el mismo numero dos veces por proveedor, y el
      *          reparto en costes-reparto.dat para el reporte de
      *          coste de destino.  Exige operador firmado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COSTES_DESTINO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DOCUMENTOS DE COSTE DE DESTINO EN MODO INDEXADO
       SELECT costes-adicionales
       ASSIGN TO "costes-adicionales.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cad-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-costes.

      *REPARTO DE LOS COSTES, SOLO SE AGREGA AL FINAL
       SELECT costes-reparto
       ASSIGN TO "costes-reparto.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-reparto.

      *REGISTRO DE RECEPCIONES, SOLO LECTURA
       SELECT recepciones-archivo
       ASSIGN TO "recepciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-recepciones.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *ARCHIVO DE AUDITORIA DE PRODUCTOS, SOLO SE AGREGA AL FINAL
       SELECT producto-auditoria
       ASSIGN TO "producto-auditoria.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-paud.

       DATA DIVISION.
       FILE SECTION.
      *DOCUMENTOS DE COSTE DE DESTINO
       FD costes-adicionales.
           COPY "COSTE-ADICIONAL.CPY".

      *REPARTO DE LOS COSTES
       FD costes-reparto.
           COPY "COSTE-REPARTO.CPY".

      *REGISTRO DE RECEPCIONES
       FD recepciones-archivo.
           COPY "RECEPCION-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *ARCHIVO DE AUDITORIA DE PRODUCTOS
       FD producto-auditoria.
           COPY "PRODUCTO-AUDITORIA.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-costes               PIC X(02) VALUE "00".
       77  estado-reparto              PIC X(02) VALUE "00".
       77  estado-recepciones          PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-paud                 PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hora-sistema          PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  que-emisor                  PIC X(7) VALUE SPACES.
       77  que-documento               PIC X(12) VALUE SPACES.
       77  que-orden                   PIC 9(6) VALUE 0.
       77  que-linea                   PIC 9(3) VALUE 0.
       77  que-fecha                   PIC 9(8) VALUE 0.
       77  seleccionando               PIC X VALUE "S".
       77  leyendo-recepciones         PIC X VALUE "S".
       77  numero-seleccion            PIC 9(3) VALUE 0.
       77  recs-encontradas            PIC 9(3) VALUE 0.
       77  rec-ubicada                 PIC X VALUE "N".
       77  peso-capturado              PIC 9(6)V99 VALUE 0.
       77  base-total                  PIC 9(12)V99 VALUE 0.
       77  base-mayor                  PIC 9(12)V99 VALUE 0.
       77  ix-mayor                    PIC 9(3) VALUE 0.
       77  importe-repartido           PIC 9(8)V99 VALUE 0.
       77  diferencia-redondeo         PIC S9(8)V99 VALUE 0.
       77  unidades-en-stock           PIC 9(6) VALUE 0.
       77  importe-en-stock            PIC 9(7)V99 VALUE 0.
       77  costo-nuevo                 PIC 9(4)V99 VALUE 0.
       77  confirmar-reparto           PIC X VALUE "N".
       77  documento-grabado           PIC X VALUE "N".
       77  total-documentos            PIC 9(4) VALUE 0.
       77  total-recosteados           PIC 9(4) VALUE 0.

      *    RECEPCIONES ELEGIDAS PARA EL DOCUMENTO EN CURSO, CON SU
      *    BASE DE REPARTO Y EL IMPORTE QUE LES TOCA
       77  total-recs                  PIC 9(3) VALUE 0.
       77  ix-rec                      PIC 9(3) VALUE 0.
       01  tabla-recepciones.
           05  entrada-rec OCCURS 50 TIMES.
               10  tre-oc-numero       PIC 9(6).
               10  tre-linea           PIC 9(3).
               10  tre-fecha           PIC 9(8).
               10  tre-producto-id     PIC 9(6).
               10  tre-cantidad        PIC 9(6).
               10  tre-precio          PIC 9(4)V99.
               10  tre-seleccion       PIC 9(3).
               10  tre-peso            PIC 9(6)V99.
               10  tre-base            PIC 9(12)V99.
               10  tre-importe         PIC 9(7)V99.

      *    CAMPOS PARA EL DIARIO DE IMAGENES
       77  dj-archivo                  PIC X(12) VALUE "PRODUCTO".
       77  dj-operacion                PIC X VALUE SPACE.
       01  dj-registro                 PIC X(250) VALUE SPACES.

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
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Operador no autorizado"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM CAPTURAR-DOCUMENTO
           UNTIL si-no = "N".

           PERFORM PROCEDIMIENTO-DE-CIERRE.

           DISPLAY "Documentos repartidos...: " total-documentos.
           DISPLAY "Costos recalculados.....: " total-recosteados.
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
           OPEN I-O costes-adicionales.
           IF estado-costes = "35"
               OPEN OUTPUT costes-adicionales
               CLOSE costes-adicionales
               OPEN I-O costes-adicionales
           END-IF.
           IF estado-costes NOT = "00"
               DISPLAY "No se pudo abrir costes-adicionales.dat, "
                   "estado: " estado-costes
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND costes-reparto.
           IF estado-reparto = "35"
               OPEN OUTPUT costes-reparto
           END-IF.
           IF estado-reparto NOT = "00"
               DISPLAY "No se pudo abrir costes-reparto.dat, "
                   "estado: " estado-reparto
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

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-proveedores
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
           CLOSE costes-adicionales.
           CLOSE costes-reparto.
           CLOSE producto-dinamic.
           CLOSE proveedores-archivo.
           CLOSE producto-auditoria.

       CAPTURAR-DOCUMENTO.
           DISPLAY "Proveedor emisor del documento (transitario, "
               "aduanas, logistica): ".
           ACCEPT que-emisor.

           MOVE que-emisor TO prov-id.
           READ proveedores-archivo
               INVALID KEY
                   DISPLAY "Proveedor inexistente: " que-emisor
                   PERFORM REINICIAR
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Numero de documento de " prov-nombre ": ".
           ACCEPT que-documento.
           MOVE FUNCTION UPPER-CASE(que-documento) TO que-documento.
           IF que-documento = SPACES
               DISPLAY "Numero de documento en blanco"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE que-emisor TO cad-prov-id.
           MOVE que-documento TO cad-documento.
           READ costes-adicionales
               NOT INVALID KEY
                   DISPLAY "Documento ya repartido el " cad-fecha
                       " por " cad-empleados-id
                   PERFORM REINICIAR
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO coste-adicional-registro.
           MOVE que-emisor TO cad-prov-id.
           MOVE que-documento TO cad-documento.

           DISPLAY "Concepto (FL flete, AD aduana y aranceles, "
               "MA manipulacion): ".
           ACCEPT cad-concepto.
           MOVE FUNCTION UPPER-CASE(cad-concepto) TO cad-concepto.
           IF NOT cad-concepto-valido
               DISPLAY "Concepto invalido: " cad-concepto
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Importe del documento: ".
           ACCEPT cad-importe.
           IF cad-importe = 0
               DISPLAY "Importe en cero, nada que repartir"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reparto (V valor, C cantidad, P peso): ".
           ACCEPT cad-metodo.
           MOVE FUNCTION UPPER-CASE(cad-metodo) TO cad-metodo.
           IF NOT cad-metodo-valido
               DISPLAY "Metodo de reparto invalido: " cad-metodo
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO total-recs.
           MOVE 0 TO numero-seleccion.
           MOVE "S" TO seleccionando.
           PERFORM SELECCIONAR-RECEPCIONES
           UNTIL seleccionando = "N".

           IF total-recs = 0
               DISPLAY "Sin recepciones elegidas, documento "
                   "descartado"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           IF cad-por-peso
               MOVE 0 TO ix-rec
               PERFORM CAPTURAR-UN-PESO
               UNTIL ix-rec >= total-recs
           END-IF.

           PERFORM CALCULAR-BASES.
           IF base-total = 0
               DISPLAY "La base de reparto es cero (recepciones sin "
                   "precio o sin peso), documento descartado"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           PERFORM REPARTIR-IMPORTE.

           DISPLAY "¿Grabar el reparto y recalcular costos? (s/n)".
           ACCEPT confirmar-reparto.
           IF confirmar-reparto NOT = "s"
           AND confirmar-reparto NOT = "S"
               DISPLAY "Reparto descartado"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           PERFORM GRABAR-DOCUMENTO.
           IF documento-grabado = "N"
               PERFORM REINICIAR
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ix-rec.
           PERFORM APLICAR-UNA-RECEPCION
           UNTIL ix-rec >= total-recs.

           ADD 1 TO total-documentos.
           DISPLAY "Documento " que-documento " repartido entre "
               total-recs " recepciones".

           PERFORM REINICIAR.

      *    CADA VUELTA TOMA LAS RECEPCIONES DE UNA ORDEN, TODAS O
      *    LAS DE UNA LINEA Y/O UNA FECHA; UN MISMO DOCUMENTO PUEDE
      *    CUBRIR VARIAS ORDENES (UN CONTENEDOR CON MERCANCIA DE
      *    VARIOS PROVEEDORES).
       SELECCIONAR-RECEPCIONES.
           DISPLAY "Orden de compra recibida (0 = fin de la "
               "seleccion): ".
           ACCEPT que-orden.
           IF que-orden = 0
               MOVE "N" TO seleccionando
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Linea de la orden (0 = todas): ".
           ACCEPT que-linea.

           DISPLAY "Fecha de recepcion AAAAMMDD (0 = todas): ".
           ACCEPT que-fecha.

           OPEN INPUT recepciones-archivo.
           IF estado-recepciones NOT = "00"
               DISPLAY "Sin recepciones.dat, estado: "
                   estado-recepciones
               MOVE "N" TO seleccionando
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO numero-seleccion.
           MOVE 0 TO recs-encontradas.
           MOVE "S" TO leyendo-recepciones.
           PERFORM LEER-RECEPCION
           UNTIL leyendo-recepciones = "N".

           CLOSE recepciones-archivo.

           DISPLAY "Recepciones tomadas: " recs-encontradas
               " (en el documento " total-recs ")".

       LEER-RECEPCION.
           READ recepciones-archivo
               AT END
                   MOVE "N" TO leyendo-recepciones
               NOT AT END
                   IF rec-oc-numero = que-orden
                   AND (que-linea = 0 OR rec-linea = que-linea)
                   AND (que-fecha = 0 OR rec-fecha = que-fecha)
                       PERFORM TOMAR-RECEPCION
                   END-IF
           END-READ.

      *    DOS ENTREGAS DE LA MISMA LINEA EL MISMO DIA SE SUMAN EN
      *    UNA SOLA RECEPCION; LA QUE YA ENTRO POR UNA VUELTA
      *    ANTERIOR NO SE TOMA DOS VECES.
       TOMAR-RECEPCION.
           MOVE "N" TO rec-ubicada.
           MOVE 0 TO ix-rec.
           PERFORM UBICAR-RECEPCION
           UNTIL rec-ubicada = "S" OR ix-rec >= total-recs.

           IF rec-ubicada = "S"
               IF tre-seleccion(ix-rec) = numero-seleccion
                   ADD rec-cantidad TO tre-cantidad(ix-rec)
               ELSE
                   DISPLAY "Recepcion ya incluida: " rec-oc-numero
                       "/" rec-linea " del " rec-fecha
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF total-recs >= 50
               DISPLAY "Maximo de recepciones por documento, "
                   "no se toma: " rec-oc-numero "/" rec-linea
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-recs.
           MOVE rec-oc-numero TO tre-oc-numero(total-recs).
           MOVE rec-linea TO tre-linea(total-recs).
           MOVE rec-fecha TO tre-fecha(total-recs).
           MOVE rec-producto-id TO tre-producto-id(total-recs).
           MOVE rec-cantidad TO tre-cantidad(total-recs).
           MOVE rec-precio TO tre-precio(total-recs).
           MOVE numero-seleccion TO tre-seleccion(total-recs).
           MOVE 0 TO tre-peso(total-recs).
           MOVE 0 TO tre-base(total-recs).
           MOVE 0 TO tre-importe(total-recs).
           ADD 1 TO recs-encontradas.

           DISPLAY "Linea " rec-linea " producto " rec-producto-id
               " cantidad " rec-cantidad " precio " rec-precio
               " del " rec-fecha.

       UBICAR-RECEPCION.
           ADD 1 TO ix-rec.
           IF tre-oc-numero(ix-rec) = rec-oc-numero
           AND tre-linea(ix-rec) = rec-linea
           AND tre-fecha(ix-rec) = rec-fecha
           AND tre-producto-id(ix-rec) = rec-producto-id
               MOVE "S" TO rec-ubicada
           END-IF.

       CAPTURAR-UN-PESO.
           ADD 1 TO ix-rec.
           DISPLAY "Peso en kg de la recepcion " tre-oc-numero(ix-rec)
               "/" tre-linea(ix-rec) " producto "
               tre-producto-id(ix-rec) ": ".
           ACCEPT peso-capturado.
           MOVE peso-capturado TO tre-peso(ix-rec).

       CALCULAR-BASES.
           MOVE 0 TO base-total.
           MOVE 0 TO base-mayor.
           MOVE 0 TO ix-mayor.
           MOVE 0 TO ix-rec.
           PERFORM CALCULAR-UNA-BASE
           UNTIL ix-rec >= total-recs.

       CALCULAR-UNA-BASE.
           ADD 1 TO ix-rec.
           EVALUATE TRUE
               WHEN cad-por-valor
                   COMPUTE tre-base(ix-rec) =
                       tre-cantidad(ix-rec) * tre-precio(ix-rec)
               WHEN cad-por-cantidad
                   MOVE tre-cantidad(ix-rec) TO tre-base(ix-rec)
               WHEN cad-por-peso
                   MOVE tre-peso(ix-rec) TO tre-base(ix-rec)
           END-EVALUATE.

           ADD tre-base(ix-rec) TO base-total.
           IF tre-base(ix-rec) > base-mayor
               MOVE tre-base(ix-rec) TO base-mayor
               MOVE ix-rec TO ix-mayor
           END-IF.

      *    CADA RECEPCION RECIBE SU PARTE REDONDEADA A CENTIMOS; LA
      *    DIFERENCIA DE REDONDEO VA A LA DE MAYOR BASE PARA QUE EL
      *    REPARTO SUME EXACTAMENTE EL DOCUMENTO.
       REPARTIR-IMPORTE.
           MOVE 0 TO importe-repartido.
           MOVE 0 TO ix-rec.
           PERFORM REPARTIR-UNA-RECEPCION
           UNTIL ix-rec >= total-recs.

           COMPUTE diferencia-redondeo =
               cad-importe - importe-repartido.
           COMPUTE tre-importe(ix-mayor) =
               tre-importe(ix-mayor) + diferencia-redondeo.

           MOVE 0 TO ix-rec.
           PERFORM MOSTRAR-UNA-PARTE
           UNTIL ix-rec >= total-recs.

       REPARTIR-UNA-RECEPCION.
           ADD 1 TO ix-rec.
           COMPUTE tre-importe(ix-rec) ROUNDED =
               cad-importe * tre-base(ix-rec) / base-total.
           ADD tre-importe(ix-rec) TO importe-repartido.

       MOSTRAR-UNA-PARTE.
           ADD 1 TO ix-rec.
           DISPLAY "Recepcion " tre-oc-numero(ix-rec) "/"
               tre-linea(ix-rec) " producto " tre-producto-id(ix-rec)
               " importe asignado " tre-importe(ix-rec).

       GRABAR-DOCUMENTO.
           MOVE "S" TO documento-grabado.
           MOVE fecha-hoy TO cad-fecha.
           MOVE empleado-firmado TO cad-empleados-id.
           MOVE total-recs TO cad-recepciones.

           WRITE coste-adicional-registro
               INVALID KEY
                   MOVE "N" TO documento-grabado
                   DISPLAY "No se pudo grabar el documento, estado: "
                       estado-costes
           END-WRITE.

       APLICAR-UNA-RECEPCION.
           ADD 1 TO ix-rec.

           MOVE SPACES TO coste-reparto-registro.
           MOVE cad-prov-id TO crp-prov-id.
           MOVE cad-documento TO crp-documento.
           MOVE cad-concepto TO crp-concepto.
           MOVE tre-oc-numero(ix-rec) TO crp-oc-numero.
           MOVE tre-linea(ix-rec) TO crp-linea.
           MOVE tre-fecha(ix-rec) TO crp-fecha-recepcion.
           MOVE tre-producto-id(ix-rec) TO crp-producto-id.
           MOVE tre-cantidad(ix-rec) TO crp-cantidad.
           MOVE tre-precio(ix-rec) TO crp-precio.
           MOVE tre-importe(ix-rec) TO crp-importe.
           MOVE fecha-hoy TO crp-fecha.

           WRITE coste-reparto-registro.
           IF estado-reparto NOT = "00"
               DISPLAY "Error al grabar costes-reparto.dat, estado: "
                   estado-reparto
           END-IF.

           PERFORM RECOSTEAR-PRODUCTO.

      *    SOLO LA PARTE DE LA RECEPCION QUE SIGUE EN EXISTENCIA
      *    ENTRA AL PROMEDIO: SI DE 100 RECIBIDAS QUEDAN 40, EL 40%
      *    DEL IMPORTE SE REPARTE ENTRE EL STOCK ACTUAL.  LO YA
      *    VENDIDO SALIO AL COSTO DE SU DIA.
       RECOSTEAR-PRODUCTO.
           IF tre-importe(ix-rec) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE tre-producto-id(ix-rec) TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente en el maestro: "
                       tre-producto-id(ix-rec)
                   EXIT PARAGRAPH
           END-READ.

           IF producto-stock = 0
               DISPLAY "Sin existencia de " producto-id
                   ", el costo promedio no cambia"
               EXIT PARAGRAPH
           END-IF.

           MOVE tre-cantidad(ix-rec) TO unidades-en-stock.
           IF producto-stock < unidades-en-stock
               MOVE producto-stock TO unidades-en-stock
           END-IF.

           COMPUTE importe-en-stock ROUNDED =
               tre-importe(ix-rec) * unidades-en-stock
               / tre-cantidad(ix-rec).

           COMPUTE costo-nuevo ROUNDED =
               producto-costo + importe-en-stock / producto-stock
               ON SIZE ERROR
                   DISPLAY "El costo de " producto-id
                       " desborda, no se recalcula"
                   EXIT PARAGRAPH
           END-COMPUTE.

           MOVE FUNCTION CURRENT-DATE TO fecha-hora-sistema.

           MOVE SPACES TO producto-auditoria-registro.
           MOVE fecha-hora-sistema TO paud-fecha-hora.
           MOVE "COSTE" TO paud-operacion.
           MOVE empleado-firmado TO paud-empleados-id.

           MOVE producto-id        TO paud-ant-id.
           MOVE producto-control   TO paud-ant-control.
           MOVE producto-descript  TO paud-ant-descript.
           MOVE producto-precio    TO paud-ant-precio.
           MOVE producto-moneda    TO paud-ant-moneda.
           MOVE producto-stock     TO paud-ant-stock.
           MOVE producto-caducidad TO paud-ant-caducidad.
           MOVE producto-critico   TO paud-ant-critico.
           MOVE producto-registrado-por TO paud-ant-registrado.
           MOVE producto-estado    TO paud-ant-estado.
           MOVE producto-estado-fecha TO paud-ant-estado-fecha.
           MOVE producto-familia TO paud-ant-familia.
           MOVE producto-costo TO paud-ant-costo.

           MOVE costo-nuevo TO producto-costo.

           MOVE producto-id        TO paud-nue-id.
           MOVE producto-control   TO paud-nue-control.
           MOVE producto-descript  TO paud-nue-descript.
           MOVE producto-precio    TO paud-nue-precio.
           MOVE producto-moneda    TO paud-nue-moneda.
           MOVE producto-stock     TO paud-nue-stock.
           MOVE producto-caducidad TO paud-nue-caducidad.
           MOVE producto-critico   TO paud-nue-critico.
           MOVE producto-registrado-por TO paud-nue-registrado.
           MOVE producto-estado    TO paud-nue-estado.
           MOVE producto-estado-fecha TO paud-nue-estado-fecha.
           MOVE producto-familia TO paud-nue-familia.
           MOVE producto-costo TO paud-nue-costo.

           REWRITE producto-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar el costo: "
                       producto-id
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE "M" TO dj-operacion.
           MOVE SPACES TO dj-registro.
           MOVE producto-registro TO dj-registro.
           CALL "DIARIO-IMAGENES" USING dj-archivo dj-operacion
               dj-registro.

           WRITE producto-auditoria-registro.
           IF estado-paud NOT = "00"
               DISPLAY "Error al grabar producto-auditoria.dat, "
                   "estado: " estado-paud
           END-IF.

           ADD 1 TO total-recosteados.
           DISPLAY "Costo promedio de " producto-id " de "
               paud-ant-costo " a " producto-costo.

       REINICIAR.
           DISPLAY "¿Desea registrar otro documento de coste? (s/n)".
           ACCEPT si-no.

           IF si-no = "s" OR si-no = "S"
               MOVE "S" TO  si-no
               ELSE
                   MOVE "N" TO  si-no
           END-IF.

       END PROGRAM "COSTES_DESTINO".
