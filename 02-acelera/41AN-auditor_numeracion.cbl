      ******************************************************************
      * Author:
      * Date:
      * Purpose: Auditor de continuidad de numeracion.  Recorre
      *          facturas.dat, abonos.dat, rectificativas.dat,
      *          pedidos.dat y ordenes-compra.dat y los contrasta
      *          con su registro de numeracion (facturas-control.dat,
      *          que comparten FACTURAR_PEDIDOS y VENTA_MOSTRADOR,
      *          abonos-control.dat, rectificativas-control.dat,
      *          pedidos-control.dat y oc-control.dat).  Reporta
      *          numeros que faltan,
      *          numeros repetidos, numeros por encima del contador
      *          vigente (el proximo documento chocaria con ellos) y
      *          fechas que retroceden dentro de la serie.  Las
      *          series fiscales (facturas, abonos y
      *          rectificativas) no admiten
      *          huecos: sus huecos y retrocesos salen como GRAVE;
      *          en pedidos y ordenes de compra como AVISO.  Mismo
      *          reporte por severidad que AUDITOR_INTEGRIDAD y, como
      *          el, corre sin preguntas encadenado al fin de dia.
      *          Las facturas y pedidos que el archivo anual de
      *          ventas paso a facturas-hAAAA.dat y pedidos-hAAAA.dat
      *          (los anios los da archivo-ventas-control.dat)
      *          cuentan como emitidos: cada hueco de esas dos series
      *          se recorre por clave en los historicos de cada corte
      *          y solo se reportan los tramos que no estan en
      *          ninguno.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "AUDITOR_NUMERACION".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *REGISTRO DE ABONOS, SOLO LECTURA
       SELECT abonos-archivo
       ASSIGN TO "abonos.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-abonos.

      *REGISTRO DE FACTURAS RECTIFICATIVAS, SOLO LECTURA
       SELECT rectificativas-archivo
       ASSIGN TO "rectificativas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rct-numero
       ALTERNATE RECORD KEY IS rct-origen WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rectificativas.

      *CABECERAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *CABECERAS DE ORDEN DE COMPRA EN MODO INDEXADO
       SELECT ordenes-archivo
       ASSIGN TO "ordenes-compra.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS oc-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-ordenes.

      *REGISTROS DE NUMERACION, SOLO LECTURA
       SELECT facturas-control
       ASSIGN TO "facturas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       SELECT abonos-control
       ASSIGN TO "abonos-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       SELECT rectificativas-control
       ASSIGN TO "rectificativas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       SELECT pedidos-control
       ASSIGN TO "pedidos-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

       SELECT oc-control
       ASSIGN TO "oc-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-control.

      *CONTROL DEL ARCHIVO DE VENTAS, SOLO LECTURA
       SELECT archivo-ventas
       ASSIGN TO "archivo-ventas-control.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-archivo-ventas.

      *HISTORICO DE FACTURAS CON EL ANIO DE CORTE EN EL NOMBRE
       SELECT facturas-historico
       ASSIGN TO DYNAMIC nombre-historico
       ORGANIZATION IS INDEXED
       RECORD KEY IS fach-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-historico.

      *HISTORICO DE PEDIDOS CON EL ANIO DE CORTE EN EL NOMBRE
       SELECT pedidos-historico
       ASSIGN TO DYNAMIC nombre-historico
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedh-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-historico.

       DATA DIVISION.
       FILE SECTION.
      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *REGISTRO DE FACTURAS RECTIFICATIVAS
       FD rectificativas-archivo.
           COPY "RECTIFICATIVA-REGISTRO.CPY".

      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *CABECERAS DE ORDEN DE COMPRA
       FD ordenes-archivo.
           COPY "ORDEN-COMPRA-CABECERA.CPY".

      *REGISTROS DE NUMERACION
       FD facturas-control.
       01  control-facturas.
           05  ctrl-ultima-factura     PIC 9(6).

       FD abonos-control.
       01  control-abonos.
           05  ctrl-ultimo-abono       PIC 9(6).

       FD rectificativas-control.
       01  control-rectificativas.
           05  ctrl-ultima-rectificativa PIC 9(6).

       FD pedidos-control.
       01  control-pedidos.
           05  ctrl-ultimo-pedido      PIC 9(6).

       FD oc-control.
       01  control-ordenes.
           05  ctrl-ultima-orden       PIC 9(6).

      *CONTROL DEL ARCHIVO DE VENTAS
       FD archivo-ventas.
           COPY "ARCHIVO-VENTAS-CONTROL.CPY".

      *HISTORICO DE FACTURAS, MISMO LAYOUT QUE facturas.dat
       FD facturas-historico.
       01  fach-registro.
           05  fach-numero             PIC 9(6).
           05  FILLER                  PIC X(155).

      *HISTORICO DE PEDIDOS, MISMO LAYOUT QUE pedidos.dat
       FD pedidos-historico.
       01  pedh-registro.
           05  pedh-numero             PIC 9(6).
           05  FILLER                  PIC X(32).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-ordenes              PIC X(02) VALUE "00".
       77  estado-control              PIC X(02) VALUE "00".
       77  total-graves                PIC 9(5) VALUE 0.
       77  total-avisos                PIC 9(5) VALUE 0.
       77  total-documentos            PIC 9(6) VALUE 0.

      *    ESTADO DE LA SERIE QUE SE ESTA RECORRIENDO
       77  serie-nombre                PIC X(8) VALUE SPACES.
       77  severidad-serie             PIC X(5) VALUE SPACES.
       77  hay-control                 PIC X VALUE "N".
       77  valor-control               PIC 9(6) VALUE 0.
       77  hay-anterior                PIC X VALUE "N".
       77  numero-doc                  PIC 9(6) VALUE 0.
       77  fecha-doc                   PIC 9(8) VALUE 0.
       77  numero-anterior             PIC 9(6) VALUE 0.
       77  fecha-anterior              PIC 9(8) VALUE 0.
       77  hueco-desde                 PIC 9(6) VALUE 0.
       77  hueco-hasta                 PIC 9(6) VALUE 0.

      *    CORTES DEL ARCHIVO DE VENTAS Y CURSOR CON EL QUE SE
      *    RECORRE CADA HUECO EN SUS HISTORICOS
       77  estado-archivo-ventas       PIC X(02) VALUE "00".
       77  estado-historico            PIC X(02) VALUE "00".
       77  nombre-historico            PIC X(40) VALUE SPACES.
       77  serie-historico             PIC X VALUE SPACE.
       77  leyendo-control             PIC X VALUE "S".
       77  anio-historico              PIC 9(4) VALUE 0.
       77  anio-minimo                 PIC 9(4) VALUE 0.
       77  numero-hist                 PIC 9(7) VALUE 0.
       77  minimo-archivado            PIC 9(7) VALUE 0.
       77  cursor-hueco                PIC 9(7) VALUE 0.
       77  fin-hueco                   PIC 9(7) VALUE 0.
       77  total-cortes                PIC 9(2) VALUE 0.
       77  ix-corte                    PIC 9(2) VALUE 0.
       01  tabla-cortes.
           05  entrada-corte OCCURS 50 TIMES.
               10  tco-anio            PIC 9(4).
               10  tco-legible         PIC X.

      *    LOS HALLAZGOS SE JUNTAN EN MEMORIA PARA IMPRIMIRLOS
      *    AGRUPADOS POR SEVERIDAD
       77  total-hallazgos             PIC 9(4) VALUE 0.
       77  ix-hal                      PIC 9(4) VALUE 0.
       01  tabla-hallazgos.
           05  entrada-hal OCCURS 1000 TIMES.
               10  thl-severidad       PIC X(5).
               10  thl-texto           PIC X(70).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "NOCHE".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  linea-hallazgo.
           05  lh-severidad            PIC X(5).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  lh-texto                PIC X(70).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM AUDITAR-FACTURAS.
           PERFORM AUDITAR-ABONOS.
           PERFORM AUDITAR-RECTIFICATIVAS.
           PERFORM AUDITAR-PEDIDOS.
           PERFORM AUDITAR-ORDENES.

           PERFORM IMPRIMIR-HALLAZGOS.

           DISPLAY "Documentos revisados: " total-documentos.
           DISPLAY "Hallazgos GRAVES: " total-graves.
           DISPLAY "Hallazgos AVISO.: " total-avisos.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "AUDITOR_NUMERACION" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           PERFORM CARGAR-CORTES.

       PROCEDIMIENTO-DE-CIERRE.
           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       ANOTAR-HALLAZGO.
           IF total-hallazgos >= 1000
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-hallazgos.
           MOVE lh-severidad
               TO thl-severidad(total-hallazgos).
           MOVE lh-texto TO thl-texto(total-hallazgos).

           IF lh-severidad = "GRAVE"
               ADD 1 TO total-graves
           ELSE
               ADD 1 TO total-avisos
           END-IF.

      *    FACTURAS: SERIE FISCAL, SIN HUECOS NI RETROCESOS
       AUDITAR-FACTURAS.
           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "FACTURA" TO serie-nombre.
           MOVE "GRAVE" TO severidad-serie.

           OPEN INPUT facturas-control.
           IF estado-control = "00"
               MOVE "S" TO hay-control
               READ facturas-control
                   AT END
                       MOVE 0 TO ctrl-ultima-factura
               END-READ
               MOVE ctrl-ultima-factura TO valor-control
               CLOSE facturas-control
           ELSE
               MOVE "N" TO hay-control
           END-IF.

           MOVE "F" TO serie-historico.
           PERFORM VERIFICAR-HISTORICOS.

           PERFORM INICIAR-SERIE.
           MOVE "S" TO si-no.
           PERFORM AUDITAR-UNA-FACTURA
           UNTIL si-no = "N".
           PERFORM CERRAR-SERIE.

           CLOSE facturas-archivo.

       AUDITAR-UNA-FACTURA.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE fac-numero TO numero-doc
                   MOVE fac-fecha TO fecha-doc
                   PERFORM REVISAR-DOCUMENTO
           END-READ.

      *    ABONOS: SERIE FISCAL; EL ARCHIVO ES SECUENCIAL, ASI QUE
      *    AQUI SI PUEDEN APARECER NUMEROS REPETIDOS O FUERA DE
      *    ORDEN
       AUDITAR-ABONOS.
           OPEN INPUT abonos-archivo.
           IF estado-abonos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "ABONO" TO serie-nombre.
           MOVE SPACE TO serie-historico.
           MOVE "GRAVE" TO severidad-serie.

           OPEN INPUT abonos-control.
           IF estado-control = "00"
               MOVE "S" TO hay-control
               READ abonos-control
                   AT END
                       MOVE 0 TO ctrl-ultimo-abono
               END-READ
               MOVE ctrl-ultimo-abono TO valor-control
               CLOSE abonos-control
           ELSE
               MOVE "N" TO hay-control
           END-IF.

           PERFORM INICIAR-SERIE.
           MOVE "S" TO si-no.
           PERFORM AUDITAR-UN-ABONO
           UNTIL si-no = "N".
           PERFORM CERRAR-SERIE.

           CLOSE abonos-archivo.

       AUDITAR-UN-ABONO.
           READ abonos-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE abo-numero TO numero-doc
                   MOVE abo-fecha TO fecha-doc
                   PERFORM REVISAR-DOCUMENTO
           END-READ.

      *    RECTIFICATIVAS: SERIE FISCAL PROPIA, INDEXADA POR NUMERO
       AUDITAR-RECTIFICATIVAS.
           OPEN INPUT rectificativas-archivo.
           IF estado-rectificativas NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "RECTIF." TO serie-nombre.
           MOVE SPACE TO serie-historico.
           MOVE "GRAVE" TO severidad-serie.

           OPEN INPUT rectificativas-control.
           IF estado-control = "00"
               MOVE "S" TO hay-control
               READ rectificativas-control
                   AT END
                       MOVE 0 TO ctrl-ultima-rectificativa
               END-READ
               MOVE ctrl-ultima-rectificativa TO valor-control
               CLOSE rectificativas-control
           ELSE
               MOVE "N" TO hay-control
           END-IF.

           PERFORM INICIAR-SERIE.
           MOVE "S" TO si-no.
           PERFORM AUDITAR-UNA-RECTIFICATIVA
           UNTIL si-no = "N".
           PERFORM CERRAR-SERIE.

           CLOSE rectificativas-archivo.

       AUDITAR-UNA-RECTIFICATIVA.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE rct-numero TO numero-doc
                   MOVE rct-fecha TO fecha-doc
                   PERFORM REVISAR-DOCUMENTO
           END-READ.

       AUDITAR-PEDIDOS.
           OPEN INPUT pedidos-archivo.
           IF estado-pedidos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "PEDIDO" TO serie-nombre.
           MOVE "AVISO" TO severidad-serie.

           OPEN INPUT pedidos-control.
           IF estado-control = "00"
               MOVE "S" TO hay-control
               READ pedidos-control
                   AT END
                       MOVE 0 TO ctrl-ultimo-pedido
               END-READ
               MOVE ctrl-ultimo-pedido TO valor-control
               CLOSE pedidos-control
           ELSE
               MOVE "N" TO hay-control
           END-IF.

           MOVE "P" TO serie-historico.
           PERFORM VERIFICAR-HISTORICOS.

           PERFORM INICIAR-SERIE.
           MOVE "S" TO si-no.
           PERFORM AUDITAR-UN-PEDIDO
           UNTIL si-no = "N".
           PERFORM CERRAR-SERIE.

           CLOSE pedidos-archivo.

       AUDITAR-UN-PEDIDO.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE ped-numero TO numero-doc
                   MOVE ped-fecha TO fecha-doc
                   PERFORM REVISAR-DOCUMENTO
           END-READ.

       AUDITAR-ORDENES.
           OPEN INPUT ordenes-archivo.
           IF estado-ordenes NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "ORDEN OC" TO serie-nombre.
           MOVE SPACE TO serie-historico.
           MOVE "AVISO" TO severidad-serie.

           OPEN INPUT oc-control.
           IF estado-control = "00"
               MOVE "S" TO hay-control
               READ oc-control
                   AT END
                       MOVE 0 TO ctrl-ultima-orden
               END-READ
               MOVE ctrl-ultima-orden TO valor-control
               CLOSE oc-control
           ELSE
               MOVE "N" TO hay-control
           END-IF.

           PERFORM INICIAR-SERIE.
           MOVE "S" TO si-no.
           PERFORM AUDITAR-UNA-ORDEN
           UNTIL si-no = "N".
           PERFORM CERRAR-SERIE.

           CLOSE ordenes-archivo.

       AUDITAR-UNA-ORDEN.
           READ ordenes-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE oc-numero TO numero-doc
                   MOVE oc-fecha TO fecha-doc
                   PERFORM REVISAR-DOCUMENTO
           END-READ.

      *    LOS ANIOS DE CORTE DEL ARCHIVO DE VENTAS, UNA VEZ CADA
      *    UNO: UN CORTE REANUDADO DEJA VARIOS REGISTROS SEGUIDOS
      *    CON EL MISMO ANIO
       CARGAR-CORTES.
           MOVE 0 TO total-cortes.
           OPEN INPUT archivo-ventas.
           IF estado-archivo-ventas NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO leyendo-control.
           PERFORM LEER-CORTE-ARCHIVO
           UNTIL leyendo-control = "N".
           CLOSE archivo-ventas.

       LEER-CORTE-ARCHIVO.
           READ archivo-ventas
               AT END
                   MOVE "N" TO leyendo-control
               NOT AT END
                   PERFORM ANOTAR-CORTE
           END-READ.

       ANOTAR-CORTE.
           IF total-cortes > 0
               IF avc-anio-corte = tco-anio(total-cortes)
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF total-cortes >= 50
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-cortes.
           MOVE avc-anio-corte TO tco-anio(total-cortes).
           MOVE "N" TO tco-legible(total-cortes).

      *    CADA SERIE CON HISTORICO PRUEBA A ABRIR EL DE CADA CORTE;
      *    EL QUE NO SE PUEDE LEER NO DESCUENTA HUECOS
       VERIFICAR-HISTORICOS.
           MOVE 0 TO ix-corte.
           PERFORM VERIFICAR-UN-HISTORICO
           UNTIL ix-corte >= total-cortes.

       VERIFICAR-UN-HISTORICO.
           ADD 1 TO ix-corte.
           MOVE tco-anio(ix-corte) TO anio-historico.
           PERFORM ABRIR-HISTORICO-CORTE.
           IF estado-historico NOT = "00"
               MOVE "N" TO tco-legible(ix-corte)
               MOVE "AVISO" TO lh-severidad
               MOVE SPACES TO lh-texto
               STRING "SIN HISTORICO LEGIBLE " nombre-historico
                   DELIMITED BY SIZE INTO lh-texto
               PERFORM ANOTAR-HALLAZGO
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO tco-legible(ix-corte).
           PERFORM CERRAR-HISTORICO-CORTE.

       ABRIR-HISTORICO-CORTE.
           MOVE SPACES TO nombre-historico.
           IF serie-historico = "F"
               STRING "facturas-h" anio-historico ".dat"
                   DELIMITED BY SIZE INTO nombre-historico
               OPEN INPUT facturas-historico
           ELSE
               STRING "pedidos-h" anio-historico ".dat"
                   DELIMITED BY SIZE INTO nombre-historico
               OPEN INPUT pedidos-historico
           END-IF.

       CERRAR-HISTORICO-CORTE.
           IF serie-historico = "F"
               CLOSE facturas-historico
           ELSE
               CLOSE pedidos-historico
           END-IF.

      *    PRIMER NUMERO ARCHIVADO DESDE EL CURSOR EN EL HISTORICO
      *    ABIERTO; SI NO HAY NINGUNO QUEDA 9999999
       BUSCAR-ARCHIVADO.
           MOVE 9999999 TO numero-hist.
           IF serie-historico = "F"
               MOVE cursor-hueco TO fach-numero
               START facturas-historico
                   KEY IS NOT LESS THAN fach-numero
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
           ELSE
               MOVE cursor-hueco TO pedh-numero
               START pedidos-historico
                   KEY IS NOT LESS THAN pedh-numero
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START
           END-IF.

           PERFORM LEER-SIGUIENTE-ARCHIVADO.

       LEER-SIGUIENTE-ARCHIVADO.
           IF serie-historico = "F"
               READ facturas-historico NEXT RECORD
                   AT END
                       MOVE 9999999 TO numero-hist
                   NOT AT END
                       MOVE fach-numero TO numero-hist
               END-READ
           ELSE
               READ pedidos-historico NEXT RECORD
                   AT END
                       MOVE 9999999 TO numero-hist
                   NOT AT END
                       MOVE pedh-numero TO numero-hist
               END-READ
           END-IF.

      *    SIN REGISTRO DE NUMERACION NO HAY CONTRA QUE COMPARAR
      *    EL TOPE; LA CONTINUIDAD SE REVISA IGUAL
       INICIAR-SERIE.
           MOVE "N" TO hay-anterior.
           MOVE 0 TO numero-anterior.
           MOVE 0 TO fecha-anterior.

           IF hay-control = "N"
               MOVE 0 TO valor-control
               MOVE "AVISO" TO lh-severidad
               MOVE SPACES TO lh-texto
               STRING "SERIE " serie-nombre
                   " SIN REGISTRO DE NUMERACION LEGIBLE"
                   DELIMITED BY SIZE INTO lh-texto
               PERFORM ANOTAR-HALLAZGO
           END-IF.

      *    CADA DOCUMENTO SE COMPARA CON EL ANTERIOR DE LA SERIE:
      *    IGUAL ES REPETIDO, MENOR ES FUERA DE ORDEN, MAYOR EN MAS
      *    DE UNO ES HUECO; Y CON EL CONTADOR, QUE NUNCA DEBE SER
      *    MENOR QUE UN NUMERO YA EMITIDO
       REVISAR-DOCUMENTO.
           ADD 1 TO total-documentos.

           IF hay-control = "S"
           AND numero-doc > valor-control
               MOVE "GRAVE" TO lh-severidad
               MOVE SPACES TO lh-texto
               STRING serie-nombre " " numero-doc
                   " POR ENCIMA DEL CONTADOR " valor-control
                   DELIMITED BY SIZE INTO lh-texto
               PERFORM ANOTAR-HALLAZGO
           END-IF.

           IF hay-anterior = "N"
               IF numero-doc > 1
                   MOVE 1 TO hueco-desde
                   COMPUTE hueco-hasta = numero-doc - 1
                   PERFORM ANOTAR-HUECO
               END-IF
               MOVE "S" TO hay-anterior
               MOVE numero-doc TO numero-anterior
               MOVE fecha-doc TO fecha-anterior
               EXIT PARAGRAPH
           END-IF.

           IF numero-doc = numero-anterior
               MOVE "GRAVE" TO lh-severidad
               MOVE SPACES TO lh-texto
               STRING serie-nombre " " numero-doc " REPETIDO"
                   DELIMITED BY SIZE INTO lh-texto
               PERFORM ANOTAR-HALLAZGO
               EXIT PARAGRAPH
           END-IF.

           IF numero-doc < numero-anterior
               MOVE "GRAVE" TO lh-severidad
               MOVE SPACES TO lh-texto
               STRING serie-nombre " " numero-doc
                   " FUERA DE ORDEN TRAS EL " numero-anterior
                   DELIMITED BY SIZE INTO lh-texto
               PERFORM ANOTAR-HALLAZGO
               EXIT PARAGRAPH
           END-IF.

           IF numero-doc > numero-anterior + 1
               COMPUTE hueco-desde = numero-anterior + 1
               COMPUTE hueco-hasta = numero-doc - 1
               PERFORM ANOTAR-HUECO
           END-IF.

           IF fecha-doc < fecha-anterior
               MOVE severidad-serie TO lh-severidad
               MOVE SPACES TO lh-texto
               STRING serie-nombre " " numero-doc " FECHA "
                   fecha-doc " ANTERIOR A LA DEL " numero-anterior
                   " (" fecha-anterior ")"
                   DELIMITED BY SIZE INTO lh-texto
               PERFORM ANOTAR-HALLAZGO
           END-IF.

           MOVE numero-doc TO numero-anterior.
           MOVE fecha-doc TO fecha-anterior.

      *    LOS NUMEROS YA ENTREGADOS POR EL CONTADOR Y QUE NO ESTAN
      *    EN EL ARCHIVO TAMBIEN SON HUECO
       CERRAR-SERIE.
           IF hay-control = "N"
               EXIT PARAGRAPH
           END-IF.

           IF hay-anterior = "N"
               IF valor-control > 0
                   MOVE 1 TO hueco-desde
                   MOVE valor-control TO hueco-hasta
                   PERFORM ANOTAR-HUECO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF valor-control > numero-anterior
               COMPUTE hueco-desde = numero-anterior + 1
               MOVE valor-control TO hueco-hasta
               PERFORM ANOTAR-HUECO
           END-IF.

      *    EN FACTURAS Y PEDIDOS EL HUECO SE RECORRE CON UN CURSOR
      *    CONTRA LOS HISTORICOS: LO QUE NO ESTA EN NINGUNO ES HUECO
      *    DE VERDAD Y CADA TRAMO ARCHIVADO SE SALTA
       ANOTAR-HUECO.
           IF serie-historico = SPACE
           OR total-cortes = 0
               PERFORM INFORMAR-HUECO
               EXIT PARAGRAPH
           END-IF.

           MOVE hueco-desde TO cursor-hueco.
           MOVE hueco-hasta TO fin-hueco.
           PERFORM DESCONTAR-ARCHIVADOS
           UNTIL cursor-hueco > fin-hueco.

       DESCONTAR-ARCHIVADOS.
           PERFORM BUSCAR-MENOR-ARCHIVADO.

           IF minimo-archivado > fin-hueco
               MOVE cursor-hueco TO hueco-desde
               MOVE fin-hueco TO hueco-hasta
               PERFORM INFORMAR-HUECO
               COMPUTE cursor-hueco = fin-hueco + 1
               EXIT PARAGRAPH
           END-IF.

           IF minimo-archivado > cursor-hueco
               MOVE cursor-hueco TO hueco-desde
               COMPUTE hueco-hasta = minimo-archivado - 1
               PERFORM INFORMAR-HUECO
           END-IF.

           PERFORM SALTAR-TRAMO-ARCHIVADO.

      *    EL MENOR NUMERO ARCHIVADO DESDE EL CURSOR ENTRE TODOS LOS
      *    CORTES, Y EL CORTE QUE LO TIENE
       BUSCAR-MENOR-ARCHIVADO.
           MOVE 9999999 TO minimo-archivado.
           MOVE 0 TO ix-corte.
           PERFORM MIRAR-CORTE
           UNTIL ix-corte >= total-cortes.

       MIRAR-CORTE.
           ADD 1 TO ix-corte.
           IF tco-legible(ix-corte) NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tco-anio(ix-corte) TO anio-historico.
           PERFORM ABRIR-HISTORICO-CORTE.
           IF estado-historico NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-ARCHIVADO.
           IF numero-hist < minimo-archivado
               MOVE numero-hist TO minimo-archivado
               MOVE anio-historico TO anio-minimo
           END-IF.
           PERFORM CERRAR-HISTORICO-CORTE.

      *    LOS NUMEROS SEGUIDOS DEL MISMO CORTE SE SALTAN LEYENDO EN
      *    SECUENCIA; EL CURSOR QUEDA EN EL PRIMERO QUE FALTA AHI
       SALTAR-TRAMO-ARCHIVADO.
           MOVE minimo-archivado TO cursor-hueco.
           MOVE anio-minimo TO anio-historico.
           PERFORM ABRIR-HISTORICO-CORTE.
           IF estado-historico NOT = "00"
               ADD 1 TO cursor-hueco
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-ARCHIVADO.
           PERFORM AVANZAR-CURSOR
           UNTIL numero-hist NOT = cursor-hueco
           OR cursor-hueco > fin-hueco.
           PERFORM CERRAR-HISTORICO-CORTE.

           IF cursor-hueco = minimo-archivado
               ADD 1 TO cursor-hueco
           END-IF.

       AVANZAR-CURSOR.
           ADD 1 TO cursor-hueco.
           PERFORM LEER-SIGUIENTE-ARCHIVADO.

       INFORMAR-HUECO.
           MOVE severidad-serie TO lh-severidad.
           MOVE SPACES TO lh-texto.
           IF hueco-desde = hueco-hasta
               STRING "FALTA " serie-nombre " " hueco-desde
                   DELIMITED BY SIZE INTO lh-texto
           ELSE
               STRING "FALTAN " serie-nombre " " hueco-desde
                   " A " hueco-hasta
                   DELIMITED BY SIZE INTO lh-texto
           END-IF.
           PERFORM ANOTAR-HALLAZGO.

       IMPRIMIR-HALLAZGOS.
           IF total-hallazgos = 0
               MOVE "SIN HALLAZGOS: LAS SERIES SON CONTINUAS"
                   TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ix-hal.
           PERFORM IMPRIMIR-GRAVE
           UNTIL ix-hal >= total-hallazgos.

           MOVE 0 TO ix-hal.
           PERFORM IMPRIMIR-AVISO
           UNTIL ix-hal >= total-hallazgos.

       IMPRIMIR-GRAVE.
           ADD 1 TO ix-hal.
           IF thl-severidad(ix-hal) = "GRAVE"
               MOVE thl-severidad(ix-hal) TO lh-severidad
               MOVE thl-texto(ix-hal) TO lh-texto
               MOVE linea-hallazgo TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       IMPRIMIR-AVISO.
           ADD 1 TO ix-hal.
           IF thl-severidad(ix-hal) = "AVISO"
               MOVE thl-severidad(ix-hal) TO lh-severidad
               MOVE thl-texto(ix-hal) TO lh-texto
               MOVE linea-hallazgo TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "AUDITOR_NUMERACION".
