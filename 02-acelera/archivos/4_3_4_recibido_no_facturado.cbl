      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mercaderia recibida y no facturada a fin de mes.
      *          RECEPCION_COMPRAS da entrada al stock en cuanto llega
      *          la mercaderia, pero la factura del proveedor puede
      *          tardar semanas.  Este programa cruza recepciones.dat
      *          con compras-facturas.dat al corte del mes pedido,
      *          orden de compra por orden de compra (la factura se
      *          captura contra la orden, por su base, sin guardar
      *          cantidades por linea): lo recibido se valora al
      *          ultimo precio del enlace producto-proveedor y se
      *          pasa a EUR con la tasa del corte; se le restan las
      *          devoluciones al proveedor y la base de las facturas
      *          registradas o pagadas hasta el corte.  Las
      *          retenidas no cuentan, porque su deuda todavia no
      *          esta reconocida.  Lista cada orden con saldo
      *          pendiente con sus cantidades recibidas y da totales
      *          por proveedor.  Opcionalmente, con firma de
      *          supervisor, asienta la provision a fin de mes
      *          (compras 6000 contra facturas pendientes de recibir
      *          4009) y su reversion el dia 1 del mes siguiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECIBIDO_NO_FACTURADO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *RECEPCIONES DE COMPRA, SOLO LECTURA
       SELECT recepciones-archivo
       ASSIGN TO "recepciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-recepciones.

      *FACTURAS RECIBIDAS DE PROVEEDORES, SOLO LECTURA
       SELECT compras-facturas
       ASSIGN TO "compras-facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-compras.

      *DEVOLUCIONES A PROVEEDOR, SOLO LECTURA
       SELECT devoluciones-prov
       ASSIGN TO "devoluciones-proveedor.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-devprov.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *ENLACE PRODUCTO-PROVEEDOR, SOLO LECTURA
       SELECT producto-proveedor
       ASSIGN TO "producto-proveedor.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-prpr.

      *DIARIO CONTABLE, SOLO PARA VER SI YA SE ASENTO LA PROVISION
       SELECT diario-archivo
       ASSIGN TO "diario-contable.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-diario.

       DATA DIVISION.
       FILE SECTION.
      *RECEPCIONES DE COMPRA
       FD recepciones-archivo.
           COPY "RECEPCION-REGISTRO.CPY".

      *FACTURAS RECIBIDAS
       FD compras-facturas.
           COPY "FACTURA-PROVEEDOR.CPY".

      *DEVOLUCIONES A PROVEEDOR
       FD devoluciones-prov.
           COPY "DEVOLUCION-PROVEEDOR.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *ENLACE PRODUCTO-PROVEEDOR
       FD producto-proveedor.
           COPY "PRODUCTO-PROVEEDOR.CPY".

      *DIARIO CONTABLE
       FD diario-archivo.
           COPY "ASIENTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-recepciones          PIC X(02) VALUE "00".
       77  estado-compras              PIC X(02) VALUE "00".
       77  estado-devprov              PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-prpr                 PIC X(02) VALUE "00".
       77  estado-diario               PIC X(02) VALUE "00".
       77  hay-compras                 PIC X VALUE "N".
       77  hay-devoluciones            PIC X VALUE "N".
       77  hay-enlaces                 PIC X VALUE "N".
       77  leyendo-facturas            PIC X VALUE "S".
       77  leyendo-proveedores         PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  total-sin-precio            PIC 9(5) VALUE 0.
       77  total-ordenes-pendientes    PIC 9(5) VALUE 0.
       77  confirmar-provision         PIC X VALUE "N".
       77  provision-ya-asentada       PIC X VALUE "N".

      *    CORTE DEL MES Y FECHA DE LA REVERSION
       77  periodo-informe             PIC 9(6) VALUE 0.
       77  fecha-corte                 PIC 9(8) VALUE 0.
       77  fecha-reversion             PIC 9(8) VALUE 0.
       77  dias-enteros                PIC 9(8) VALUE 0.
       01  reversion-desglose.
           05  rv-anio                 PIC 9(4).
           05  rv-mes                  PIC 9(2).
           05  rv-dia                  PIC 9(2).

      *    CUENTAS DE LA CASA PARA LA PROVISION
       77  cuenta-compras              PIC X(4) VALUE "6000".
       77  cuenta-fact-pendientes      PIC X(4) VALUE "4009".
       77  origen-provision            PIC X(10) VALUE "PROVRECEP".
       77  referencia-provision        PIC X(10) VALUE SPACES.

      *    ORDENES DE COMPRA CON ALGO RECIBIDO HASTA EL CORTE;
      *    IMPORTES YA EN EUR
       77  total-ordenes               PIC 9(3) VALUE 0.
       77  ix-oc                       PIC 9(3) VALUE 0.
       77  oc-ubicada                  PIC X VALUE "N".
       77  que-oc                      PIC 9(6) VALUE 0.
       01  tabla-ordenes.
           05  orden-rnf OCCURS 400 TIMES.
               10  toc-numero          PIC 9(6).
               10  toc-prov-id         PIC X(7).
               10  toc-moneda          PIC X(3).
               10  toc-tasa            PIC 9(3)V9(6).
               10  toc-recibido        PIC S9(10)V99.
               10  toc-devuelto        PIC S9(10)V99.
               10  toc-facturado       PIC S9(10)V99.
               10  toc-pendiente       PIC S9(10)V99.

      *    LINEAS DE ORDEN RECIBIDAS HASTA EL CORTE
       77  total-lineas-rec            PIC 9(4) VALUE 0.
       77  ix-lin                      PIC 9(4) VALUE 0.
       77  linea-ubicada               PIC X VALUE "N".
       01  tabla-lineas-rec.
           05  linea-rnf OCCURS 1500 TIMES.
               10  tlr-oc              PIC 9(6).
               10  tlr-linea           PIC 9(3).
               10  tlr-producto-id     PIC 9(6).
               10  tlr-cantidad        PIC 9(7).
               10  tlr-precio          PIC 9(4)V99.
               10  tlr-valor           PIC S9(10)V99.

       77  valor-linea                 PIC S9(10)V99 VALUE 0.
       77  importe-eur                 PIC S9(10)V99 VALUE 0.
       77  total-proveedor             PIC S9(10)V99 VALUE 0.
       77  total-general               PIC S9(10)V99 VALUE 0.
       77  total-impreso               PIC S9(10)V99 VALUE 0.
       77  total-edit                  PIC -ZZ.ZZZ.ZZ9,99.

      *    CAMPOS PARA LA SUBRUTINA DE TIPOS DE CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE CONTROL DE PERIODOS
       77  cp-fecha                    PIC 9(8) VALUE 0.
       77  cp-resultado                PIC X VALUE "S".
           88  cp-periodo-abierto      VALUE "S".
           88  cp-periodo-cerrado      VALUE "N".

      *    CAMPOS PARA LA SUBRUTINA DE ASIENTOS DEL DIARIO
       77  ad-operacion                PIC X VALUE "A".
       77  ad-fecha                    PIC 9(8) VALUE 0.
       77  ad-cuenta                   PIC X(4) VALUE SPACES.
       77  ad-debe                     PIC 9(8)V99 VALUE 0.
       77  ad-haber                    PIC 9(8)V99 VALUE 0.
       77  ad-depto-id                 PIC X(4) VALUE SPACES.
       77  ad-origen                   PIC X(10) VALUE SPACES.
       77  ad-referencia               PIC X(10) VALUE SPACES.
       77  ad-numero                   PIC 9(6) VALUE 0.
       77  ad-resultado                PIC X VALUE "S".
           88  ad-correcto             VALUE "S".
           88  ad-fallido              VALUE "N".

       77  usuario-firmado             PIC X(8) VALUE SPACES.
       77  password-firmado            PIC X(8) VALUE SPACES.
       77  empleado-firmado            PIC X(7) VALUE SPACES.
       77  perfil-firmado              PIC X VALUE SPACE.
       77  resultado-signon            PIC X VALUE "N".
           88  signon-correcto         VALUE "S".
           88  signon-incorrecto       VALUE "N".

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "COMPRAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  linea-proveedor.
           05  FILLER                  PIC X(11) VALUE "PROVEEDOR: ".
           05  lp-prov-id              PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  lp-nombre               PIC X(35).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  lp-moneda               PIC X(3).

       01  linea-orden.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "ORDEN COMPRA: ".
           05  lo-numero               PIC 9(6).

       01  detalle-recepcion.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  dr-linea                PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-producto-id          PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-cantidad             PIC Z.ZZZ.ZZ9.
           05  FILLER                  PIC X(3)  VALUE " X ".
           05  dr-precio               PIC Z.ZZ9,99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  dr-valor                PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4)  VALUE " EUR".
           05  dr-aviso                PIC X(20).

       01  linea-importe-orden.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  lio-texto               PIC X(35).
           05  lio-importe             PIC -ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           DISPLAY "Mes a cerrar (AAAAMM): ".
           ACCEPT periodo-informe.
           MOVE periodo-informe TO reversion-desglose(1:6).
           IF rv-mes < 1 OR rv-mes > 12
               DISPLAY "Periodo invalido: " periodo-informe
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    EL DIA 1 DEL MES SIGUIENTE ES LA REVERSION; EL DIA
      *    ANTERIOR, EL CORTE
           IF rv-mes = 12
               ADD 1 TO rv-anio
               MOVE 1 TO rv-mes
           ELSE
               ADD 1 TO rv-mes
           END-IF.
           MOVE 1 TO rv-dia.
           MOVE reversion-desglose TO fecha-reversion.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-reversion) - 1.
           COMPUTE fecha-corte =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

           MOVE SPACES TO referencia-provision.
           MOVE "RNF" TO referencia-provision(1:3).
           MOVE periodo-informe TO referencia-provision(4:6).

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM ACUMULAR-RECEPCION
           UNTIL si-no = "N".

           IF hay-devoluciones = "S"
               MOVE "S" TO si-no
               PERFORM RESTAR-DEVOLUCION
               UNTIL si-no = "N"
           END-IF.

           IF hay-compras = "S"
               PERFORM RESTAR-FACTURAS
           END-IF.

           MOVE 0 TO total-general.
           MOVE 0 TO ix-oc.
           PERFORM CALCULAR-PENDIENTE
           UNTIL ix-oc >= total-ordenes.

           PERFORM IMPRIMIR-INFORME.

           MOVE total-general TO total-edit.
           DISPLAY "Ordenes con recibido sin facturar: "
               total-ordenes-pendientes.
           DISPLAY "Total pendiente de factura (EUR): " total-edit.
           IF total-sin-precio > 0
               DISPLAY "AVISO: " total-sin-precio
                   " lineas sin precio en el enlace, valoradas a 0"
           END-IF.
           DISPLAY "Informe encolado en " spool-archivo.

           IF total-general > 0
               DISPLAY "¿Asentar la provision al " fecha-corte
                   " y su reversion al " fecha-reversion "? (s/n)"
               ACCEPT confirmar-provision
               MOVE FUNCTION UPPER-CASE(confirmar-provision)
                   TO confirmar-provision
               IF confirmar-provision = "S"
                   PERFORM ASENTAR-PROVISION
               END-IF
           END-IF.

           PERFORM FINALIZA-PROGRAMA.

       FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "RECIBIDO_NO_FACTURADO" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "CORTE " fecha-corte
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT recepciones-archivo.
           IF estado-recepciones NOT = "00"
               DISPLAY "No se pudo abrir recepciones.dat, estado: "
                   estado-recepciones
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores NOT = "00"
               DISPLAY "No se pudo abrir proveedores.dat, estado: "
                   estado-proveedores
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT compras-facturas.
           IF estado-compras = "00"
               MOVE "S" TO hay-compras
           ELSE
               MOVE "N" TO hay-compras
           END-IF.

           OPEN INPUT devoluciones-prov.
           IF estado-devprov = "00"
               MOVE "S" TO hay-devoluciones
           ELSE
               MOVE "N" TO hay-devoluciones
           END-IF.

           OPEN INPUT producto-proveedor.
           IF estado-prpr = "00"
               MOVE "S" TO hay-enlaces
           ELSE
               MOVE "N" TO hay-enlaces
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE recepciones-archivo.
           CLOSE proveedores-archivo.
           IF hay-compras = "S"
               CLOSE compras-facturas
           END-IF.
           IF hay-devoluciones = "S"
               CLOSE devoluciones-prov
           END-IF.
           IF hay-enlaces = "S"
               CLOSE producto-proveedor
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       ACUMULAR-RECEPCION.
           READ recepciones-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF estado-recepciones NOT = "00"
                       DISPLAY "Error leyendo recepciones.dat, "
                           "estado: " estado-recepciones
                       MOVE "N" TO si-no
                   ELSE
                       IF rec-fecha <= fecha-corte
                           PERFORM ANOTAR-RECEPCION
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-RECEPCION.
           MOVE rec-oc-numero TO que-oc.
           PERFORM UBICAR-ORDEN.
           IF oc-ubicada = "N"
               PERFORM AGREGAR-ORDEN
               IF oc-ubicada = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO linea-ubicada.
           MOVE 0 TO ix-lin.
           PERFORM UBICAR-LINEA
           UNTIL linea-ubicada = "S" OR ix-lin >= total-lineas-rec.

           IF linea-ubicada = "N"
               IF total-lineas-rec >= 1500
                   DISPLAY "Tabla de lineas recibidas desbordada, "
                       "orden " rec-oc-numero
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-lineas-rec
               MOVE total-lineas-rec TO ix-lin
               MOVE rec-oc-numero TO tlr-oc(ix-lin)
               MOVE rec-linea TO tlr-linea(ix-lin)
               MOVE rec-producto-id TO tlr-producto-id(ix-lin)
               MOVE 0 TO tlr-cantidad(ix-lin)
               MOVE 0 TO tlr-valor(ix-lin)
               PERFORM BUSCAR-PRECIO-ENLACE
           END-IF.

           ADD rec-cantidad TO tlr-cantidad(ix-lin).
           COMPUTE valor-linea ROUNDED =
               rec-cantidad * tlr-precio(ix-lin) * toc-tasa(ix-oc).
           ADD valor-linea TO tlr-valor(ix-lin).
           ADD valor-linea TO toc-recibido(ix-oc).

       UBICAR-LINEA.
           ADD 1 TO ix-lin.
           IF tlr-oc(ix-lin) = rec-oc-numero
               AND tlr-linea(ix-lin) = rec-linea
               MOVE "S" TO linea-ubicada
           END-IF.

       BUSCAR-PRECIO-ENLACE.
           MOVE 0 TO tlr-precio(ix-lin).
           IF hay-enlaces = "N"
               ADD 1 TO total-sin-precio
               EXIT PARAGRAPH
           END-IF.

           MOVE rec-producto-id TO prpr-producto-id.
           MOVE rec-prov-id TO prpr-prov-id.
           READ producto-proveedor
               INVALID KEY
                   ADD 1 TO total-sin-precio
               NOT INVALID KEY
                   MOVE prpr-ultimo-precio TO tlr-precio(ix-lin)
                   IF prpr-ultimo-precio = 0
                       ADD 1 TO total-sin-precio
                   END-IF
           END-READ.

       UBICAR-ORDEN.
           MOVE "N" TO oc-ubicada.
           MOVE 0 TO ix-oc.
           PERFORM PROBAR-ORDEN
           UNTIL oc-ubicada = "S" OR ix-oc >= total-ordenes.

       PROBAR-ORDEN.
           ADD 1 TO ix-oc.
           IF toc-numero(ix-oc) = que-oc
               MOVE "S" TO oc-ubicada
           END-IF.

      *    LA MONEDA ES LA DEL PROVEEDOR Y LA TASA LA DEL CORTE
       AGREGAR-ORDEN.
           IF total-ordenes >= 400
               DISPLAY "Tabla de ordenes desbordada, orden "
                   rec-oc-numero
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-ordenes.
           MOVE total-ordenes TO ix-oc.
           MOVE "S" TO oc-ubicada.
           MOVE rec-oc-numero TO toc-numero(ix-oc).
           MOVE rec-prov-id TO toc-prov-id(ix-oc).
           MOVE 0 TO toc-recibido(ix-oc).
           MOVE 0 TO toc-devuelto(ix-oc).
           MOVE 0 TO toc-facturado(ix-oc).
           MOVE 0 TO toc-pendiente(ix-oc).
           MOVE SPACES TO toc-moneda(ix-oc).

           MOVE rec-prov-id TO prov-id.
           READ proveedores-archivo
               INVALID KEY
                   DISPLAY "AVISO: proveedor inexistente: "
                       rec-prov-id
               NOT INVALID KEY
                   MOVE prov-moneda TO toc-moneda(ix-oc)
           END-READ.

           MOVE toc-moneda(ix-oc) TO sc-moneda.
           PERFORM OBTENER-TASA-CORTE.
           MOVE sc-tasa TO toc-tasa(ix-oc).

       OBTENER-TASA-CORTE.
           MOVE fecha-corte TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               DISPLAY "Moneda sin tasa, se toma a valor nominal: "
                   sc-moneda
               MOVE 1 TO sc-tasa
           END-IF.

       RESTAR-DEVOLUCION.
           READ devoluciones-prov
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF dvp-fecha <= fecha-corte
                       MOVE dvp-oc-numero TO que-oc
                       PERFORM UBICAR-ORDEN
                       IF oc-ubicada = "S"
                           MOVE dvp-moneda TO sc-moneda
                           PERFORM OBTENER-TASA-CORTE
                           COMPUTE importe-eur ROUNDED =
                               dvp-importe * sc-tasa
                           ADD importe-eur TO toc-devuelto(ix-oc)
                       END-IF
                   END-IF
           END-READ.

      *    SOLO CUENTAN LAS FACTURAS CUYA DEUDA YA ESTA RECONOCIDA
       RESTAR-FACTURAS.
           MOVE LOW-VALUES TO fpr-clave.
           START compras-facturas KEY IS NOT LESS THAN fpr-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-facturas.
           PERFORM RESTAR-UNA-FACTURA
           UNTIL leyendo-facturas = "N".

       RESTAR-UNA-FACTURA.
           READ compras-facturas NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-facturas
               NOT AT END
                   IF fpr-fecha <= fecha-corte
                       AND (fpr-registrada OR fpr-pagada)
                       MOVE fpr-oc-numero TO que-oc
                       PERFORM UBICAR-ORDEN
                       IF oc-ubicada = "S"
                           MOVE fpr-moneda TO sc-moneda
                           PERFORM OBTENER-TASA-CORTE
                           COMPUTE importe-eur ROUNDED =
                               fpr-base * sc-tasa
                           ADD importe-eur TO toc-facturado(ix-oc)
                       END-IF
                   END-IF
           END-READ.

       CALCULAR-PENDIENTE.
           ADD 1 TO ix-oc.
           COMPUTE toc-pendiente(ix-oc) = toc-recibido(ix-oc)
               - toc-devuelto(ix-oc) - toc-facturado(ix-oc).
           IF toc-pendiente(ix-oc) < 0
               MOVE 0 TO toc-pendiente(ix-oc)
           END-IF.
           IF toc-pendiente(ix-oc) > 0
               ADD 1 TO total-ordenes-pendientes
               ADD toc-pendiente(ix-oc) TO total-general
           END-IF.

      *    LOS PROVEEDORES EN EL ORDEN DEL MAESTRO
       IMPRIMIR-INFORME.
           MOVE SPACES TO spool-linea-env.
           STRING "MERCADERIA RECIBIDA NO FACTURADA AL " fecha-corte
               " (IMPORTES EN EUR)"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO total-impreso.
           MOVE LOW-VALUES TO prov-id.
           START proveedores-archivo KEY IS NOT LESS THAN prov-id
               INVALID KEY
                   MOVE "N" TO leyendo-proveedores
               NOT INVALID KEY
                   MOVE "S" TO leyendo-proveedores
           END-START.
           PERFORM IMPRIMIR-UN-PROVEEDOR
           UNTIL leyendo-proveedores = "N".

           IF total-impreso NOT = total-general
               MOVE SPACES TO spool-linea-env
               MOVE "AVISO: ORDENES DE PROVEEDORES FUERA DEL MAESTRO"
                   TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

           MOVE "TOTAL RECIBIDO NO FACTURADO" TO lio-texto.
           MOVE total-general TO lio-importe.
           MOVE linea-importe-orden TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-UN-PROVEEDOR.
           READ proveedores-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-proveedores
                   EXIT PARAGRAPH
           END-READ.

           MOVE 0 TO total-proveedor.
           MOVE 0 TO ix-oc.
           PERFORM SUMAR-PENDIENTE-PROVEEDOR
           UNTIL ix-oc >= total-ordenes.
           IF total-proveedor = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE prov-id TO lp-prov-id.
           MOVE prov-nombre TO lp-nombre.
           MOVE prov-moneda TO lp-moneda.
           MOVE linea-proveedor TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-oc.
           PERFORM IMPRIMIR-UNA-ORDEN
           UNTIL ix-oc >= total-ordenes.

           MOVE "TOTAL DEL PROVEEDOR" TO lio-texto.
           MOVE total-proveedor TO lio-importe.
           MOVE linea-importe-orden TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           ADD total-proveedor TO total-impreso.

       SUMAR-PENDIENTE-PROVEEDOR.
           ADD 1 TO ix-oc.
           IF toc-prov-id(ix-oc) = prov-id
               ADD toc-pendiente(ix-oc) TO total-proveedor
           END-IF.

       IMPRIMIR-UNA-ORDEN.
           ADD 1 TO ix-oc.
           IF toc-prov-id(ix-oc) NOT = prov-id
               OR toc-pendiente(ix-oc) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE toc-numero(ix-oc) TO lo-numero.
           MOVE linea-orden TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-lin.
           PERFORM IMPRIMIR-UNA-LINEA-REC
           UNTIL ix-lin >= total-lineas-rec.

           IF toc-devuelto(ix-oc) NOT = 0
               MOVE "MENOS DEVUELTO AL PROVEEDOR" TO lio-texto
               MOVE toc-devuelto(ix-oc) TO lio-importe
               MOVE linea-importe-orden TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           IF toc-facturado(ix-oc) NOT = 0
               MOVE "MENOS FACTURADO HASTA EL CORTE" TO lio-texto
               MOVE toc-facturado(ix-oc) TO lio-importe
               MOVE linea-importe-orden TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           MOVE "PENDIENTE DE FACTURA" TO lio-texto.
           MOVE toc-pendiente(ix-oc) TO lio-importe.
           MOVE linea-importe-orden TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-UNA-LINEA-REC.
           ADD 1 TO ix-lin.
           IF tlr-oc(ix-lin) NOT = toc-numero(ix-oc)
               EXIT PARAGRAPH
           END-IF.

           MOVE tlr-linea(ix-lin) TO dr-linea.
           MOVE tlr-producto-id(ix-lin) TO dr-producto-id.
           MOVE tlr-cantidad(ix-lin) TO dr-cantidad.
           MOVE tlr-precio(ix-lin) TO dr-precio.
           MOVE tlr-valor(ix-lin) TO dr-valor.
           IF tlr-precio(ix-lin) = 0
               MOVE "  SIN PRECIO" TO dr-aviso
           ELSE
               MOVE SPACES TO dr-aviso
           END-IF.
           MOVE detalle-recepcion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    PROVISION A FIN DE MES Y SU REVERSION EL DIA 1: SOLO UN
      *    SUPERVISOR, CON LOS DOS PERIODOS ABIERTOS Y SIN HABERLA
      *    ASENTADO YA PARA ESTE MES
       ASENTAR-PROVISION.
           PERFORM FIRMAR-OPERADOR.
           IF signon-incorrecto
               DISPLAY "Acceso denegado, provision no asentada"
               EXIT PARAGRAPH
           END-IF.
           IF perfil-firmado NOT = "S"
               DISPLAY "Provision reservada a supervisores"
               EXIT PARAGRAPH
           END-IF.

           MOVE fecha-corte TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo cerrado para el " fecha-corte
               EXIT PARAGRAPH
           END-IF.
           MOVE fecha-reversion TO cp-fecha.
           CALL "CONTROL-PERIODO" USING cp-fecha cp-resultado.
           IF cp-periodo-cerrado
               DISPLAY "Periodo cerrado para la reversion del "
                   fecha-reversion
               EXIT PARAGRAPH
           END-IF.

           PERFORM VERIFICAR-PROVISION-PREVIA.
           IF provision-ya-asentada = "S"
               DISPLAY "La provision de " periodo-informe
                   " ya esta en el diario"
               EXIT PARAGRAPH
           END-IF.

           IF total-general > 99999999,99
               DISPLAY "Importe fuera de rango para un asiento"
               EXIT PARAGRAPH
           END-IF.

           MOVE referencia-provision TO ad-referencia.
           MOVE SPACES TO ad-depto-id.

           MOVE origen-provision TO ad-origen.
           MOVE fecha-corte TO ad-fecha.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-compras TO ad-cuenta.
           MOVE total-general TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-fact-pendientes TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE total-general TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           IF ad-fallido
               DISPLAY "La provision NO se asento"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Provision asentada, diario " ad-numero.

           MOVE "REVERSION" TO ad-origen.
           MOVE fecha-reversion TO ad-fecha.
           MOVE "A" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-fact-pendientes TO ad-cuenta.
           MOVE total-general TO ad-debe.
           MOVE 0 TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE cuenta-compras TO ad-cuenta.
           MOVE 0 TO ad-debe.
           MOVE total-general TO ad-haber.
           MOVE "L" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           MOVE "C" TO ad-operacion.
           PERFORM LLAMAR-ASIENTOS.
           IF ad-fallido
               DISPLAY "AVISO: la reversion NO se asento, "
                   "hacerla a mano"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Reversion del " fecha-reversion ", diario "
                   ad-numero
           END-IF.

       VERIFICAR-PROVISION-PREVIA.
           MOVE "N" TO provision-ya-asentada.
           OPEN INPUT diario-archivo.
           IF estado-diario NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BUSCAR-PROVISION-EN-DIARIO
           UNTIL si-no = "N".
           CLOSE diario-archivo.

       BUSCAR-PROVISION-EN-DIARIO.
           READ diario-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF asi-origen = origen-provision
                       AND asi-referencia = referencia-provision
                       MOVE "S" TO provision-ya-asentada
                       MOVE "N" TO si-no
                   END-IF
           END-READ.

       FIRMAR-OPERADOR.
           SET signon-incorrecto TO TRUE.

           DISPLAY "Usuario: ".
           ACCEPT usuario-firmado.

           DISPLAY "Clave: ".
           ACCEPT password-firmado.

           CALL "SEGURIDAD-SIGNON" USING usuario-firmado
               password-firmado empleado-firmado perfil-firmado
               resultado-signon.

       LLAMAR-ASIENTOS.
           CALL "ASIENTOS-DIARIO" USING ad-operacion ad-fecha
               ad-cuenta ad-debe ad-haber ad-depto-id ad-origen
               ad-referencia ad-numero ad-resultado.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "RECIBIDO_NO_FACTURADO".
