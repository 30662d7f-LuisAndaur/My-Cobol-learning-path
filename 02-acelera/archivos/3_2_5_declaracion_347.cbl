      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracion anual de operaciones con terceros
      *          (modelo 347).  Barre las facturas emitidas del
      *          ejercicio (facturas.dat) menos los abonos
      *          (abonos.dat), mas o menos las rectificativas
      *          (rectificativas.dat, de cargo o de abono) y menos
      *          los abonos por rappel (rappels-liquidaciones.dat)
      *          por cliente, y las facturas recibidas
      *          (compras-facturas.dat) por proveedor, con el total
      *          IVA incluido de cada documento convertido a EUR con
      *          SERVICIOS-CAMBIO a la fecha del documento.  Acumula
      *          por tercero y por trimestre; se declaran los que
      *          superan 3.005,06 EUR en el ano, con el NIF de
      *          clientes-i.dat o de proveedores.dat.  Los que pasan
      *          el umbral sin NIF se marcan "SIN NIF" para que se
      *          carguen antes de presentar.  Emite el listado por
      *          el escritor de spool y el fichero de presentacion
      *          de ancho fijo modelo347.txt: un registro de
      *          declarante (tipo 1) y uno por declarado (tipo 2),
      *          clave B para ventas y clave A para compras.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DECLARACION_347".
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

      *ABONOS POR RAPPEL, SOLO LECTURA
       SELECT rappels-liquidaciones
       ASSIGN TO "rappels-liquidaciones.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-rappels.

      *FACTURAS RECIBIDAS DE PROVEEDORES EN MODO INDEXADO
       SELECT compras-facturas
       ASSIGN TO "compras-facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fpr-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-compras.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

      *MAESTRO DE PROVEEDORES, SOLO LECTURA
       SELECT proveedores-archivo
       ASSIGN TO "proveedores.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS prov-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-proveedores.

      *FICHERO DE PRESENTACION DEL MODELO 347
       SELECT presentacion-347
       ASSIGN TO "modelo347.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS estado-presentacion.

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

      *ABONOS POR RAPPEL
       FD rappels-liquidaciones.
           COPY "RAPPEL-LIQUIDACION.CPY".

      *FACTURAS RECIBIDAS DE PROVEEDORES
       FD compras-facturas.
           COPY "FACTURA-PROVEEDOR.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

      *MAESTRO DE PROVEEDORES
       FD proveedores-archivo.
           COPY "PROVEEDOR-REGISTRO.CPY".

      *FICHERO DE PRESENTACION: REGISTROS DE 500 POSICIONES, SIN
      *SEPARADORES.  IMPORTES EN CENTIMOS SIN COMA, CON SIGNO "N"
      *DELANTE CUANDO SON NEGATIVOS.
       FD presentacion-347.
       01  registro-declarante.
           05  r1-tipo                 PIC X.
           05  r1-modelo               PIC X(3).
           05  r1-ejercicio            PIC 9(4).
           05  r1-nif                  PIC X(9).
           05  r1-nombre               PIC X(40).
           05  r1-total-declarados     PIC 9(9).
           05  r1-signo                PIC X.
           05  r1-importe              PIC 9(13)V99.
           05  FILLER                  PIC X(418).
       01  registro-declarado.
           05  r2-tipo                 PIC X.
           05  r2-modelo               PIC X(3).
           05  r2-ejercicio            PIC 9(4).
           05  r2-nif-declarante       PIC X(9).
           05  r2-nif-declarado        PIC X(9).
           05  r2-nombre               PIC X(40).
           05  r2-clave                PIC X.
           05  r2-signo                PIC X.
           05  r2-importe              PIC 9(13)V99.
           05  r2-trimestre OCCURS 4 TIMES.
               10  r2-signo-trim       PIC X.
               10  r2-importe-trim     PIC 9(13)V99.
           05  FILLER                  PIC X(353).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-rappels              PIC X(02) VALUE "00".
       77  estado-compras              PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  estado-proveedores          PIC X(02) VALUE "00".
       77  estado-presentacion         PIC X(02) VALUE "00".
       77  hay-abonos                  PIC X VALUE "N".
       77  hay-rectificativas          PIC X VALUE "N".
       77  hay-rappels                 PIC X VALUE "N".
       77  hay-compras                 PIC X VALUE "N".
       77  hay-clientes                PIC X VALUE "N".
       77  hay-proveedores             PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  anio-pedido                 PIC 9(4) VALUE 0.
       77  nif-declarante              PIC X(9) VALUE SPACES.
       77  nombre-declarante           PIC X(40) VALUE SPACES.
       77  umbral-347                  PIC 9(6)V99 VALUE 3005,06.
       77  ix-mon                      PIC 9 VALUE 0.
       77  ix-trim                     PIC 9 VALUE 0.
       77  mes-trabajo                 PIC 9(2) VALUE 0.
       77  ix-ter                      PIC 9(4) VALUE 0.
       77  tercero-ubicado             PIC X VALUE "N".
       77  tipo-trabajo                PIC X VALUE SPACE.
       77  id-trabajo                  PIC X(7) VALUE SPACES.
       77  fecha-trabajo               PIC 9(8) VALUE 0.
       77  moneda-trabajo              PIC X(3) VALUE SPACES.
       77  importe-trabajo             PIC S9(8)V99 VALUE 0.
       77  importe-eur                 PIC S9(11)V99 VALUE 0.
       77  importe-absoluto            PIC S9(11)V99 VALUE 0.
       77  total-documentos            PIC 9(6) VALUE 0.
       77  total-sin-tasa              PIC 9(6) VALUE 0.
       77  total-declarados            PIC 9(6) VALUE 0.
       77  total-sin-nif               PIC 9(6) VALUE 0.
       77  importe-declarado           PIC S9(11)V99 VALUE 0.
       77  tipo-listado                PIC X VALUE SPACE.

      *    CAMPOS PARA SERVICIOS-CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

      *    TERCEROS DEL EJERCICIO: C=CLIENTE (CLAVE B, VENTAS),
      *    P=PROVEEDOR (CLAVE A, COMPRAS), CON SU ACUMULADO POR
      *    TRIMESTRE EN EUR
       77  total-terceros              PIC 9(4) VALUE 0.
       01  tabla-terceros.
           05  entrada-tercero OCCURS 2000 TIMES.
               10  tte-tipo            PIC X.
               10  tte-id              PIC X(7).
               10  tte-nif             PIC X(9).
               10  tte-nombre          PIC X(35).
               10  tte-declarar        PIC X.
               10  tte-total           PIC S9(11)V99.
               10  tte-trimestre       PIC S9(11)V99
                                       OCCURS 4 TIMES.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "FISCAL".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-347.
           05  FILLER                  PIC X(8) VALUE "TERCERO".
           05  FILLER                  PIC X(10) VALUE "NIF".
           05  FILLER                  PIC X(31) VALUE "NOMBRE".
           05  FILLER                  PIC X(2) VALUE "CL".
           05  FILLER                  PIC X(14) VALUE "   1ER TRIM".
           05  FILLER                  PIC X(14) VALUE "   2DO TRIM".
           05  FILLER                  PIC X(14) VALUE "   3ER TRIM".
           05  FILLER                  PIC X(14) VALUE "   4TO TRIM".
           05  FILLER                  PIC X(15) VALUE "     TOTAL ANO".

       01  detalle-347.
           05  d347-id                 PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  d347-nif                PIC X(9).
           05  FILLER                  PIC X VALUE SPACE.
           05  d347-nombre             PIC X(30).
           05  FILLER                  PIC X VALUE SPACE.
           05  d347-clave              PIC X.
           05  FILLER                  PIC X VALUE SPACE.
           05  d347-trimestre          PIC -ZZ.ZZZ.ZZ9,99
                                       OCCURS 4 TIMES.
           05  d347-total              PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  d347-marca              PIC X(7).

       01  linea-resumen-347.
           05  lr347-leyenda           PIC X(30).
           05  lr347-importe           PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "S" TO si-no.
           PERFORM BARRER-FACTURAS-EMITIDAS
           UNTIL si-no = "N".

           IF hay-abonos = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-ABONOS
               UNTIL si-no = "N"
           END-IF.

           IF hay-rectificativas = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-RECTIFICATIVAS
               UNTIL si-no = "N"
           END-IF.

           IF hay-rappels = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-RAPPELS
               UNTIL si-no = "N"
           END-IF.

           IF hay-compras = "S"
               MOVE "S" TO si-no
               PERFORM BARRER-COMPRAS
               UNTIL si-no = "N"
           END-IF.

           MOVE 0 TO ix-ter.
           PERFORM RESOLVER-UN-TERCERO
           UNTIL ix-ter >= total-terceros.

           PERFORM GRABAR-DECLARANTE.
           PERFORM IMPRIMIR-DECLARACION.

           DISPLAY "Documentos barridos....: " total-documentos.
           DISPLAY "Terceros declarados....: " total-declarados.
           DISPLAY "Declarados sin NIF.....: " total-sin-nif.
           DISPLAY "Presentacion en modelo347.txt".
           DISPLAY "Declaracion encolada en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       OBTENER-PARAMETROS.
           DISPLAY "Ejercicio (AAAA): ".
           ACCEPT anio-pedido.
           IF anio-pedido = 0
               MOVE fecha-sistema(1:4) TO anio-pedido
           END-IF.

           DISPLAY "NIF del declarante: ".
           ACCEPT nif-declarante.
           MOVE FUNCTION UPPER-CASE(nif-declarante)
               TO nif-declarante.

           DISPLAY "Razon social del declarante: ".
           ACCEPT nombre-declarante.
           MOVE FUNCTION UPPER-CASE(nombre-declarante)
               TO nombre-declarante.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "DECLARACION_347" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "EJERCICIO " anio-pedido
               " DECLARANTE " nif-declarante
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT abonos-archivo.
           IF estado-abonos = "00"
               MOVE "S" TO hay-abonos
           ELSE
               MOVE "N" TO hay-abonos
           END-IF.

           OPEN INPUT rectificativas-archivo.
           IF estado-rectificativas = "00"
               MOVE "S" TO hay-rectificativas
           ELSE
               MOVE "N" TO hay-rectificativas
           END-IF.

           OPEN INPUT rappels-liquidaciones.
           IF estado-rappels = "00"
               MOVE "S" TO hay-rappels
           ELSE
               MOVE "N" TO hay-rappels
           END-IF.

           OPEN INPUT compras-facturas.
           IF estado-compras = "00"
               MOVE "S" TO hay-compras
           ELSE
               MOVE "N" TO hay-compras
               DISPLAY "Sin compras-facturas.dat, no se declaran "
                   "compras, estado: " estado-compras
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes = "00"
               MOVE "S" TO hay-clientes
           ELSE
               MOVE "N" TO hay-clientes
               DISPLAY "Sin clientes-i.dat, los clientes salen sin "
                   "NIF, estado: " estado-clientes
           END-IF.

           OPEN INPUT proveedores-archivo.
           IF estado-proveedores = "00"
               MOVE "S" TO hay-proveedores
           ELSE
               MOVE "N" TO hay-proveedores
               DISPLAY "Sin proveedores.dat, los proveedores salen "
                   "sin NIF, estado: " estado-proveedores
           END-IF.

           OPEN OUTPUT presentacion-347.
           IF estado-presentacion NOT = "00"
               DISPLAY "No se pudo crear modelo347.txt, estado: "
                   estado-presentacion
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE facturas-archivo.
           IF hay-abonos = "S"
               CLOSE abonos-archivo
           END-IF.
           IF hay-rectificativas = "S"
               CLOSE rectificativas-archivo
           END-IF.
           IF hay-rappels = "S"
               CLOSE rappels-liquidaciones
           END-IF.
           IF hay-compras = "S"
               CLOSE compras-facturas
           END-IF.
           IF hay-clientes = "S"
               CLOSE clientes-archivo
           END-IF.
           IF hay-proveedores = "S"
               CLOSE proveedores-archivo
           END-IF.
           CLOSE presentacion-347.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    LOS INTERESES DE DEMORA NO SON ENTREGA DE BIENES NI
      *    PRESTACION DE SERVICIOS: NO SE DECLARAN
       BARRER-FACTURAS-EMITIDAS.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fac-fecha(1:4) = anio-pedido
                   AND NOT fac-intereses
                       ADD 1 TO total-documentos
                       MOVE 0 TO ix-mon
                       PERFORM ACUMULAR-MONEDA-FACTURA 3 TIMES
                   END-IF
           END-READ.

       ACUMULAR-MONEDA-FACTURA.
           ADD 1 TO ix-mon.
           IF fac-total(ix-mon) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "C" TO tipo-trabajo.
           MOVE fac-clientes-id TO id-trabajo.
           MOVE fac-fecha TO fecha-trabajo.
           MOVE fac-moneda(ix-mon) TO moneda-trabajo.
           MOVE fac-total(ix-mon) TO importe-trabajo.
           PERFORM ACUMULAR-DOCUMENTO.

      *    EL ABONO RESTA DE LAS VENTAS DEL CLIENTE EN EL
      *    TRIMESTRE DE SU PROPIA FECHA
       BARRER-ABONOS.
           READ abonos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF abo-fecha(1:4) = anio-pedido
                       ADD 1 TO total-documentos
                       MOVE "C" TO tipo-trabajo
                       MOVE abo-clientes-id TO id-trabajo
                       MOVE abo-fecha TO fecha-trabajo
                       MOVE abo-moneda TO moneda-trabajo
                       COMPUTE importe-trabajo = 0 - abo-total
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

      *    LA RECTIFICATIVA DE CARGO SUMA Y LA DE ABONO RESTA, EN EL
      *    TRIMESTRE DE SU PROPIA FECHA, COMO LOS ABONOS
       BARRER-RECTIFICATIVAS.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rct-fecha(1:4) = anio-pedido
                       ADD 1 TO total-documentos
                       MOVE "C" TO tipo-trabajo
                       MOVE rct-clientes-id TO id-trabajo
                       MOVE rct-fecha TO fecha-trabajo
                       MOVE rct-moneda TO moneda-trabajo
                       IF rct-abono
                           COMPUTE importe-trabajo = 0 - rct-total
                       ELSE
                           MOVE rct-total TO importe-trabajo
                       END-IF
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

      *    EL ABONO POR RAPPEL RESTA COMO UN ABONO, EN EL TRIMESTRE
      *    DE SU FECHA; YA VIENE EN EUR
       BARRER-RAPPELS.
           READ rappels-liquidaciones
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF rli-fecha(1:4) = anio-pedido
                       ADD 1 TO total-documentos
                       MOVE "C" TO tipo-trabajo
                       MOVE rli-clientes-id TO id-trabajo
                       MOVE rli-fecha TO fecha-trabajo
                       MOVE "EUR" TO moneda-trabajo
                       COMPUTE importe-trabajo = 0 - rli-total
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

       BARRER-COMPRAS.
           READ compras-facturas NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fpr-fecha(1:4) = anio-pedido
                       ADD 1 TO total-documentos
                       MOVE "P" TO tipo-trabajo
                       MOVE fpr-prov-id TO id-trabajo
                       MOVE fpr-fecha TO fecha-trabajo
                       MOVE fpr-moneda TO moneda-trabajo
                       MOVE fpr-total TO importe-trabajo
                       PERFORM ACUMULAR-DOCUMENTO
                   END-IF
           END-READ.

      *    CONVIERTE A EUR A LA FECHA DEL DOCUMENTO Y SUMA EN EL
      *    TERCERO Y EN EL TRIMESTRE QUE LE TOCA
       ACUMULAR-DOCUMENTO.
           MOVE moneda-trabajo TO sc-moneda.
           MOVE fecha-trabajo TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               ADD 1 TO total-sin-tasa
               DISPLAY "Moneda sin tasa, se toma a valor nominal: "
                   moneda-trabajo " " id-trabajo " " fecha-trabajo
               MOVE 1 TO sc-tasa
           END-IF.
           COMPUTE importe-eur ROUNDED = importe-trabajo * sc-tasa.

           PERFORM UBICAR-TERCERO.
           IF tercero-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE fecha-trabajo(5:2) TO mes-trabajo.
           COMPUTE ix-trim = (mes-trabajo + 2) / 3.
           ADD importe-eur TO tte-trimestre(ix-ter, ix-trim).
           ADD importe-eur TO tte-total(ix-ter).

       UBICAR-TERCERO.
           MOVE "N" TO tercero-ubicado.
           MOVE 0 TO ix-ter.
           PERFORM BUSCAR-UN-TERCERO
           UNTIL tercero-ubicado = "S"
           OR ix-ter >= total-terceros.

           IF tercero-ubicado = "S"
               EXIT PARAGRAPH
           END-IF.

           IF total-terceros >= 2000
               DISPLAY "Tabla de terceros desbordada, se omite: "
                   tipo-trabajo " " id-trabajo
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-terceros.
           MOVE total-terceros TO ix-ter.
           MOVE tipo-trabajo TO tte-tipo(ix-ter).
           MOVE id-trabajo TO tte-id(ix-ter).
           MOVE SPACES TO tte-nif(ix-ter).
           MOVE SPACES TO tte-nombre(ix-ter).
           MOVE "N" TO tte-declarar(ix-ter).
           MOVE 0 TO tte-total(ix-ter).
           MOVE 0 TO tte-trimestre(ix-ter, 1).
           MOVE 0 TO tte-trimestre(ix-ter, 2).
           MOVE 0 TO tte-trimestre(ix-ter, 3).
           MOVE 0 TO tte-trimestre(ix-ter, 4).
           MOVE "S" TO tercero-ubicado.

       BUSCAR-UN-TERCERO.
           ADD 1 TO ix-ter.
           IF tte-tipo(ix-ter) = tipo-trabajo
           AND tte-id(ix-ter) = id-trabajo
               MOVE "S" TO tercero-ubicado
           END-IF.

      *    SE DECLARA EL TERCERO CUYO VOLUMEN ANUAL (EN VALOR
      *    ABSOLUTO) SUPERA EL UMBRAL; NIF Y NOMBRE SALEN DEL
      *    MAESTRO QUE CORRESPONDA
       RESOLVER-UN-TERCERO.
           ADD 1 TO ix-ter.
           MOVE tte-total(ix-ter) TO importe-absoluto.
           IF importe-absoluto < 0
               COMPUTE importe-absoluto = 0 - importe-absoluto
           END-IF.
           IF importe-absoluto NOT > umbral-347
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO tte-declarar(ix-ter).
           ADD 1 TO total-declarados.
           ADD tte-total(ix-ter) TO importe-declarado.

           IF tte-tipo(ix-ter) = "C"
               IF hay-clientes = "S"
                   MOVE tte-id(ix-ter) TO clientes-id
                   READ clientes-archivo
                       INVALID KEY
                           MOVE "CLIENTE INEXISTENTE"
                               TO tte-nombre(ix-ter)
                       NOT INVALID KEY
                           MOVE clientes-nif TO tte-nif(ix-ter)
                           MOVE clientes-nombre
                               TO tte-nombre(ix-ter)
                   END-READ
               END-IF
           ELSE
               IF hay-proveedores = "S"
                   MOVE tte-id(ix-ter) TO prov-id
                   READ proveedores-archivo
                       INVALID KEY
                           MOVE "PROVEEDOR INEXISTENTE"
                               TO tte-nombre(ix-ter)
                       NOT INVALID KEY
                           MOVE prov-nif TO tte-nif(ix-ter)
                           MOVE prov-nombre TO tte-nombre(ix-ter)
                   END-READ
               END-IF
           END-IF.

           IF tte-nif(ix-ter) = SPACES
               ADD 1 TO total-sin-nif
           END-IF.

       GRABAR-DECLARANTE.
           MOVE SPACES TO registro-declarante.
           MOVE "1" TO r1-tipo.
           MOVE "347" TO r1-modelo.
           MOVE anio-pedido TO r1-ejercicio.
           MOVE nif-declarante TO r1-nif.
           MOVE nombre-declarante TO r1-nombre.
           MOVE total-declarados TO r1-total-declarados.
           MOVE importe-declarado TO importe-absoluto.
           MOVE SPACE TO r1-signo.
           IF importe-absoluto < 0
               MOVE "N" TO r1-signo
               COMPUTE importe-absoluto = 0 - importe-absoluto
           END-IF.
           MOVE importe-absoluto TO r1-importe.
           WRITE registro-declarante.

       IMPRIMIR-DECLARACION.
           MOVE SPACES TO spool-linea-env.
           STRING "DECLARACION ANUAL DE OPERACIONES CON TERCEROS "
               "(MODELO 347) EJERCICIO " anio-pedido
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "DECLARANTE " nif-declarante " "
               nombre-declarante
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE "C" TO tipo-listado.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "CLAVE B - VENTAS (CLIENTES)" TO spool-linea-env.
           PERFORM IMPRIMIR-SECCION.

           MOVE "P" TO tipo-listado.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "CLAVE A - COMPRAS (PROVEEDORES)" TO spool-linea-env.
           PERFORM IMPRIMIR-SECCION.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TOTAL DECLARADO" TO lr347-leyenda.
           MOVE importe-declarado TO lr347-importe.
           MOVE linea-resumen-347 TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "TERCEROS DECLARADOS " total-declarados
               "  SIN NIF " total-sin-nif
               "  UMBRAL 3.005,06 EUR"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           IF total-sin-nif > 0
               MOVE "ATENCION: CARGUE EL NIF DE LOS TERCEROS MARCADOS "
                   TO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           IF total-sin-tasa > 0
               MOVE SPACES TO spool-linea-env
               STRING "DOCUMENTOS SIN TASA DE CAMBIO (A VALOR "
                   "NOMINAL): " total-sin-tasa
                   DELIMITED BY SIZE INTO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       IMPRIMIR-SECCION.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-347 TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-ter.
           PERFORM IMPRIMIR-UN-TERCERO
           UNTIL ix-ter >= total-terceros.

       IMPRIMIR-UN-TERCERO.
           ADD 1 TO ix-ter.
           IF tte-tipo(ix-ter) NOT = tipo-listado
           OR tte-declarar(ix-ter) NOT = "S"
               EXIT PARAGRAPH
           END-IF.

           MOVE tte-id(ix-ter) TO d347-id.
           MOVE tte-nif(ix-ter) TO d347-nif.
           MOVE tte-nombre(ix-ter) TO d347-nombre.
           IF tipo-listado = "C"
               MOVE "B" TO d347-clave
           ELSE
               MOVE "A" TO d347-clave
           END-IF.
           MOVE 0 TO ix-trim.
           PERFORM EDITAR-UN-TRIMESTRE 4 TIMES.
           MOVE tte-total(ix-ter) TO d347-total.
           IF tte-nif(ix-ter) = SPACES
               MOVE "SIN NIF" TO d347-marca
           ELSE
               MOVE SPACES TO d347-marca
           END-IF.
           MOVE detalle-347 TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           PERFORM GRABAR-DECLARADO.

       EDITAR-UN-TRIMESTRE.
           ADD 1 TO ix-trim.
           MOVE tte-trimestre(ix-ter, ix-trim)
               TO d347-trimestre(ix-trim).

       GRABAR-DECLARADO.
           MOVE SPACES TO registro-declarado.
           MOVE "2" TO r2-tipo.
           MOVE "347" TO r2-modelo.
           MOVE anio-pedido TO r2-ejercicio.
           MOVE nif-declarante TO r2-nif-declarante.
           MOVE tte-nif(ix-ter) TO r2-nif-declarado.
           MOVE tte-nombre(ix-ter) TO r2-nombre.
           MOVE d347-clave TO r2-clave.

           MOVE tte-total(ix-ter) TO importe-absoluto.
           MOVE SPACE TO r2-signo.
           IF importe-absoluto < 0
               MOVE "N" TO r2-signo
               COMPUTE importe-absoluto = 0 - importe-absoluto
           END-IF.
           MOVE importe-absoluto TO r2-importe.

           MOVE 0 TO ix-trim.
           PERFORM GRABAR-UN-TRIMESTRE 4 TIMES.

           WRITE registro-declarado.

       GRABAR-UN-TRIMESTRE.
           ADD 1 TO ix-trim.
           MOVE tte-trimestre(ix-ter, ix-trim) TO importe-absoluto.
           MOVE SPACE TO r2-signo-trim(ix-trim).
           IF importe-absoluto < 0
               MOVE "N" TO r2-signo-trim(ix-trim)
               COMPUTE importe-absoluto = 0 - importe-absoluto
           END-IF.
           MOVE importe-absoluto TO r2-importe-trim(ix-trim).

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "DECLARACION_347".
