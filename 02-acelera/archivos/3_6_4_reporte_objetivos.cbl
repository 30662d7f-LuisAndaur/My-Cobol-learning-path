      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte mensual de cumplimiento de objetivos de venta
      *          por vendedor.  Atribuye la venta como la corrida de
      *          comisiones (vendedor del pedido de cada linea de
      *          factura, o del de la cabecera) y la toma neta: lineas
      *          de las facturas de venta menos abonos, mas o menos
      *          rectificativas, sin IVA y convertida a EUR con
      *          SERVICIOS-CAMBIO a la fecha del documento.  Contra
      *          objetivos-venta.dat muestra por vendedor el objetivo
      *          del mes, la venta neta, el porcentaje de
      *          cumplimiento, el acumulado del ano hasta el mes, lo
      *          que falta y el puesto en el ranking del mes; debajo,
      *          las familias con objetivo propio (la familia sale
      *          del maestro de productos).  Anade la cartera abierta
      *          de hoy: presupuestos vigentes sin convertir y pedidos
      *          sin facturar, valorados por sus lineas.  Emite el
      *          listado por el escritor de spool; no graba nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE_OBJETIVOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *OBJETIVOS DE VENTA, SOLO LECTURA
       SELECT objetivos-venta
       ASSIGN TO "objetivos-venta.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS obj-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-objetivos.

      *CABECERAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-archivo
       ASSIGN TO "facturas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fac-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facturas.

      *LINEAS DE FACTURA EN MODO INDEXADO
       SELECT facturas-detalle
       ASSIGN TO "facturas-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS facd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-facdet.

      *CABECERAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-archivo
       ASSIGN TO "pedidos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ped-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-pedidos.

      *LINEAS DE PEDIDO EN MODO INDEXADO
       SELECT pedidos-detalle
       ASSIGN TO "pedidos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pedd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-peddet.

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

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

      *CABECERAS DE PRESUPUESTO EN MODO INDEXADO
       SELECT presupuestos-archivo
       ASSIGN TO "presupuestos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pres-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-presupuestos.

      *LINEAS DE PRESUPUESTO EN MODO INDEXADO
       SELECT presupuestos-detalle
       ASSIGN TO "presupuestos-detalle.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS presd-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-presdet.

       DATA DIVISION.
       FILE SECTION.
      *OBJETIVOS DE VENTA
       FD objetivos-venta.
           COPY "OBJETIVO-VENTA.CPY".

      *CABECERAS DE FACTURA
       FD facturas-archivo.
           COPY "FACTURA-CABECERA.CPY".

      *LINEAS DE FACTURA
       FD facturas-detalle.
           COPY "FACTURA-DETALLE.CPY".

      *CABECERAS DE PEDIDO
       FD pedidos-archivo.
           COPY "PEDIDO-CABECERA.CPY".

      *LINEAS DE PEDIDO
       FD pedidos-detalle.
           COPY "PEDIDO-DETALLE.CPY".

      *REGISTRO DE ABONOS
       FD abonos-archivo.
           COPY "ABONO-REGISTRO.CPY".

      *REGISTRO DE FACTURAS RECTIFICATIVAS
       FD rectificativas-archivo.
           COPY "RECTIFICATIVA-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

      *CABECERAS DE PRESUPUESTO
       FD presupuestos-archivo.
           COPY "PRESUPUESTO-CABECERA.CPY".

      *LINEAS DE PRESUPUESTO
       FD presupuestos-detalle.
           COPY "PRESUPUESTO-DETALLE.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-objetivos            PIC X(02) VALUE "00".
       77  estado-facturas             PIC X(02) VALUE "00".
       77  estado-facdet               PIC X(02) VALUE "00".
       77  estado-pedidos              PIC X(02) VALUE "00".
       77  estado-peddet               PIC X(02) VALUE "00".
       77  estado-abonos               PIC X(02) VALUE "00".
       77  estado-rectificativas       PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  estado-presupuestos         PIC X(02) VALUE "00".
       77  estado-presdet              PIC X(02) VALUE "00".
       77  hay-objetivos               PIC X VALUE "N".
       77  hay-pedidos-detalle         PIC X VALUE "N".
       77  hay-rectificativas          PIC X VALUE "N".
       77  hay-productos               PIC X VALUE "N".
       77  hay-presupuestos            PIC X VALUE "N".
       77  recorriendo-lineas          PIC X VALUE "S".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  periodo-pedido              PIC 9(6) VALUE 0.
       77  anio-pedido                 PIC 9(4) VALUE 0.
       77  mes-pedido                  PIC 9(2) VALUE 0.
       77  anio-documento              PIC 9(4) VALUE 0.
       77  mes-documento               PIC 9(2) VALUE 0.
       77  ix-ven                      PIC 9(3) VALUE 0.
       77  jx-ven                      PIC 9(3) VALUE 0.
       77  ix-mes                      PIC 9(2) VALUE 0.
       77  ix-fam                      PIC 9(3) VALUE 0.
       77  ix-puesto                   PIC 9(3) VALUE 0.
       77  vendedor-ubicado            PIC X VALUE "N".
       77  familia-ubicada             PIC X VALUE "N".
       77  vendedor-documento          PIC X(7) VALUE SPACES.
       77  familia-documento           PIC X(4) VALUE SPACES.
       77  pedido-documento            PIC 9(6) VALUE 0.
       77  fecha-trabajo               PIC 9(8) VALUE 0.
       77  moneda-trabajo              PIC X(3) VALUE SPACES.
       77  importe-trabajo             PIC S9(9)V99 VALUE 0.
       77  importe-eur                 PIC S9(11)V99 VALUE 0.
       77  valor-documento             PIC S9(11)V99 VALUE 0.
       77  porcentaje-trabajo          PIC S9(7)V9 VALUE 0.
       77  total-sin-tasa              PIC 9(6) VALUE 0.
       77  total-sin-objetivo          PIC 9(3) VALUE 0.
       77  total-con-objetivo          PIC 9(3) VALUE 0.
       77  total-obj-mes               PIC 9(11)V99 VALUE 0.
       77  total-venta-mes             PIC S9(11)V99 VALUE 0.
       77  total-obj-acum              PIC 9(11)V99 VALUE 0.
       77  total-venta-acum            PIC S9(11)V99 VALUE 0.
       77  total-presupuestos          PIC 9(4) VALUE 0.
       77  total-importe-pres          PIC 9(11)V99 VALUE 0.
       77  total-pedidos               PIC 9(4) VALUE 0.
       77  total-importe-ped           PIC 9(11)V99 VALUE 0.

      *    CAMPOS PARA SERVICIOS-CAMBIO
       77  sc-moneda                   PIC X(3) VALUE SPACES.
       77  sc-fecha                    PIC 9(8) VALUE 0.
       77  sc-tasa                     PIC 9(3)V9(6) VALUE 0.
       77  sc-resultado                PIC X VALUE "N".

      *    OBJETIVOS, VENTA Y CARTERA POR VENDEDOR; DEL OBJETIVO SE
      *    GUARDA POR MES EL GLOBAL Y LA SUMA DE LOS DE FAMILIA PARA
      *    USAR EL GLOBAL CUANDO LO HAY Y SI NO LA SUMA
       77  total-vendedores            PIC 9(3) VALUE 0.
       01  tabla-vendedores.
           05  entrada-ven OCCURS 100 TIMES.
               10  tvn-empleados-id    PIC X(7).
               10  tvn-objetivos-mes OCCURS 12 TIMES.
                   15  tvn-hay-global  PIC X.
                   15  tvn-obj-global  PIC 9(9)V99.
                   15  tvn-obj-familias PIC 9(11)V99.
               10  tvn-obj-mes         PIC 9(11)V99.
               10  tvn-obj-acum        PIC 9(11)V99.
               10  tvn-venta-mes       PIC S9(11)V99.
               10  tvn-venta-acum      PIC S9(11)V99.
               10  tvn-pct-mes         PIC 9(3)V9.
               10  tvn-pct-acum        PIC 9(3)V9.
               10  tvn-puesto          PIC 9(3).
               10  tvn-presupuestos    PIC 9(4).
               10  tvn-importe-pres    PIC 9(11)V99.
               10  tvn-pedidos         PIC 9(4).
               10  tvn-importe-ped     PIC 9(11)V99.

      *    OBJETIVOS POR FAMILIA DEL MES Y SU VENTA NETA
       77  total-familias              PIC 9(3) VALUE 0.
       01  tabla-familias.
           05  entrada-fam OCCURS 500 TIMES.
               10  tfa-empleados-id    PIC X(7).
               10  tfa-familia         PIC X(4).
               10  tfa-objetivo        PIC 9(9)V99.
               10  tfa-venta           PIC S9(11)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "VENTAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  cabecera-objetivos.
           05  FILLER                  PIC X(12) VALUE "PTO VENDEDOR".
           05  FILLER                  PIC X(14)
               VALUE "  OBJETIVO MES".
           05  FILLER                  PIC X(15)
               VALUE "      VENTA MES".
           05  FILLER                  PIC X(6) VALUE "  %MES".
           05  FILLER                  PIC X(15)
               VALUE " OBJ. ACUMULADO".
           05  FILLER                  PIC X(15)
               VALUE "  VENTA ACUMUL.".
           05  FILLER                  PIC X(6) VALUE " %ACUM".
           05  FILLER                  PIC X(14)
               VALUE "     FALTA MES".
           05  FILLER                  PIC X(17)
               VALUE " PRE IMP. PRESUP.".
           05  FILLER                  PIC X(17)
               VALUE " PED IMP. PEDIDOS".

       01  detalle-vendedor.
           05  dv-puesto               PIC ZZZ.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-empleados-id         PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dv-obj-mes              PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-venta-mes            PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-pct-mes              PIC ZZ9,9.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-obj-acum             PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-venta-acum           PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-pct-acum             PIC ZZ9,9.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-falta                PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-presupuestos         PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-importe-pres         PIC Z.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-pedidos              PIC ZZ9.
           05  FILLER                  PIC X VALUE SPACE.
           05  dv-importe-ped          PIC Z.ZZZ.ZZ9,99.

       01  detalle-familia.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE "FAM ".
           05  df-familia              PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  df-objetivo             PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  df-venta                PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X VALUE SPACE.
           05  df-pct                  PIC ZZ9,9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           DISPLAY "Periodo del reporte (AAAAMM, vacio = actual): ".
           ACCEPT periodo-pedido.
           IF periodo-pedido = 0
               MOVE fecha-sistema(1:6) TO periodo-pedido
           END-IF.
           MOVE periodo-pedido(1:4) TO anio-pedido.
           MOVE periodo-pedido(5:2) TO mes-pedido.
           IF mes-pedido < 1 OR mes-pedido > 12
               DISPLAY "Periodo invalido: " periodo-pedido
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           IF hay-objetivos = "S"
               PERFORM CARGAR-OBJETIVOS
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BARRER-FACTURAS
           UNTIL si-no = "N".

           PERFORM BARRER-ABONOS.

           IF hay-rectificativas = "S"
               PERFORM BARRER-RECTIFICATIVAS
           END-IF.

           IF hay-presupuestos = "S"
               PERFORM BARRER-PRESUPUESTOS
           END-IF.

           IF hay-pedidos-detalle = "S"
               PERFORM BARRER-PEDIDOS
           END-IF.

           PERFORM RESOLVER-OBJETIVOS.
           PERFORM CALCULAR-PUESTOS.
           PERFORM IMPRIMIR-OBJETIVOS.

           DISPLAY "Vendedores en el reporte: " total-vendedores.
           IF total-sin-tasa > 0
               DISPLAY "Importes sin tasa de cambio (a valor "
                   "nominal): " total-sin-tasa
           END-IF.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "OBJETIVOS_VENTA" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "PERIODO " periodo-pedido
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    SIN OBJETIVOS CARGADOS EL REPORTE SALE IGUAL, CON LA VENTA
      *    Y LA CARTERA DE CADA VENDEDOR Y SIN RANKING
           OPEN INPUT objetivos-venta.
           IF estado-objetivos = "00"
               MOVE "S" TO hay-objetivos
           ELSE
               DISPLAY "Sin objetivos-venta.dat, estado: "
                   estado-objetivos
           END-IF.

           OPEN INPUT facturas-archivo.
           IF estado-facturas NOT = "00"
               DISPLAY "No se pudo abrir facturas.dat, estado: "
                   estado-facturas
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT facturas-detalle.
           IF estado-facdet NOT = "00"
               DISPLAY "No se pudo abrir facturas-detalle.dat, "
                   "estado: " estado-facdet
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT pedidos-archivo.
           IF estado-pedidos NOT = "00"
               DISPLAY "No se pudo abrir pedidos.dat, estado: "
                   estado-pedidos
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT pedidos-detalle.
           IF estado-peddet = "00"
               MOVE "S" TO hay-pedidos-detalle
           ELSE
               DISPLAY "Sin pedidos-detalle.dat, los pedidos "
                   "abiertos no se valoran, estado: " estado-peddet
           END-IF.

           OPEN INPUT rectificativas-archivo.
           IF estado-rectificativas = "00"
               MOVE "S" TO hay-rectificativas
           END-IF.

      *    SIN MAESTRO DE PRODUCTOS NO HAY FAMILIA: LA VENTA CUENTA
      *    EN EL TOTAL DEL VENDEDOR PERO NO EN SUS FAMILIAS
           OPEN INPUT producto-dinamic.
           IF estado-producto = "00"
               MOVE "S" TO hay-productos
           ELSE
               DISPLAY "Sin producto.dat, no se reparte por "
                   "familia, estado: " estado-producto
           END-IF.

           OPEN INPUT presupuestos-archivo.
           IF estado-presupuestos = "00"
               OPEN INPUT presupuestos-detalle
               IF estado-presdet = "00"
                   MOVE "S" TO hay-presupuestos
               ELSE
                   CLOSE presupuestos-archivo
               END-IF
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF hay-objetivos = "S"
               CLOSE objetivos-venta
           END-IF.
           CLOSE facturas-archivo.
           CLOSE facturas-detalle.
           CLOSE pedidos-archivo.
           IF hay-pedidos-detalle = "S"
               CLOSE pedidos-detalle
           END-IF.
           IF hay-rectificativas = "S"
               CLOSE rectificativas-archivo
           END-IF.
           IF hay-productos = "S"
               CLOSE producto-dinamic
           END-IF.
           IF hay-presupuestos = "S"
               CLOSE presupuestos-archivo
               CLOSE presupuestos-detalle
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    SE CARGAN LOS OBJETIVOS DEL ANO HASTA EL MES PEDIDO; LOS
      *    DE FAMILIA DEL MES ABREN ADEMAS SU RENGLON DE FAMILIA.
       CARGAR-OBJETIVOS.
           MOVE LOW-VALUES TO obj-clave.
           START objetivos-venta KEY IS NOT LESS THAN obj-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM CARGAR-UN-OBJETIVO
           UNTIL si-no = "N".

       CARGAR-UN-OBJETIVO.
           READ objetivos-venta NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF obj-anio = anio-pedido
                   AND obj-mes >= 1
                   AND obj-mes <= mes-pedido
                       PERFORM ANOTAR-OBJETIVO
                   END-IF
           END-READ.

       ANOTAR-OBJETIVO.
           MOVE obj-empleados-id TO vendedor-documento.
           PERFORM UBICAR-O-CREAR-VENDEDOR.
           IF vendedor-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE obj-mes TO ix-mes.
           IF obj-familia = SPACES
               MOVE "S" TO tvn-hay-global(ix-ven, ix-mes)
               MOVE obj-importe TO tvn-obj-global(ix-ven, ix-mes)
               EXIT PARAGRAPH
           END-IF.

           ADD obj-importe TO tvn-obj-familias(ix-ven, ix-mes).

           IF obj-mes = mes-pedido
               IF total-familias >= 500
                   DISPLAY "Tabla de familias desbordada"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO total-familias
               MOVE obj-empleados-id
                   TO tfa-empleados-id(total-familias)
               MOVE obj-familia TO tfa-familia(total-familias)
               MOVE obj-importe TO tfa-objetivo(total-familias)
               MOVE 0 TO tfa-venta(total-familias)
           END-IF.

      *    SOLO LAS FACTURAS DE VENTA DEL ANO HASTA EL MES PEDIDO;
      *    LAS DE INTERESES NO SON VENTA.
       BARRER-FACTURAS.
           READ facturas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE fac-fecha(1:4) TO anio-documento
                   MOVE fac-fecha(5:2) TO mes-documento
                   IF fac-ordinaria
                   AND anio-documento = anio-pedido
                   AND mes-documento <= mes-pedido
                       PERFORM ACUMULAR-FACTURA
                   END-IF
           END-READ.

      *    CADA LINEA VA AL VENDEDOR DE SU PEDIDO (LA FACTURA RESUMEN
      *    JUNTA VARIOS) O, SI NO LO ANOTA, AL DEL PEDIDO DE LA
      *    CABECERA; SIN PEDIDO O SIN VENDEDOR NO CUENTA, COMO EN LAS
      *    COMISIONES.
       ACUMULAR-FACTURA.
           MOVE fac-numero TO facd-numero.
           MOVE 0 TO facd-linea.
           START facturas-detalle KEY IS NOT LESS THAN facd-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO recorriendo-lineas.
           PERFORM ACUMULAR-LINEA-FACTURA
           UNTIL recorriendo-lineas = "N".

       ACUMULAR-LINEA-FACTURA.
           READ facturas-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF facd-numero NOT = fac-numero
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       PERFORM VALORAR-LINEA-FACTURA
                   END-IF
           END-READ.

       VALORAR-LINEA-FACTURA.
           IF facd-pedido NOT = 0
               MOVE facd-pedido TO pedido-documento
           ELSE
               MOVE fac-pedido TO pedido-documento
           END-IF.
           PERFORM RESOLVER-VENDEDOR.
           IF vendedor-documento = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO familia-documento.
           IF facd-articulo
               MOVE facd-producto-id TO producto-id
               PERFORM RESOLVER-FAMILIA
           END-IF.

           MOVE facd-importe TO importe-trabajo.
           MOVE facd-moneda TO moneda-trabajo.
           MOVE fac-fecha TO fecha-trabajo.
           PERFORM ACUMULAR-VENTA.

       RESOLVER-VENDEDOR.
           MOVE SPACES TO vendedor-documento.
           IF pedido-documento = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE pedido-documento TO ped-numero.
           READ pedidos-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ped-empleados-id TO vendedor-documento
           END-READ.

       RESOLVER-FAMILIA.
           IF hay-productos = "N"
               EXIT PARAGRAPH
           END-IF.

           READ producto-dinamic
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE producto-familia TO familia-documento
           END-READ.

      *    EL IMPORTE YA TRAE SU SIGNO; LA CONVERSION A EUR ES A LA
      *    FECHA DEL DOCUMENTO.  EL MES PEDIDO SUMA ADEMAS EN EL MES
      *    Y, SI LA FAMILIA TIENE OBJETIVO, EN SU RENGLON.
       ACUMULAR-VENTA.
           PERFORM CONVERTIR-A-EUR.

           PERFORM UBICAR-O-CREAR-VENDEDOR.
           IF vendedor-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD importe-eur TO tvn-venta-acum(ix-ven).
           IF mes-documento NOT = mes-pedido
               EXIT PARAGRAPH
           END-IF.

           ADD importe-eur TO tvn-venta-mes(ix-ven).

           IF familia-documento NOT = SPACES
               PERFORM UBICAR-FAMILIA
               IF familia-ubicada = "S"
                   ADD importe-eur TO tfa-venta(ix-fam)
               END-IF
           END-IF.

       CONVERTIR-A-EUR.
           MOVE moneda-trabajo TO sc-moneda.
           MOVE fecha-trabajo TO sc-fecha.
           CALL "SERVICIOS-CAMBIO" USING sc-moneda sc-fecha
               sc-tasa sc-resultado.
           IF sc-resultado = "N"
               ADD 1 TO total-sin-tasa
               MOVE 1 TO sc-tasa
           END-IF.
           COMPUTE importe-eur ROUNDED = importe-trabajo * sc-tasa.

       UBICAR-O-CREAR-VENDEDOR.
           MOVE "N" TO vendedor-ubicado.
           MOVE 0 TO ix-ven.

           PERFORM UBICAR-VENDEDOR
           UNTIL vendedor-ubicado = "S" OR ix-ven >= total-vendedores.

           IF vendedor-ubicado = "S"
               EXIT PARAGRAPH
           END-IF.

           IF total-vendedores >= 100
               DISPLAY "Tabla de vendedores desbordada"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-vendedores.
           MOVE total-vendedores TO ix-ven.
           INITIALIZE entrada-ven(ix-ven).
           MOVE vendedor-documento TO tvn-empleados-id(ix-ven).
           MOVE 0 TO ix-mes.
           PERFORM LIMPIAR-MES-VENDEDOR 12 TIMES.
           MOVE "S" TO vendedor-ubicado.

       LIMPIAR-MES-VENDEDOR.
           ADD 1 TO ix-mes.
           MOVE "N" TO tvn-hay-global(ix-ven, ix-mes).

       UBICAR-VENDEDOR.
           ADD 1 TO ix-ven.
           IF tvn-empleados-id(ix-ven) = vendedor-documento
               MOVE "S" TO vendedor-ubicado
           END-IF.

       UBICAR-FAMILIA.
           MOVE "N" TO familia-ubicada.
           MOVE 0 TO ix-fam.
           PERFORM BUSCAR-UNA-FAMILIA
           UNTIL familia-ubicada = "S" OR ix-fam >= total-familias.

       BUSCAR-UNA-FAMILIA.
           ADD 1 TO ix-fam.
           IF tfa-empleados-id(ix-fam) = vendedor-documento
           AND tfa-familia(ix-fam) = familia-documento
               MOVE "S" TO familia-ubicada
           END-IF.

      *    EL ABONO RESTA SU BASE AL VENDEDOR DEL PEDIDO DEVUELTO.
       BARRER-ABONOS.
           OPEN INPUT abonos-archivo.
           IF estado-abonos NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO si-no.
           PERFORM BARRER-UN-ABONO
           UNTIL si-no = "N".

           CLOSE abonos-archivo.

       BARRER-UN-ABONO.
           READ abonos-archivo
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE abo-fecha(1:4) TO anio-documento
                   MOVE abo-fecha(5:2) TO mes-documento
                   IF anio-documento = anio-pedido
                   AND mes-documento <= mes-pedido
                       PERFORM DESCONTAR-ABONO
                   END-IF
           END-READ.

       DESCONTAR-ABONO.
           MOVE abo-pedido TO pedido-documento.
           PERFORM RESOLVER-VENDEDOR.
           IF vendedor-documento = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO familia-documento.
           MOVE abo-producto-id TO producto-id.
           PERFORM RESOLVER-FAMILIA.

           COMPUTE importe-trabajo = 0 - abo-base.
           MOVE abo-moneda TO moneda-trabajo.
           MOVE abo-fecha TO fecha-trabajo.
           PERFORM ACUMULAR-VENTA.

      *    LA RECTIFICATIVA VA AL VENDEDOR DE LA LINEA CORREGIDA:
      *    RESTA SI FUE A FAVOR DEL CLIENTE Y SUMA SI FUE CARGO.
       BARRER-RECTIFICATIVAS.
           MOVE 0 TO rct-numero.
           START rectificativas-archivo KEY IS NOT LESS THAN
               rct-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM BARRER-UNA-RECTIFICATIVA
           UNTIL si-no = "N".

       BARRER-UNA-RECTIFICATIVA.
           READ rectificativas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE rct-fecha(1:4) TO anio-documento
                   MOVE rct-fecha(5:2) TO mes-documento
                   IF anio-documento = anio-pedido
                   AND mes-documento <= mes-pedido
                       PERFORM ACUMULAR-RECTIFICATIVA
                   END-IF
           END-READ.

       ACUMULAR-RECTIFICATIVA.
           MOVE rct-origen TO facd-clave.
           READ facturas-detalle
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE facd-pedido TO pedido-documento.
           IF pedido-documento = 0
               MOVE rct-factura TO fac-numero
               READ facturas-archivo
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               MOVE fac-pedido TO pedido-documento
           END-IF.
           PERFORM RESOLVER-VENDEDOR.
           IF vendedor-documento = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO familia-documento.
           IF facd-articulo
               MOVE rct-producto-id TO producto-id
               PERFORM RESOLVER-FAMILIA
           END-IF.

           IF rct-abono
               COMPUTE importe-trabajo = 0 - rct-base
           ELSE
               MOVE rct-base TO importe-trabajo
           END-IF.
           MOVE rct-moneda TO moneda-trabajo.
           MOVE rct-fecha TO fecha-trabajo.
           PERFORM ACUMULAR-VENTA.

      *    CARTERA ABIERTA A HOY: PRESUPUESTOS SIN CONVERTIR Y CON LA
      *    VALIDEZ EN VIGOR (LOS VENCIDOS VAN A SU PROPIA LISTA DE
      *    SEGUIMIENTO), VALORADOS POR SUS LINEAS A LA TASA DE HOY.
       BARRER-PRESUPUESTOS.
           MOVE 0 TO pres-numero.
           START presupuestos-archivo KEY IS NOT LESS THAN
               pres-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM BARRER-UN-PRESUPUESTO
           UNTIL si-no = "N".

       BARRER-UN-PRESUPUESTO.
           READ presupuestos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF pres-abierto
                   AND pres-empleados-id NOT = SPACES
                   AND pres-validez >= fecha-hoy
                       PERFORM VALORAR-PRESUPUESTO
                   END-IF
           END-READ.

       VALORAR-PRESUPUESTO.
           MOVE 0 TO valor-documento.
           MOVE pres-numero TO presd-numero.
           MOVE 0 TO presd-linea.
           START presupuestos-detalle KEY IS NOT LESS THAN presd-clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO recorriendo-lineas
                   PERFORM VALORAR-LINEA-PRESUPUESTO
                   UNTIL recorriendo-lineas = "N"
           END-START.

           MOVE pres-empleados-id TO vendedor-documento.
           PERFORM UBICAR-O-CREAR-VENDEDOR.
           IF vendedor-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO tvn-presupuestos(ix-ven).
           ADD valor-documento TO tvn-importe-pres(ix-ven).

       VALORAR-LINEA-PRESUPUESTO.
           READ presupuestos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF presd-numero NOT = pres-numero
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       COMPUTE importe-trabajo =
                           presd-cantidad * presd-precio
                       MOVE presd-moneda TO moneda-trabajo
                       MOVE fecha-hoy TO fecha-trabajo
                       PERFORM CONVERTIR-A-EUR
                       ADD importe-eur TO valor-documento
                   END-IF
           END-READ.

      *    PEDIDOS CON VENDEDOR AUN NO FACTURADOS: ABIERTOS,
      *    PREPARADOS, ENVIADOS SIN FACTURA Y RETENIDOS POR CREDITO.
       BARRER-PEDIDOS.
           MOVE 0 TO ped-numero.
           START pedidos-archivo KEY IS NOT LESS THAN ped-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM BARRER-UN-PEDIDO
           UNTIL si-no = "N".

       BARRER-UN-PEDIDO.
           READ pedidos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF (ped-abierto OR ped-preparado OR ped-enviado
                       OR ped-retenido OR ped-en-backorder)
                   AND ped-empleados-id NOT = SPACES
                       PERFORM VALORAR-PEDIDO
                   END-IF
           END-READ.

       VALORAR-PEDIDO.
           MOVE 0 TO valor-documento.
           MOVE ped-numero TO pedd-numero.
           MOVE 0 TO pedd-linea.
           START pedidos-detalle KEY IS NOT LESS THAN pedd-clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO recorriendo-lineas
                   PERFORM VALORAR-LINEA-PEDIDO
                   UNTIL recorriendo-lineas = "N"
           END-START.

           MOVE ped-empleados-id TO vendedor-documento.
           PERFORM UBICAR-O-CREAR-VENDEDOR.
           IF vendedor-ubicado = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO tvn-pedidos(ix-ven).
           ADD valor-documento TO tvn-importe-ped(ix-ven).

       VALORAR-LINEA-PEDIDO.
           READ pedidos-detalle NEXT RECORD
               AT END
                   MOVE "N" TO recorriendo-lineas
               NOT AT END
                   IF pedd-numero NOT = ped-numero
                       MOVE "N" TO recorriendo-lineas
                   ELSE
                       IF NOT pedd-facturada AND NOT pedd-cancelada
                           COMPUTE importe-trabajo =
                               pedd-cantidad * pedd-precio
                           MOVE pedd-moneda TO moneda-trabajo
                           MOVE fecha-hoy TO fecha-trabajo
                           PERFORM CONVERTIR-A-EUR
                           ADD importe-eur TO valor-documento
                       END-IF
                   END-IF
           END-READ.

      *    OBJETIVO DE CADA MES: EL GLOBAL SI SE CARGO, SI NO LA SUMA
      *    DE LOS DE FAMILIA.  EL ACUMULADO VA DE ENERO AL MES PEDIDO.
       RESOLVER-OBJETIVOS.
           MOVE 0 TO ix-ven.
           PERFORM RESOLVER-UN-VENDEDOR
           UNTIL ix-ven >= total-vendedores.

       RESOLVER-UN-VENDEDOR.
           ADD 1 TO ix-ven.
           MOVE 0 TO tvn-obj-acum(ix-ven).
           MOVE 0 TO ix-mes.
           PERFORM RESOLVER-UN-MES mes-pedido TIMES.
           MOVE tvn-obj-global(ix-ven, mes-pedido)
               TO tvn-obj-mes(ix-ven).
           IF tvn-hay-global(ix-ven, mes-pedido) NOT = "S"
               MOVE tvn-obj-familias(ix-ven, mes-pedido)
                   TO tvn-obj-mes(ix-ven)
           END-IF.

           MOVE 0 TO tvn-pct-mes(ix-ven).
           IF tvn-obj-mes(ix-ven) > 0
           AND tvn-venta-mes(ix-ven) > 0
               COMPUTE porcentaje-trabajo ROUNDED =
                   tvn-venta-mes(ix-ven) * 100 / tvn-obj-mes(ix-ven)
               PERFORM TOPAR-PORCENTAJE
               MOVE porcentaje-trabajo TO tvn-pct-mes(ix-ven)
           END-IF.

           MOVE 0 TO tvn-pct-acum(ix-ven).
           IF tvn-obj-acum(ix-ven) > 0
           AND tvn-venta-acum(ix-ven) > 0
               COMPUTE porcentaje-trabajo ROUNDED =
                   tvn-venta-acum(ix-ven) * 100 / tvn-obj-acum(ix-ven)
               PERFORM TOPAR-PORCENTAJE
               MOVE porcentaje-trabajo TO tvn-pct-acum(ix-ven)
           END-IF.

       RESOLVER-UN-MES.
           ADD 1 TO ix-mes.
           IF tvn-hay-global(ix-ven, ix-mes) = "S"
               ADD tvn-obj-global(ix-ven, ix-mes)
                   TO tvn-obj-acum(ix-ven)
           ELSE
               ADD tvn-obj-familias(ix-ven, ix-mes)
                   TO tvn-obj-acum(ix-ven)
           END-IF.

       TOPAR-PORCENTAJE.
           IF porcentaje-trabajo > 999,9
               MOVE 999,9 TO porcentaje-trabajo
           END-IF.

      *    EL PUESTO ES UNO MAS LOS VENDEDORES CON OBJETIVO QUE LO
      *    SUPERAN EN CUMPLIMIENTO DEL MES; A IGUAL PORCENTAJE,
      *    MISMO PUESTO.  SIN OBJETIVO NO ENTRA EN EL RANKING.
       CALCULAR-PUESTOS.
           MOVE 0 TO ix-ven.
           PERFORM CALCULAR-UN-PUESTO
           UNTIL ix-ven >= total-vendedores.

       CALCULAR-UN-PUESTO.
           ADD 1 TO ix-ven.
           MOVE 0 TO tvn-puesto(ix-ven).
           IF tvn-obj-mes(ix-ven) = 0
               ADD 1 TO total-sin-objetivo
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO total-con-objetivo.
           MOVE 1 TO tvn-puesto(ix-ven).
           MOVE 0 TO jx-ven.
           PERFORM COMPARAR-PUESTO
           UNTIL jx-ven >= total-vendedores.

       COMPARAR-PUESTO.
           ADD 1 TO jx-ven.
           IF tvn-obj-mes(jx-ven) > 0
           AND tvn-pct-mes(jx-ven) > tvn-pct-mes(ix-ven)
               ADD 1 TO tvn-puesto(ix-ven)
           END-IF.

       IMPRIMIR-OBJETIVOS.
           MOVE SPACES TO spool-linea-env.
           STRING "CUMPLIMIENTO DE OBJETIVOS DE VENTA - PERIODO "
               anio-pedido "/" mes-pedido
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "VENTA NETA EN EUR SIN IVA: FACTURAS MENOS ABONOS "
               "MAS/MENOS RECTIFICATIVAS"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           STRING "CARTERA ABIERTA AL " fecha-hoy
               ": PRESUPUESTOS VIGENTES SIN CONVERTIR Y PEDIDOS "
               "SIN FACTURAR"
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE cabecera-objetivos TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    PRIMERO POR PUESTO; DETRAS LOS QUE NO TIENEN OBJETIVO
           MOVE 0 TO ix-puesto.
           PERFORM IMPRIMIR-UN-PUESTO
           UNTIL ix-puesto >= total-vendedores.

           MOVE 0 TO ix-puesto.
           MOVE 0 TO ix-ven.
           PERFORM IMPRIMIR-SI-PUESTO
           UNTIL ix-ven >= total-vendedores.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           PERFORM IMPRIMIR-TOTALES.

           MOVE SPACES TO spool-linea-env.
           STRING "VENDEDORES CON OBJETIVO: " total-con-objetivo
               "   SIN OBJETIVO EN EL MES: " total-sin-objetivo
               DELIMITED BY SIZE INTO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           IF total-sin-tasa > 0
               MOVE SPACES TO spool-linea-env
               STRING "IMPORTES SIN TASA DE CAMBIO (A VALOR "
                   "NOMINAL): " total-sin-tasa
                   DELIMITED BY SIZE INTO spool-linea-env
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.

       IMPRIMIR-UN-PUESTO.
           ADD 1 TO ix-puesto.
           MOVE 0 TO ix-ven.
           PERFORM IMPRIMIR-SI-PUESTO
           UNTIL ix-ven >= total-vendedores.

       IMPRIMIR-SI-PUESTO.
           ADD 1 TO ix-ven.
           IF tvn-puesto(ix-ven) = ix-puesto
               PERFORM IMPRIMIR-UN-VENDEDOR
           END-IF.

       IMPRIMIR-UN-VENDEDOR.
           MOVE tvn-puesto(ix-ven) TO dv-puesto.
           MOVE tvn-empleados-id(ix-ven) TO dv-empleados-id.
           MOVE tvn-obj-mes(ix-ven) TO dv-obj-mes.
           MOVE tvn-venta-mes(ix-ven) TO dv-venta-mes.
           MOVE tvn-pct-mes(ix-ven) TO dv-pct-mes.
           MOVE tvn-obj-acum(ix-ven) TO dv-obj-acum.
           MOVE tvn-venta-acum(ix-ven) TO dv-venta-acum.
           MOVE tvn-pct-acum(ix-ven) TO dv-pct-acum.
           IF tvn-venta-mes(ix-ven) < tvn-obj-mes(ix-ven)
               COMPUTE dv-falta =
                   tvn-obj-mes(ix-ven) - tvn-venta-mes(ix-ven)
           ELSE
               MOVE 0 TO dv-falta
           END-IF.
           MOVE tvn-presupuestos(ix-ven) TO dv-presupuestos.
           MOVE tvn-importe-pres(ix-ven) TO dv-importe-pres.
           MOVE tvn-pedidos(ix-ven) TO dv-pedidos.
           MOVE tvn-importe-ped(ix-ven) TO dv-importe-ped.
           MOVE detalle-vendedor TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           ADD tvn-obj-mes(ix-ven) TO total-obj-mes.
           ADD tvn-venta-mes(ix-ven) TO total-venta-mes.
           ADD tvn-obj-acum(ix-ven) TO total-obj-acum.
           ADD tvn-venta-acum(ix-ven) TO total-venta-acum.
           ADD tvn-presupuestos(ix-ven) TO total-presupuestos.
           ADD tvn-importe-pres(ix-ven) TO total-importe-pres.
           ADD tvn-pedidos(ix-ven) TO total-pedidos.
           ADD tvn-importe-ped(ix-ven) TO total-importe-ped.

           MOVE tvn-empleados-id(ix-ven) TO vendedor-documento.
           MOVE 0 TO ix-fam.
           PERFORM IMPRIMIR-UNA-FAMILIA
           UNTIL ix-fam >= total-familias.

       IMPRIMIR-UNA-FAMILIA.
           ADD 1 TO ix-fam.
           IF tfa-empleados-id(ix-fam) NOT = vendedor-documento
               EXIT PARAGRAPH
           END-IF.

           MOVE tfa-familia(ix-fam) TO df-familia.
           MOVE tfa-objetivo(ix-fam) TO df-objetivo.
           MOVE tfa-venta(ix-fam) TO df-venta.
           MOVE 0 TO porcentaje-trabajo.
           IF tfa-objetivo(ix-fam) > 0
           AND tfa-venta(ix-fam) > 0
               COMPUTE porcentaje-trabajo ROUNDED =
                   tfa-venta(ix-fam) * 100 / tfa-objetivo(ix-fam)
               PERFORM TOPAR-PORCENTAJE
           END-IF.
           MOVE porcentaje-trabajo TO df-pct.
           MOVE detalle-familia TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-TOTALES.
           MOVE 0 TO dv-puesto.
           MOVE "TOTAL" TO dv-empleados-id.
           MOVE total-obj-mes TO dv-obj-mes.
           MOVE total-venta-mes TO dv-venta-mes.
           MOVE 0 TO porcentaje-trabajo.
           IF total-obj-mes > 0
           AND total-venta-mes > 0
               COMPUTE porcentaje-trabajo ROUNDED =
                   total-venta-mes * 100 / total-obj-mes
               PERFORM TOPAR-PORCENTAJE
           END-IF.
           MOVE porcentaje-trabajo TO dv-pct-mes.
           MOVE total-obj-acum TO dv-obj-acum.
           MOVE total-venta-acum TO dv-venta-acum.
           MOVE 0 TO porcentaje-trabajo.
           IF total-obj-acum > 0
           AND total-venta-acum > 0
               COMPUTE porcentaje-trabajo ROUNDED =
                   total-venta-acum * 100 / total-obj-acum
               PERFORM TOPAR-PORCENTAJE
           END-IF.
           MOVE porcentaje-trabajo TO dv-pct-acum.
           IF total-venta-mes < total-obj-mes
               COMPUTE dv-falta = total-obj-mes - total-venta-mes
           ELSE
               MOVE 0 TO dv-falta
           END-IF.
           MOVE total-presupuestos TO dv-presupuestos.
           MOVE total-importe-pres TO dv-importe-pres.
           MOVE total-pedidos TO dv-pedidos.
           MOVE total-importe-ped TO dv-importe-ped.
           MOVE detalle-vendedor TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "REPORTE_OBJETIVOS".
