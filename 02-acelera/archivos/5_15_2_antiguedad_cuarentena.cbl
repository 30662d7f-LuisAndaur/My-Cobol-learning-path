      ******************************************************************
      * Author:
      * Date:
      * Purpose: Antiguedad de la cuarentena.  Lista por el escritor
      *          de spool todo lo que sigue en la ubicacion de
      *          cuarentena segun las partidas abiertas de
      *          cuarentena.dat, de la mas antigua a la mas nueva:
      *          origen (compra o devolucion de cliente), documento,
      *          proveedor o cliente, motivo, fecha de entrada, dias
      *          en cuarentena, cantidad que queda, cuanto de ella
      *          esta apartado para devolver al proveedor y su valor
      *          al costo promedio del producto.  Cierra con las
      *          partidas, unidades y valor por tramo de antiguedad
      *          (hasta 7 dias, 8 a 30, 31 a 60 y mas de 60).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ANTIGUEDAD_CUARENTENA".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *PARTIDAS EN CUARENTENA, SOLO LECTURA
       SELECT cuarentena-archivo
       ASSIGN TO "cuarentena.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cua-numero
       ALTERNATE RECORD KEY IS cua-producto-id WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuarentena.

      *ARCHIVO FISICO EN MODO DINAMICO, SOLO LECTURA
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

       DATA DIVISION.
       FILE SECTION.
      *PARTIDAS EN CUARENTENA
       FD cuarentena-archivo.
           COPY "CUARENTENA-REGISTRO.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  leyendo-partidas            PIC X VALUE "S".
       77  estado-cuarentena           PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  dias-cuarentena             PIC S9(5) VALUE 0.
       77  en-cuarentena               PIC S9(7) VALUE 0.
       77  valor-partida               PIC 9(10)V99 VALUE 0.
       77  ix-tramo                    PIC 9 VALUE 0.

      *    TRAMOS DE ANTIGUEDAD: TITULO, DIAS HASTA, PARTIDAS,
      *    UNIDADES Y VALOR
       01  tabla-tramos.
           05  entrada-tramo OCCURS 4 TIMES.
               10  tt-titulo           PIC X(20).
               10  tt-hasta            PIC 9(5).
               10  tt-partidas         PIC 9(5).
               10  tt-unidades         PIC 9(8).
               10  tt-valor            PIC 9(11)V99.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "ALMACEN".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-reporte.
           05  FILLER                  PIC X(36)
               VALUE "MERCANCIA EN CUARENTENA AL DIA ".
           05  tr-fecha                PIC 9(8).

       01  encabezado-reporte.
           05  FILLER                  PIC X(7) VALUE "PARTIDA".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(6) VALUE "PROD.".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(25) VALUE "DESCRIPCION".
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FILLER                  PIC X(3) VALUE "OR.".
           05  FILLER                  PIC X(11) VALUE "DOCUMENTO".
           05  FILLER                  PIC X(8) VALUE "TERCERO".
           05  FILLER                  PIC X(4) VALUE "MOT".
           05  FILLER                  PIC X(9) VALUE "ENTRADA".
           05  FILLER                  PIC X(6) VALUE " DIAS".
           05  FILLER                  PIC X(8) VALUE "  QUEDA".
           05  FILLER                  PIC X(8) VALUE " APART.".
           05  FILLER                  PIC X(14) VALUE "         VALOR".

       01  detalle-partida.
           05  dp-numero               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-producto             PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-descript             PIC X(25).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-origen               PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-documento            PIC 9(6).
           05  FILLER                  PIC X(1) VALUE "/".
           05  dp-linea                PIC 9(3).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-tercero              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-motivo               PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dp-fecha                PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-dias                 PIC ZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-queda                PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-apartado             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  dp-valor                PIC ZZ.ZZZ.ZZ9,99.

       01  linea-tramo.
           05  lt-titulo               PIC X(20).
           05  FILLER                  PIC X(2) VALUE ": ".
           05  lt-partidas             PIC ZZ.ZZ9.
           05  FILLER                  PIC X(11) VALUE " PARTIDAS, ".
           05  lt-unidades             PIC ZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(11) VALUE " UNIDADES, ".
           05  lt-valor                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(4) VALUE " EUR".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           INITIALIZE tabla-tramos.
           MOVE "HASTA 7 DIAS" TO tt-titulo(1).
           MOVE 7 TO tt-hasta(1).
           MOVE "DE 8 A 30 DIAS" TO tt-titulo(2).
           MOVE 30 TO tt-hasta(2).
           MOVE "DE 31 A 60 DIAS" TO tt-titulo(3).
           MOVE 60 TO tt-hasta(3).
           MOVE "MAS DE 60 DIAS" TO tt-titulo(4).
           MOVE 99999 TO tt-hasta(4).

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE fecha-hoy TO tr-fecha.
           MOVE titulo-reporte TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-reporte TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           IF estado-cuarentena = "00"
               MOVE "S" TO leyendo-partidas
               PERFORM LISTAR-PARTIDA
               UNTIL leyendo-partidas = "N"
           END-IF.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           PERFORM ENVIAR-TRAMO
               VARYING ix-tramo FROM 1 BY 1
               UNTIL ix-tramo > 4.

           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "ANTIGUEDAD_CUARENTENA" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "AL DIA " fecha-hoy
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT cuarentena-archivo.
           IF estado-cuarentena NOT = "00"
               DISPLAY "No se pudo abrir cuarentena.dat, estado: "
                   estado-cuarentena
           END-IF.

      *    SIN MAESTRO DE PRODUCTOS SE LISTA SIN DESCRIPCION NI VALOR
           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "Sin producto-dinamic, estado: "
                   estado-producto
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-cuarentena = "00"
               CLOSE cuarentena-archivo
           END-IF.
           IF estado-producto = "00"
               CLOSE producto-dinamic
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

      *    EL ORDEN DE NUMERO ES EL DE ENTRADA: LA MAS ANTIGUA SALE
      *    PRIMERO
       LISTAR-PARTIDA.
           READ cuarentena-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-partidas
                   EXIT PARAGRAPH
           END-READ.

           IF NOT cua-abierta
               EXIT PARAGRAPH
           END-IF.

           COMPUTE en-cuarentena = cua-cantidad - cua-liberada
               - cua-devuelta - cua-mermada.
           IF en-cuarentena <= 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE dias-cuarentena =
               FUNCTION INTEGER-OF-DATE(fecha-hoy)
               - FUNCTION INTEGER-OF-DATE(cua-fecha-entrada).
           IF dias-cuarentena < 0
               MOVE 0 TO dias-cuarentena
           END-IF.

           MOVE SPACES TO producto-descript.
           MOVE 0 TO producto-costo.
           IF estado-producto = "00"
               MOVE cua-producto-id TO producto-id
               READ producto-dinamic
                   INVALID KEY
                       MOVE SPACES TO producto-descript
                       MOVE 0 TO producto-costo
               END-READ
           END-IF.
           COMPUTE valor-partida = en-cuarentena * producto-costo.

           MOVE 1 TO ix-tramo.
           PERFORM BUSCAR-TRAMO
           UNTIL dias-cuarentena <= tt-hasta(ix-tramo).
           ADD 1 TO tt-partidas(ix-tramo).
           ADD en-cuarentena TO tt-unidades(ix-tramo).
           ADD valor-partida TO tt-valor(ix-tramo).

           MOVE cua-numero TO dp-numero.
           MOVE cua-producto-id TO dp-producto.
           MOVE producto-descript TO dp-descript.
           MOVE cua-origen TO dp-origen.
           MOVE cua-documento TO dp-documento.
           MOVE cua-linea TO dp-linea.
           MOVE cua-tercero TO dp-tercero.
           MOVE cua-motivo TO dp-motivo.
           MOVE cua-fecha-entrada TO dp-fecha.
           MOVE dias-cuarentena TO dp-dias.
           MOVE en-cuarentena TO dp-queda.
           MOVE cua-a-devolver TO dp-apartado.
           MOVE valor-partida TO dp-valor.
           MOVE detalle-partida TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    EL ULTIMO TRAMO NO TIENE TOPE, ASI QUE LA BUSQUEDA SIEMPRE
      *    TERMINA
       BUSCAR-TRAMO.
           ADD 1 TO ix-tramo.

       ENVIAR-TRAMO.
           MOVE tt-titulo(ix-tramo) TO lt-titulo.
           MOVE tt-partidas(ix-tramo) TO lt-partidas.
           MOVE tt-unidades(ix-tramo) TO lt-unidades.
           MOVE tt-valor(ix-tramo) TO lt-valor.
           MOVE linea-tramo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "ANTIGUEDAD_CUARENTENA".
