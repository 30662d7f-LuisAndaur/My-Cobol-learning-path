      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de incidencias de clientes pendientes
      *          (abiertas o en curso) de incidencias.dat, agrupadas
      *          por responsable y, dentro de cada uno, de la mas
      *          antigua a la mas reciente, con su antiguedad en
      *          dias naturales desde el alta.  La que ya paso su
      *          fecha objetivo de resolucion sale marcada VENCIDA.
      *          Cada responsable cierra con su total de pendientes
      *          y de vencidas, y al pie va el resumen por tramos
      *          de antiguedad.  Se emite por el escritor de spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE_INCIDENCIAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *INCIDENCIAS DE CLIENTES EN MODO INDEXADO
       SELECT incidencias-archivo
       ASSIGN TO "incidencias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS inc-numero
       ALTERNATE RECORD KEY IS inc-pedido WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-incidencias.

      *ARCHIVO DE TRABAJO DEL SORT
       SELECT trabajo-sort
       ASSIGN TO "incidencias.srt".

       DATA DIVISION.
       FILE SECTION.
      *INCIDENCIAS DE CLIENTES
       FD incidencias-archivo.
           COPY "INCIDENCIA-REGISTRO.CPY".

      *ARCHIVO DE TRABAJO DEL SORT
       SD trabajo-sort.
       01  sort-registro.
           05  sort-responsable        PIC X(7).
           05  sort-fecha-alta         PIC 9(8).
           05  sort-numero             PIC 9(6).
           05  sort-clientes-id        PIC X(7).
           05  sort-pedido             PIC 9(6).
           05  sort-categoria          PIC X(3).
           05  sort-prioridad          PIC X.
           05  sort-estado             PIC X.
           05  sort-fecha-objetivo     PIC 9(8).
           05  sort-antiguedad         PIC 9(5).

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-incidencias          PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  responsable-actual          PIC X(7) VALUE SPACES.
       77  primer-responsable          PIC X VALUE "S".
       77  pendientes-responsable      PIC 9(5) VALUE 0.
       77  vencidas-responsable        PIC 9(5) VALUE 0.
       77  total-pendientes            PIC 9(5) VALUE 0.
       77  total-vencidas              PIC 9(5) VALUE 0.
       77  ix-tramo                    PIC 9 VALUE 0.

       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    TRAMOS DE ANTIGUEDAD: HASTA 2, 7, 15 Y 30 DIAS Y MAS
       01  tabla-tramos.
           05  tramo-antiguedad OCCURS 5 TIMES.
               10  ttr-hasta           PIC 9(5).
               10  ttr-leyenda         PIC X(14).
               10  ttr-pendientes      PIC 9(5).
               10  ttr-vencidas        PIC 9(5).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "VENTAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  encabezado-responsable.
           05  FILLER                  PIC X(13)
                                           VALUE "RESPONSABLE: ".
           05  er-responsable          PIC X(7).

       01  encabezado-columnas.
           05  FILLER                  PIC X(38)
               VALUE "  NUMERO  CLIENTE PEDIDO CAT P E  ALTA".
           05  FILLER                  PIC X(21)
               VALUE "       DIAS  OBJETIVO".

       01  detalle-incidencia.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  di-numero               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  di-cliente              PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  di-pedido               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  di-categoria            PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  di-prioridad            PIC X.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  di-estado               PIC X.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  di-fecha-alta           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  di-antiguedad           PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  di-fecha-objetivo       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  di-marca                PIC X(7).

       01  total-responsable.
           05  FILLER                  PIC X(14)
                                           VALUE "  PENDIENTES: ".
           05  tr-pendientes           PIC ZZZZ9.
           05  FILLER                  PIC X(12)
                                           VALUE "  VENCIDAS: ".
           05  tr-vencidas             PIC ZZZZ9.

       01  linea-tramo.
           05  lt-leyenda              PIC X(14).
           05  FILLER                  PIC X(14)
                                           VALUE "  PENDIENTES: ".
           05  lt-pendientes           PIC ZZZZ9.
           05  FILLER                  PIC X(12)
                                           VALUE "  VENCIDAS: ".
           05  lt-vencidas             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM INICIAR-TRAMOS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           SORT trabajo-sort
               ON ASCENDING KEY sort-responsable
               ON ASCENDING KEY sort-fecha-alta
               ON ASCENDING KEY sort-numero
               INPUT PROCEDURE IS SELECCIONAR-PENDIENTES
               OUTPUT PROCEDURE IS IMPRIMIR-ORDENADO.

           PERFORM IMPRIMIR-RESUMEN.

           DISPLAY "Incidencias pendientes: " total-pendientes.
           DISPLAY "Vencidas..............: " total-vencidas.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       INICIAR-TRAMOS.
           MOVE 2 TO ttr-hasta(1).
           MOVE "0 A 2 DIAS" TO ttr-leyenda(1).
           MOVE 7 TO ttr-hasta(2).
           MOVE "3 A 7 DIAS" TO ttr-leyenda(2).
           MOVE 15 TO ttr-hasta(3).
           MOVE "8 A 15 DIAS" TO ttr-leyenda(3).
           MOVE 30 TO ttr-hasta(4).
           MOVE "16 A 30 DIAS" TO ttr-leyenda(4).
           MOVE 99999 TO ttr-hasta(5).
           MOVE "MAS DE 30 DIAS" TO ttr-leyenda(5).

           MOVE 0 TO ix-tramo.
           PERFORM PONER-TRAMO-A-CERO 5 TIMES.

       PONER-TRAMO-A-CERO.
           ADD 1 TO ix-tramo.
           MOVE 0 TO ttr-pendientes(ix-tramo).
           MOVE 0 TO ttr-vencidas(ix-tramo).

       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT incidencias-archivo.
           IF estado-incidencias NOT = "00"
               DISPLAY "No se pudo abrir incidencias.dat, estado: "
                   estado-incidencias
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "INCIDENCIAS_PENDIENTES" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "PENDIENTES AL " fecha-hoy
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE incidencias-archivo.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       SELECCIONAR-PENDIENTES.
           MOVE "S" TO si-no.
           PERFORM LEER-Y-SELECCIONAR
           UNTIL si-no = "N".

       LEER-Y-SELECCIONAR.
           READ incidencias-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF inc-pendiente
                       PERFORM LIBERAR-INCIDENCIA
                   END-IF
           END-READ.

      *    ANTIGUEDAD EN DIAS NATURALES DESDE EL ALTA HASTA HOY
       LIBERAR-INCIDENCIA.
           MOVE "D" TO sf-operacion.
           MOVE inc-fecha-alta TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-resultado-num < 0
               MOVE 0 TO sf-resultado-num
           END-IF.

           MOVE inc-responsable TO sort-responsable.
           MOVE inc-fecha-alta TO sort-fecha-alta.
           MOVE inc-numero TO sort-numero.
           MOVE inc-clientes-id TO sort-clientes-id.
           MOVE inc-pedido TO sort-pedido.
           MOVE inc-categoria TO sort-categoria.
           MOVE inc-prioridad TO sort-prioridad.
           MOVE inc-estado TO sort-estado.
           MOVE inc-fecha-objetivo TO sort-fecha-objetivo.
           MOVE sf-resultado-num TO sort-antiguedad.
           RELEASE sort-registro.

       IMPRIMIR-ORDENADO.
           MOVE "S" TO si-no.
           PERFORM RETORNAR-Y-LISTAR
           UNTIL si-no = "N".

           IF primer-responsable = "N"
               PERFORM IMPRIMIR-TOTAL-RESPONSABLE
           END-IF.

       RETORNAR-Y-LISTAR.
           RETURN trabajo-sort
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   PERFORM IMPRIMIR-DETALLE
           END-RETURN.

       IMPRIMIR-DETALLE.
           IF primer-responsable = "S"
           OR sort-responsable NOT = responsable-actual
               IF primer-responsable = "N"
                   PERFORM IMPRIMIR-TOTAL-RESPONSABLE
               END-IF
               PERFORM ABRIR-RESPONSABLE
           END-IF.

           ADD 1 TO pendientes-responsable.
           ADD 1 TO total-pendientes.

           MOVE sort-numero TO di-numero.
           MOVE sort-clientes-id TO di-cliente.
           MOVE sort-pedido TO di-pedido.
           MOVE sort-categoria TO di-categoria.
           MOVE sort-prioridad TO di-prioridad.
           MOVE sort-estado TO di-estado.
           MOVE sort-fecha-alta TO di-fecha-alta.
           MOVE sort-antiguedad TO di-antiguedad.
           MOVE sort-fecha-objetivo TO di-fecha-objetivo.

           MOVE 1 TO ix-tramo.
           PERFORM UBICAR-TRAMO
           UNTIL ix-tramo >= 5
           OR sort-antiguedad <= ttr-hasta(ix-tramo).
           ADD 1 TO ttr-pendientes(ix-tramo).

           IF fecha-hoy > sort-fecha-objetivo
               MOVE "VENCIDA" TO di-marca
               ADD 1 TO vencidas-responsable
               ADD 1 TO total-vencidas
               ADD 1 TO ttr-vencidas(ix-tramo)
           ELSE
               MOVE SPACES TO di-marca
           END-IF.

           MOVE detalle-incidencia TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       UBICAR-TRAMO.
           ADD 1 TO ix-tramo.

       ABRIR-RESPONSABLE.
           MOVE "N" TO primer-responsable.
           MOVE sort-responsable TO responsable-actual.
           MOVE 0 TO pendientes-responsable.
           MOVE 0 TO vencidas-responsable.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE sort-responsable TO er-responsable.
           MOVE encabezado-responsable TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE encabezado-columnas TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-TOTAL-RESPONSABLE.
           MOVE pendientes-responsable TO tr-pendientes.
           MOVE vencidas-responsable TO tr-vencidas.
           MOVE total-responsable TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "RESUMEN POR ANTIGUEDAD" TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 0 TO ix-tramo.
           PERFORM IMPRIMIR-UN-TRAMO 5 TIMES.

           MOVE "TOTAL" TO lt-leyenda.
           MOVE total-pendientes TO lt-pendientes.
           MOVE total-vencidas TO lt-vencidas.
           MOVE linea-tramo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           MOVE ttr-leyenda(ix-tramo) TO lt-leyenda.
           MOVE ttr-pendientes(ix-tramo) TO lt-pendientes.
           MOVE ttr-vencidas(ix-tramo) TO lt-vencidas.
           MOVE linea-tramo TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "REPORTE_INCIDENCIAS".
