      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de liquidacion de descatalogados.  Recorre
      *          el maestro y lista todo producto cuyo estado vigente
      *          es D (descatalogado) y que todavia tiene existencia:
      *          el stock, su valor (al costo promedio, o al precio si
      *          aun no hay costo) y la fecha desde la que rige el
      *          estado.  Un descatalogado con fecha de efecto futura
      *          todavia no entra.  Cierra con el total de dinero a
      *          liquidar.  Ventas decide con este listado que sale en
      *          oferta antes de que el stock quede muerto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "REPORTE_DESCATALOGADOS".
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

       DATA DIVISION.
       FILE SECTION.
      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-producto             PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-descatalogado     VALUE "D".
       77  costo-usado                 PIC 9(4)V99 VALUE 0.
       77  valor-producto              PIC 9(12)V99 VALUE 0.
       77  valor-liquidar              PIC 9(14)V99 VALUE 0.
       77  total-listados              PIC 9(4) VALUE 0.

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "VENTAS".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  detalle-descatalogado.
           05  dd-producto             PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  dd-descript             PIC X(30).
           05  FILLER                  PIC X(8) VALUE "  DESDE ".
           05  dd-desde                PIC 9(8).
           05  FILLER                  PIC X(8) VALUE "  STOCK ".
           05  dd-stock                PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(8) VALUE "  VALOR ".
           05  dd-valor                PIC ZZZ.ZZZ.ZZ9,99.

       01  linea-total.
           05  lt-leyenda              PIC X(26)
               VALUE "TOTAL A LIQUIDAR.........:".
           05  lt-valor                PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM REVISAR-PRODUCTOS
           UNTIL si-no = "N".

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE valor-liquidar TO lt-valor.
           MOVE linea-total TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           DISPLAY "Descatalogados con stock: " total-listados.
           DISPLAY "Reporte encolado en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "DESCATALOGADOS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               PERFORM FINALIZA-PROGRAMA
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE producto-dinamic.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       REVISAR-PRODUCTOS.
           READ producto-dinamic NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF producto-stock > 0
                       PERFORM EVALUAR-DESCATALOGADO
                   END-IF
           END-READ.

       EVALUAR-DESCATALOGADO.
           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF NOT situacion-descatalogado
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-costo TO costo-usado.
           IF costo-usado = 0
               MOVE producto-precio TO costo-usado
           END-IF.
           COMPUTE valor-producto =
               producto-stock * costo-usado.
           ADD valor-producto TO valor-liquidar.
           ADD 1 TO total-listados.

           MOVE producto-id TO dd-producto.
           MOVE producto-descript TO dd-descript.
           MOVE producto-estado-fecha TO dd-desde.
           MOVE producto-stock TO dd-stock.
           MOVE valor-producto TO dd-valor.
           MOVE detalle-descatalogado TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "REPORTE_DESCATALOGADOS".
