      *          una fila por producto: ID;CONTROL;DESCRIPCION;
      *          PRECIO;MONEDA;IVA.  La tienda carga ese archivo en
      *          su equipo y deja de trabajar con listas de precios
      *          fotocopiadas de hace una semana.  Los productos
      *          bloqueados para la venta o descatalogados no se
      *          exportan: la tienda no puede venderlos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  nombre-export               PIC X(40) VALUE SPACES.
       77  que-tienda                  PIC X(3) VALUE SPACES.
       77  total-exportados            PIC 9(6) VALUE 0.
       77  total-omitidos              PIC 9(6) VALUE 0.
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  situacion-producto          PIC X VALUE "A".
           88  situacion-bloq-venta        VALUE "V" "D".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           DISPLAY "ID de la tienda satelite: ".
           ACCEPT que-tienda.
           MOVE FUNCTION UPPER-CASE(que-tienda) TO que-tienda.
           MOVE FUNCTION CURRENT-DATE(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           UNTIL si-no = "N".

           DISPLAY "Productos exportados: " total-exportados.
           DISPLAY "Bloqueados omitidos.: " total-omitidos.
           DISPLAY "Archivo generado: " nombre-export.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.
           END-READ.

       EXPORTAR-UNA-FILA.
           PERFORM RESOLVER-SITUACION-PRODUCTO.
           IF situacion-bloq-venta
               ADD 1 TO total-omitidos
               EXIT PARAGRAPH
           END-IF.

           MOVE producto-id TO exp-producto-id.
           MOVE producto-control TO exp-control.
           MOVE producto-descript TO exp-descript.
               ADD 1 TO total-exportados
           END-IF.

      *    EL ESTADO RIGE DESDE SU FECHA DE EFECTO; ANTES DE ELLA
      *    SIGUE EL ANTERIOR
       RESOLVER-SITUACION-PRODUCTO.
           MOVE producto-estado TO situacion-producto.
           IF producto-estado-fecha > fecha-hoy
               MOVE producto-estado-anterior TO situacion-producto
           END-IF.

       END PROGRAM "EXPORTAR_TIENDA".
