      *          listado, y enlace de cada producto con sus
      *          proveedores (numero de catalogo y ultimo precio de
      *          compra).  Compras deja de vivir en una carpeta.
      *          El NIF del proveedor se pide en el alta y en la
      *          modificacion para la declaracion anual de
      *          operaciones con terceros.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  resultado-digito-control    PIC X VALUE "N".
           88  digito-control-valido       VALUE "S".
           88  digito-control-invalido     VALUE "N".
       77  nif-invalido                PIC X VALUE "S".
       77  nif-entrada                 PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT prov-moneda.
           MOVE FUNCTION UPPER-CASE(prov-moneda) TO prov-moneda.

           MOVE "S" TO nif-invalido.
           PERFORM PEDIR-NIF-PROVEEDOR
           UNTIL nif-invalido = "N".
           MOVE nif-entrada TO prov-nif.

           SET prov-activo TO TRUE.

           WRITE proveedor-registro
               END-IF
           END-PERFORM.

      *    NIF O CIF ESPANOL: LETRA O DIGITO, SIETE DIGITOS Y
      *    LETRA O DIGITO DE CONTROL.  EN BLANCO SE ACEPTA PARA
      *    PROVEEDORES EXTRANJEROS SIN NIF ESPANOL.
       PEDIR-NIF-PROVEEDOR.
           DISPLAY "NIF/CIF (en blanco si es extranjero): ".
           ACCEPT nif-entrada.
           MOVE FUNCTION UPPER-CASE(nif-entrada) TO nif-entrada.

           IF nif-entrada = SPACES
               MOVE "N" TO nif-invalido
               EXIT PARAGRAPH
           END-IF.

           IF nif-entrada(1:1) = SPACE
           OR nif-entrada(2:7) NOT NUMERIC
           OR nif-entrada(9:1) = SPACE
               DISPLAY "NIF invalido, use 9 posiciones (ej B12345678)"
           ELSE
               MOVE "N" TO nif-invalido
           END-IF.

       MODIFICAR-PROVEEDOR.
           DISPLAY "ID del proveedor a modificar: ".
           ACCEPT que-proveedor.
                   DISPLAY "Nuevo plazo en dias: "
                   ACCEPT prov-plazo-entrega

                   DISPLAY "NIF actual: " prov-nif
                   MOVE "S" TO nif-invalido
                   PERFORM PEDIR-NIF-PROVEEDOR
                   UNTIL nif-invalido = "N"
                   MOVE nif-entrada TO prov-nif

                   DISPLAY "Estado (1=activo 2=inactivo): "
                   ACCEPT prov-estado

                   MOVE "N" TO si-no
               NOT AT END
                   DISPLAY prov-id " " prov-nombre " "
                       prov-nif " " prov-moneda " plazo "
                       prov-plazo-entrega " dias estado " prov-estado
           END-READ.

       ENLAZAR-PRODUCTO.
