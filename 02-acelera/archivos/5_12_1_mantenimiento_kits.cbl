      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la lista de materiales de los kits
      *          (kits.dat): alta, cambio de cantidad, baja y listado
      *          de los componentes de cada kit.  Kit y componente se
      *          validan contra producto.dat; un kit no se compone de
      *          si mismo ni de otro kit, ni puede ser a su vez
      *          componente de otro (un solo nivel).  El listado
      *          muestra cada componente con su stock y su costo, el
      *          costo del kit sumado desde los costos de los
      *          componentes, el stock ya armado y cuantos kits mas
      *          se pueden armar con lo suelto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_KITS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *LISTA DE MATERIALES DE KITS EN MODO INDEXADO
       SELECT kits-archivo
       ASSIGN TO "kits.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS kit-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-kits.

      *ARCHIVO FISICO EN MODO DINAMICO
       SELECT producto-dinamic
       ASSIGN TO "producto.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS producto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-producto.

       DATA DIVISION.
       FILE SECTION.
      *LISTA DE MATERIALES
       FD kits-archivo.
           COPY "KIT-COMPONENTE.CPY".

      *ARCHIVO LOGICO DE PRODUCTOS
       FD producto-dinamic.
           COPY "PRODUCTO-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-kit                  PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-kits                 PIC X(02) VALUE "00".
       77  estado-producto             PIC X(02) VALUE "00".
       77  que-kit                     PIC 9(6) VALUE 0.
       77  que-componente              PIC 9(6) VALUE 0.
       77  que-cantidad                PIC 9(4) VALUE 0.
       77  leyendo-kits                PIC X VALUE "S".
       77  producto-buscado            PIC 9(6) VALUE 0.
       77  es-kit                      PIC X VALUE "N".
       77  es-componente               PIC X VALUE "N".
       77  componentes-kit             PIC 9(2) VALUE 0.
       77  costo-kit                   PIC 9(8)V99 VALUE 0.
       77  costo-componente            PIC 9(8)V99 VALUE 0.
       77  armables-kit                PIC 9(6) VALUE 0.
       77  armables-componente         PIC 9(6) VALUE 0.
       77  stock-kit                   PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-KITS
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O kits-archivo.
           IF estado-kits = "35"
               OPEN OUTPUT kits-archivo
               CLOSE kits-archivo
               OPEN I-O kits-archivo
           END-IF.
           IF estado-kits NOT = "00"
               DISPLAY "No se pudo abrir kits.dat, estado: "
                   estado-kits
               STOP RUN
           END-IF.

           OPEN INPUT producto-dinamic.
           IF estado-producto NOT = "00"
               DISPLAY "No se pudo abrir producto-dinamic, estado: "
                   estado-producto
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE kits-archivo.
           CLOSE producto-dinamic.

       MOSTRAR-MENU-KITS.
           DISPLAY "===== KITS Y LISTAS DE MATERIALES =====".
           DISPLAY "(A)lta de componente".
           DISPLAY "(M)odificar cantidad de un componente".
           DISPLAY "(B)aja de componente".
           DISPLAY "(L)istado de un kit".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-kit.
           MOVE FUNCTION UPPER-CASE(opcion-kit) TO opcion-kit.

           EVALUATE opcion-kit
               WHEN "A"
                   PERFORM ALTA-COMPONENTE
               WHEN "M"
                   PERFORM MODIFICAR-COMPONENTE
               WHEN "B"
                   PERFORM BAJA-COMPONENTE
               WHEN "L"
                   PERFORM LISTAR-KIT
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    UN SOLO NIVEL: EL COMPONENTE NO PUEDE SER KIT Y EL KIT NO
      *    PUEDE ESTAR YA COMO COMPONENTE DE OTRO KIT
       ALTA-COMPONENTE.
           DISPLAY "ID del kit: ".
           ACCEPT que-kit.

           MOVE que-kit TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-kit
                   EXIT PARAGRAPH
           END-READ.

           MOVE que-kit TO producto-buscado.
           PERFORM BUSCAR-COMO-COMPONENTE.
           IF es-componente = "S"
               DISPLAY "El producto " que-kit " ya es componente de "
                   "otro kit; un kit no lleva kits"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-kit TO producto-buscado.
           PERFORM CONTAR-COMPONENTES.
           IF componentes-kit >= 20
               DISPLAY "El kit ya tiene 20 componentes"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ID del componente: ".
           ACCEPT que-componente.

           IF que-componente = que-kit
               DISPLAY "Un kit no se compone de si mismo"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-componente TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Componente inexistente: " que-componente
                   EXIT PARAGRAPH
           END-READ.

           MOVE que-componente TO producto-buscado.
           PERFORM CONTAR-COMPONENTES.
           IF componentes-kit > 0
               DISPLAY "El componente " que-componente " es un kit; "
                   "un kit no lleva kits"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Unidades del componente por kit: ".
           ACCEPT que-cantidad.
           IF que-cantidad = 0
               DISPLAY "Cantidad cero, componente no grabado"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO kit-registro.
           MOVE que-kit TO kit-producto-id.
           MOVE que-componente TO kit-componente-id.
           MOVE que-cantidad TO kit-cantidad.

           WRITE kit-registro
               INVALID KEY
                   DISPLAY "El componente ya esta en el kit; use "
                       "(M)odificar"
               NOT INVALID KEY
                   DISPLAY "Componente grabado: " que-kit " <- "
                       que-cantidad " x " que-componente
           END-WRITE.

       MODIFICAR-COMPONENTE.
           DISPLAY "ID del kit: ".
           ACCEPT que-kit.
           DISPLAY "ID del componente: ".
           ACCEPT que-componente.

           MOVE que-kit TO kit-producto-id.
           MOVE que-componente TO kit-componente-id.
           READ kits-archivo
               INVALID KEY
                   DISPLAY "El componente no esta en el kit"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Unidades actuales por kit: " kit-cantidad.
           DISPLAY "Nuevas unidades por kit: ".
           ACCEPT que-cantidad.
           IF que-cantidad = 0
               DISPLAY "Para quitar el componente use (B)aja"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-cantidad TO kit-cantidad.
           REWRITE kit-registro
               INVALID KEY
                   DISPLAY "No se pudo regrabar, estado: "
                       estado-kits
               NOT INVALID KEY
                   DISPLAY "Cantidad cambiada"
           END-REWRITE.

       BAJA-COMPONENTE.
           DISPLAY "ID del kit: ".
           ACCEPT que-kit.
           DISPLAY "ID del componente a quitar: ".
           ACCEPT que-componente.

           MOVE que-kit TO kit-producto-id.
           MOVE que-componente TO kit-componente-id.
           DELETE kits-archivo RECORD
               INVALID KEY
                   DISPLAY "El componente no esta en el kit"
               NOT INVALID KEY
                   DISPLAY "Componente quitado del kit"
           END-DELETE.

       CONTAR-COMPONENTES.
           MOVE 0 TO componentes-kit.
           MOVE producto-buscado TO kit-producto-id.
           MOVE 0 TO kit-componente-id.
           START kits-archivo KEY IS NOT LESS THAN kit-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-kits.
           PERFORM CONTAR-UN-COMPONENTE
           UNTIL leyendo-kits = "N".

       CONTAR-UN-COMPONENTE.
           READ kits-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-kits
               NOT AT END
                   IF kit-producto-id NOT = producto-buscado
                       MOVE "N" TO leyendo-kits
                   ELSE
                       ADD 1 TO componentes-kit
                   END-IF
           END-READ.

      *    EL ARCHIVO ESTA POR KIT: PARA SABER SI UN PRODUCTO ES
      *    COMPONENTE DE ALGUNO HAY QUE RECORRERLO ENTERO
       BUSCAR-COMO-COMPONENTE.
           MOVE "N" TO es-componente.
           MOVE 0 TO kit-producto-id.
           MOVE 0 TO kit-componente-id.
           START kits-archivo KEY IS NOT LESS THAN kit-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-kits.
           PERFORM PROBAR-COMO-COMPONENTE
           UNTIL leyendo-kits = "N".

       PROBAR-COMO-COMPONENTE.
           READ kits-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-kits
               NOT AT END
                   IF kit-componente-id = producto-buscado
                       MOVE "S" TO es-componente
                       MOVE "N" TO leyendo-kits
                   END-IF
           END-READ.

       LISTAR-KIT.
           DISPLAY "ID del kit: ".
           ACCEPT que-kit.

           MOVE que-kit TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   DISPLAY "Producto inexistente: " que-kit
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "Kit " que-kit " " producto-descript.
           MOVE producto-stock TO stock-kit.

           MOVE 0 TO costo-kit.
           MOVE 999999 TO armables-kit.
           MOVE 0 TO componentes-kit.

           MOVE que-kit TO kit-producto-id.
           MOVE 0 TO kit-componente-id.
           START kits-archivo KEY IS NOT LESS THAN kit-clave
               INVALID KEY
                   DISPLAY "Sin componentes: no es un kit"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-kits.
           PERFORM LISTAR-UN-COMPONENTE
           UNTIL leyendo-kits = "N".

           IF componentes-kit = 0
               DISPLAY "Sin componentes: no es un kit"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Costo del kit (suma de componentes): " costo-kit.
           DISPLAY "Kits ya armados en stock.........: " stock-kit.
           DISPLAY "Kits armables con lo suelto......: "
               armables-kit.

       LISTAR-UN-COMPONENTE.
           READ kits-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-kits
               NOT AT END
                   IF kit-producto-id NOT = que-kit
                       MOVE "N" TO leyendo-kits
                   ELSE
                       PERFORM MOSTRAR-COMPONENTE
                   END-IF
           END-READ.

       MOSTRAR-COMPONENTE.
           ADD 1 TO componentes-kit.

           MOVE kit-componente-id TO producto-id.
           READ producto-dinamic
               INVALID KEY
                   MOVE "(PRODUCTO DESCONOCIDO)" TO producto-descript
                   MOVE 0 TO producto-stock producto-costo
           END-READ.

           COMPUTE costo-componente =
               kit-cantidad * producto-costo.
           ADD costo-componente TO costo-kit.

           COMPUTE armables-componente =
               producto-stock / kit-cantidad.
           IF armables-componente < armables-kit
               MOVE armables-componente TO armables-kit
           END-IF.

           DISPLAY "  " kit-cantidad " x " kit-componente-id " "
               producto-descript " (stock " producto-stock
               " costo " producto-costo ")".

       END PROGRAM "MANTENIMIENTO_KITS".
