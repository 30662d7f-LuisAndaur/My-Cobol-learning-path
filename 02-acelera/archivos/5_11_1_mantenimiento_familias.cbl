      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de familias comerciales
      *          (familias.dat) en dos niveles: familias de primer
      *          nivel (bebidas, limpieza, papeleria...) y sus
      *          subfamilias.  Alta, modificacion de descripcion y
      *          estado, y listado en arbol.  Una subfamilia cuelga
      *          siempre de una familia activa de primer nivel; una
      *          familia no se inactiva mientras tenga subfamilias
      *          activas.  El codigo no se cambia ni se borra: los
      *          articulos, los objetivos de venta y los precios
      *          especiales lo referencian.  La familia de cada
      *          articulo se asigna en MANTENIMIENTO_PRODUCTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_FAMILIAS".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO DE FAMILIAS EN MODO INDEXADO
       SELECT familias-archivo
       ASSIGN TO "familias.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fam-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-familias.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE FAMILIAS
       FD familias-archivo.
           COPY "FAMILIA-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-familia              PIC X.
       77  salir-menu-familia          PIC X VALUE "N".
       77  si-no                       PIC X VALUE "S".
       77  estado-familias             PIC X(02) VALUE "00".
       77  que-familia                 PIC X(4) VALUE SPACES.
       77  que-padre                   PIC X(4) VALUE SPACES.
       77  que-descript                PIC X(30) VALUE SPACES.
       77  nuevo-estado-familia        PIC 9 VALUE 0.
       77  subfamilias-activas         PIC 9(3) VALUE 0.
       77  total-listados              PIC 9(4) VALUE 0.

      *    EL MAESTRO SE CARGA ENTERO PARA LISTARLO EN ARBOL
       77  total-cargadas              PIC 9(3) VALUE 0.
       77  ix-fam                      PIC 9(3) VALUE 0.
       77  ix-sub                      PIC 9(3) VALUE 0.
       01  tabla-familias.
           05  entrada-fam OCCURS 500 TIMES.
               10  tfm-codigo          PIC X(4).
               10  tfm-descript        PIC X(30).
               10  tfm-padre           PIC X(4).
               10  tfm-estado          PIC 9.

       01  linea-arbol.
           05  la-sangria              PIC X(4).
           05  la-codigo               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  la-descript             PIC X(30).
           05  la-marca                PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-FAMILIA
           UNTIL salir-menu-familia = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O familias-archivo.
           IF estado-familias = "35"
               OPEN OUTPUT familias-archivo
               CLOSE familias-archivo
               OPEN I-O familias-archivo
           END-IF.
           IF estado-familias NOT = "00"
               DISPLAY "No se pudo abrir familias.dat, estado: "
                   estado-familias
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE familias-archivo.

       MOSTRAR-MENU-FAMILIA.
           DISPLAY "===== FAMILIAS DE PRODUCTO =====".
           DISPLAY "(A)lta de familia o subfamilia".
           DISPLAY "(M)odificar descripcion o estado".
           DISPLAY "(L)istado en arbol".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-familia.
           MOVE FUNCTION UPPER-CASE(opcion-familia) TO opcion-familia.

           EVALUATE opcion-familia
               WHEN "A"
                   PERFORM ALTA-FAMILIA
               WHEN "M"
                   PERFORM MODIFICAR-FAMILIA
               WHEN "L"
                   PERFORM LISTAR-ARBOL
               WHEN "S"
                   MOVE "S" TO salir-menu-familia
               WHEN OTHER
                   DISPLAY "Opcion invalida: " opcion-familia
           END-EVALUATE.

      *    SOLO DOS NIVELES: EL PADRE DE UNA SUBFAMILIA TIENE QUE
      *    SER UNA FAMILIA ACTIVA DE PRIMER NIVEL
       ALTA-FAMILIA.
           DISPLAY "Codigo de la familia (4 caracteres): ".
           MOVE SPACES TO que-familia.
           ACCEPT que-familia.
           MOVE FUNCTION UPPER-CASE(que-familia) TO que-familia.

           IF que-familia = SPACES
               DISPLAY "El codigo no puede quedar vacio"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Descripcion: ".
           MOVE SPACES TO que-descript.
           ACCEPT que-descript.
           MOVE FUNCTION UPPER-CASE(que-descript) TO que-descript.

           DISPLAY "Familia padre (vacio = familia de primer nivel): ".
           MOVE SPACES TO que-padre.
           ACCEPT que-padre.
           MOVE FUNCTION UPPER-CASE(que-padre) TO que-padre.

           IF que-padre NOT = SPACES
               IF que-padre = que-familia
                   DISPLAY "Una familia no puede colgar de si misma"
                   EXIT PARAGRAPH
               END-IF
               MOVE que-padre TO fam-codigo
               READ familias-archivo
                   INVALID KEY
                       DISPLAY "Familia padre inexistente: " que-padre
                       EXIT PARAGRAPH
               END-READ
               IF fam-padre NOT = SPACES
                   DISPLAY "El padre ya es una subfamilia de "
                       fam-padre ": solo hay dos niveles"
                   EXIT PARAGRAPH
               END-IF
               IF NOT fam-activa
                   DISPLAY "Familia padre inactiva: " que-padre
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO familia-registro.
           MOVE que-familia TO fam-codigo.
           MOVE que-descript TO fam-descript.
           MOVE que-padre TO fam-padre.
           SET fam-activa TO TRUE.

           WRITE familia-registro
               INVALID KEY
                   DISPLAY "Ya existe la familia: " fam-codigo
               NOT INVALID KEY
                   DISPLAY "Familia dada de alta: " fam-codigo
           END-WRITE.

      *    EL CODIGO Y EL PADRE NO CAMBIAN: MOVER UNA SUBFAMILIA DE
      *    FAMILIA ALTERARIA LOS ACUMULADOS YA REPORTADOS
       MODIFICAR-FAMILIA.
           DISPLAY "Codigo de la familia a modificar: ".
           MOVE SPACES TO que-familia.
           ACCEPT que-familia.
           MOVE FUNCTION UPPER-CASE(que-familia) TO fam-codigo.

           READ familias-archivo
               INVALID KEY
                   DISPLAY "Familia inexistente: " que-familia
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Descripcion actual: " fam-descript.
           DISPLAY "Nueva descripcion (vacio = no cambia): ".
           MOVE SPACES TO que-descript.
           ACCEPT que-descript.
           IF que-descript NOT = SPACES
               MOVE FUNCTION UPPER-CASE(que-descript) TO fam-descript
           END-IF.

           DISPLAY "Estado (1=activa 2=inactiva, actual "
               fam-estado "): ".
           MOVE 0 TO nuevo-estado-familia.
           ACCEPT nuevo-estado-familia.
           IF nuevo-estado-familia NOT = 1 AND NOT = 2
               MOVE fam-estado TO nuevo-estado-familia
           END-IF.

           IF nuevo-estado-familia = 2 AND fam-padre = SPACES
               PERFORM CONTAR-SUBFAMILIAS-ACTIVAS
               MOVE que-familia TO fam-codigo
               READ familias-archivo
                   INVALID KEY
                       DISPLAY "No se pudo releer la familia, estado: "
                           estado-familias
                       EXIT PARAGRAPH
               END-READ
               IF que-descript NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(que-descript)
                       TO fam-descript
               END-IF
               IF subfamilias-activas > 0
                   DISPLAY "Tiene " subfamilias-activas
                       " subfamilias activas: no se inactiva"
                   MOVE fam-estado TO nuevo-estado-familia
               END-IF
           END-IF.

           MOVE nuevo-estado-familia TO fam-estado.

           REWRITE familia-registro
               INVALID KEY
                   DISPLAY "No se pudo modificar la familia, "
                       "estado: " estado-familias
               NOT INVALID KEY
                   DISPLAY "Familia modificada"
           END-REWRITE.

       CONTAR-SUBFAMILIAS-ACTIVAS.
           MOVE 0 TO subfamilias-activas.
           MOVE FUNCTION UPPER-CASE(que-familia) TO que-familia.
           MOVE SPACES TO fam-codigo.
           START familias-archivo KEY IS NOT LESS THAN fam-codigo
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM CONTAR-UNA-SUBFAMILIA
           UNTIL si-no = "N".

       CONTAR-UNA-SUBFAMILIA.
           READ familias-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fam-padre = que-familia AND fam-activa
                       ADD 1 TO subfamilias-activas
                   END-IF
           END-READ.

      *    CADA FAMILIA DE PRIMER NIVEL, EN ORDEN DE CODIGO, SEGUIDA
      *    DE SUS SUBFAMILIAS SANGRADAS
       LISTAR-ARBOL.
           PERFORM CARGAR-FAMILIAS.

           IF total-cargadas = 0
               DISPLAY "Sin familias dadas de alta"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO total-listados.
           MOVE 0 TO ix-fam.
           PERFORM LISTAR-UNA-FAMILIA
           UNTIL ix-fam >= total-cargadas.

           DISPLAY "Familias y subfamilias: " total-listados.

       CARGAR-FAMILIAS.
           MOVE 0 TO total-cargadas.
           MOVE SPACES TO fam-codigo.
           START familias-archivo KEY IS NOT LESS THAN fam-codigo
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM CARGAR-UNA-FAMILIA
           UNTIL si-no = "N".

       CARGAR-UNA-FAMILIA.
           READ familias-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF total-cargadas >= 500
                       DISPLAY "Tabla de familias desbordada"
                       MOVE "N" TO si-no
                   ELSE
                       ADD 1 TO total-cargadas
                       MOVE fam-codigo TO tfm-codigo(total-cargadas)
                       MOVE fam-descript
                           TO tfm-descript(total-cargadas)
                       MOVE fam-padre TO tfm-padre(total-cargadas)
                       MOVE fam-estado TO tfm-estado(total-cargadas)
                   END-IF
           END-READ.

       LISTAR-UNA-FAMILIA.
           ADD 1 TO ix-fam.

           IF tfm-padre(ix-fam) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO la-sangria.
           MOVE ix-fam TO ix-sub.
           PERFORM MOSTRAR-LINEA-ARBOL.

           MOVE 0 TO ix-sub.
           PERFORM LISTAR-UNA-SUBFAMILIA
           UNTIL ix-sub >= total-cargadas.

       LISTAR-UNA-SUBFAMILIA.
           ADD 1 TO ix-sub.
           IF tfm-padre(ix-sub) = tfm-codigo(ix-fam)
               MOVE "  - " TO la-sangria
               PERFORM MOSTRAR-LINEA-ARBOL
           END-IF.

       MOSTRAR-LINEA-ARBOL.
           MOVE tfm-codigo(ix-sub) TO la-codigo.
           MOVE tfm-descript(ix-sub) TO la-descript.
           IF tfm-estado(ix-sub) = 2
               MOVE " INACTIVA" TO la-marca
           ELSE
               MOVE SPACES TO la-marca
           END-IF.
           DISPLAY linea-arbol.
           ADD 1 TO total-listados.

       END PROGRAM "MANTENIMIENTO_FAMILIAS".
