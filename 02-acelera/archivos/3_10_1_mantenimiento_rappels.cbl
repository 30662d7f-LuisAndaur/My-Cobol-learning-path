      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de los acuerdos de rappel por volumen
      *          (rappels-acuerdos.dat), uno por cliente.  Alta,
      *          modificacion, baja y listado.  Cada acuerdo lleva
      *          hasta cinco tramos de volumen anual neto en EUR con
      *          el porcentaje que se devuelve al alcanzarlos (por
      *          ejemplo 2% desde 50.000 y 3% desde 100.000); los
      *          tramos se validan en orden creciente de umbral y de
      *          porcentaje.  Al modificar los tramos se vuelven a
      *          teclear enteros.  La baja no borra: el acuerdo deja
      *          de devengar y liquidar, y queda el ultimo ejercicio
      *          liquidado como rastro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_RAPPELS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *ACUERDOS DE RAPPEL EN MODO INDEXADO
       SELECT rappels-acuerdos
       ASSIGN TO "rappels-acuerdos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rpa-clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-acuerdos.

      *MAESTRO DE CLIENTES, SOLO LECTURA
       SELECT clientes-archivo
       ASSIGN TO "clientes-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS clientes-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-clientes.

       DATA DIVISION.
       FILE SECTION.
      *ACUERDOS DE RAPPEL
       FD rappels-acuerdos.
           COPY "RAPPEL-ACUERDO.CPY".

      *MAESTRO DE CLIENTES
       FD clientes-archivo.
           COPY "CLIENTES-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-rappel               PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-acuerdos             PIC X(02) VALUE "00".
       77  estado-clientes             PIC X(02) VALUE "00".
       77  leyendo-acuerdos            PIC X VALUE "S".
       77  que-cliente                 PIC X(7) VALUE SPACES.
       77  cliente-valido              PIC X VALUE "N".
       77  datos-validos               PIC X VALUE "N".
       77  confirmacion                PIC X VALUE "N".
       77  ix-tramo                    PIC 9 VALUE 0.
       77  tramos-capturados           PIC 9 VALUE 0.
       77  fin-tramos                  PIC X VALUE "N".
       77  umbral-tecleado             PIC 9(9)V99 VALUE 0.
       77  porcentaje-tecleado         PIC 9(2)V99 VALUE 0.

       01  linea-tramo.
           05  FILLER                  PIC X(9) VALUE "  Tramo ".
           05  lt-tramo                PIC 9.
           05  FILLER                  PIC X(8) VALUE ": desde ".
           05  lt-umbral               PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(6) VALUE " EUR  ".
           05  lt-porcentaje           PIC Z9,99.
           05  FILLER                  PIC X VALUE "%".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-RAPPELS
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O rappels-acuerdos.
           IF estado-acuerdos = "35"
               OPEN OUTPUT rappels-acuerdos
               CLOSE rappels-acuerdos
               OPEN I-O rappels-acuerdos
           END-IF.
           IF estado-acuerdos NOT = "00"
               DISPLAY "No se pudo abrir rappels-acuerdos.dat, "
                   "estado: " estado-acuerdos
               STOP RUN
           END-IF.

           OPEN INPUT clientes-archivo.
           IF estado-clientes NOT = "00"
               DISPLAY "No se pudo abrir clientes-i.dat, estado: "
                   estado-clientes
               CLOSE rappels-acuerdos
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE rappels-acuerdos.
           CLOSE clientes-archivo.

       MOSTRAR-MENU-RAPPELS.
           DISPLAY "===== ACUERDOS DE RAPPEL =====".
           DISPLAY "(A)lta de acuerdo".
           DISPLAY "(M)odificar acuerdo".
           DISPLAY "(B)aja de acuerdo".
           DISPLAY "(L)istado completo".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-rappel.
           MOVE FUNCTION UPPER-CASE(opcion-rappel)
               TO opcion-rappel.

           EVALUATE opcion-rappel
               WHEN "A"
                   PERFORM ALTA-ACUERDO
               WHEN "M"
                   PERFORM MODIFICAR-ACUERDO
               WHEN "B"
                   PERFORM BAJA-ACUERDO
               WHEN "L"
                   PERFORM LISTAR-ACUERDOS
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

      *    EL CLIENTE TIENE QUE EXISTIR Y NO ESTAR DE BAJA
       PEDIR-CLIENTE.
           MOVE "N" TO cliente-valido.
           DISPLAY "ID del cliente: ".
           ACCEPT que-cliente.

           MOVE que-cliente TO clientes-id.
           READ clientes-archivo
               INVALID KEY
                   DISPLAY "Cliente inexistente: " que-cliente
               NOT INVALID KEY
                   IF clientes-baja
                       DISPLAY "El cliente esta de baja: "
                           que-cliente
                   ELSE
                       DISPLAY clientes-nombre
                       MOVE "S" TO cliente-valido
                   END-IF
           END-READ.

       ALTA-ACUERDO.
           PERFORM PEDIR-CLIENTE.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-cliente TO rpa-clientes-id.
           READ rappels-acuerdos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "El cliente ya tiene acuerdo: " que-cliente
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO rappel-acuerdo-registro.
           MOVE que-cliente TO rpa-clientes-id.
           MOVE 0 TO rpa-ultimo-liquidado.
           SET rpa-vigente TO TRUE.

           PERFORM CAPTURAR-TRAMOS.
           IF datos-validos = "N"
               EXIT PARAGRAPH
           END-IF.

           WRITE rappel-acuerdo-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar el acuerdo, estado: "
                       estado-acuerdos
               NOT INVALID KEY
                   DISPLAY "Acuerdo grabado: " rpa-clientes-id
           END-WRITE.

       MODIFICAR-ACUERDO.
           PERFORM PEDIR-CLIENTE.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-cliente TO rpa-clientes-id.
           READ rappels-acuerdos
               INVALID KEY
                   DISPLAY "El cliente no tiene acuerdo: " que-cliente
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-ACUERDO.

           PERFORM CAPTURAR-TRAMOS.
           IF datos-validos = "N"
               EXIT PARAGRAPH
           END-IF.

      *    UN ACUERDO DADO DE BAJA SE PUEDE REACTIVAR AQUI
           IF rpa-baja
               DISPLAY "El acuerdo esta de baja, ¿reactivar? (s/n)"
               ACCEPT confirmacion
               MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion
               IF confirmacion = "S"
                   SET rpa-vigente TO TRUE
               END-IF
           END-IF.

           REWRITE rappel-acuerdo-registro
               INVALID KEY
                   DISPLAY "No se pudo modificar el acuerdo, "
                       "estado: " estado-acuerdos
               NOT INVALID KEY
                   DISPLAY "Acuerdo modificado: " rpa-clientes-id
           END-REWRITE.

      *    LOS TRAMOS SE TECLEAN DE MENOR A MAYOR; UN UMBRAL 0 TERMINA
      *    LA LISTA.  CADA TRAMO TIENE QUE SUPERAR AL ANTERIOR EN
      *    UMBRAL Y EN PORCENTAJE, SI NO EL TRAMO ALTO PAGARIA MENOS.
       CAPTURAR-TRAMOS.
           MOVE "S" TO datos-validos.
           MOVE 0 TO tramos-capturados.
           MOVE "N" TO fin-tramos.

           MOVE 0 TO ix-tramo.
           PERFORM LIMPIAR-UN-TRAMO 5 TIMES.

           MOVE 0 TO ix-tramo.
           PERFORM CAPTURAR-UN-TRAMO
           UNTIL fin-tramos = "S" OR datos-validos = "N".

           IF datos-validos = "S" AND tramos-capturados = 0
               DISPLAY "El acuerdo necesita al menos un tramo"
               MOVE "N" TO datos-validos
           END-IF.

       LIMPIAR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           MOVE 0 TO rpa-umbral(ix-tramo).
           MOVE 0 TO rpa-porcentaje(ix-tramo).

       CAPTURAR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           IF ix-tramo > 5
               MOVE "S" TO fin-tramos
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Tramo " ix-tramo " - volumen desde en EUR "
               "(0 = no hay mas): ".
           ACCEPT umbral-tecleado.
           IF umbral-tecleado = 0
               MOVE "S" TO fin-tramos
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Tramo " ix-tramo " - porcentaje (ej 2,00): ".
           ACCEPT porcentaje-tecleado.
           IF porcentaje-tecleado = 0
               DISPLAY "El porcentaje del tramo no puede ser 0"
               MOVE "N" TO datos-validos
               EXIT PARAGRAPH
           END-IF.

           IF ix-tramo > 1
               IF umbral-tecleado NOT > rpa-umbral(ix-tramo - 1)
               OR porcentaje-tecleado
                   NOT > rpa-porcentaje(ix-tramo - 1)
                   DISPLAY "El tramo " ix-tramo " debe superar al "
                       "anterior en umbral y porcentaje"
                   MOVE "N" TO datos-validos
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE umbral-tecleado TO rpa-umbral(ix-tramo).
           MOVE porcentaje-tecleado TO rpa-porcentaje(ix-tramo).
           ADD 1 TO tramos-capturados.

       BAJA-ACUERDO.
           PERFORM PEDIR-CLIENTE.
           IF cliente-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-cliente TO rpa-clientes-id.
           READ rappels-acuerdos
               INVALID KEY
                   DISPLAY "El cliente no tiene acuerdo: " que-cliente
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-ACUERDO.

           DISPLAY "¿Dar de baja el acuerdo? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           SET rpa-baja TO TRUE.
           REWRITE rappel-acuerdo-registro
               INVALID KEY
                   DISPLAY "No se pudo dar de baja, estado: "
                       estado-acuerdos
               NOT INVALID KEY
                   DISPLAY "Acuerdo dado de baja: " rpa-clientes-id
           END-REWRITE.

       MOSTRAR-ACUERDO.
           DISPLAY rpa-clientes-id "  estado " rpa-estado
               "  ultimo ejercicio liquidado " rpa-ultimo-liquidado.
           MOVE 0 TO ix-tramo.
           PERFORM MOSTRAR-UN-TRAMO 5 TIMES.

       MOSTRAR-UN-TRAMO.
           ADD 1 TO ix-tramo.
           IF rpa-umbral(ix-tramo) > 0
               MOVE ix-tramo TO lt-tramo
               MOVE rpa-umbral(ix-tramo) TO lt-umbral
               MOVE rpa-porcentaje(ix-tramo) TO lt-porcentaje
               DISPLAY linea-tramo
           END-IF.

       LISTAR-ACUERDOS.
           MOVE LOW-VALUES TO rpa-clientes-id.
           START rappels-acuerdos KEY IS NOT LESS THAN rpa-clientes-id
               INVALID KEY
                   DISPLAY "Sin acuerdos de rappel"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-acuerdos.
           PERFORM LISTAR-UN-ACUERDO
           UNTIL leyendo-acuerdos = "N".

       LISTAR-UN-ACUERDO.
           READ rappels-acuerdos NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-acuerdos
               NOT AT END
                   PERFORM MOSTRAR-ACUERDO
           END-READ.

       END PROGRAM "MANTENIMIENTO_RAPPELS".
