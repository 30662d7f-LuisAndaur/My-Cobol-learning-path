      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del maestro de rutas de reparto
      *          (rutas.dat).  Alta, modificacion, baja y listado.
      *          Cada ruta lleva el dia de la semana en que sale, la
      *          furgoneta y el conductor, validado contra
      *          empleados-i.dat.  La baja no borra: la ruta deja de
      *          despacharse, y los clientes y direcciones que la
      *          tengan salen en DESPACHO_RUTAS como sin ruta activa
      *          hasta que se les asigne otra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_RUTAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *MAESTRO DE RUTAS EN MODO INDEXADO
       SELECT rutas-archivo
       ASSIGN TO "rutas.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS rut-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-rutas.

      *MAESTRO DE EMPLEADOS, SOLO LECTURA
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE RUTAS
       FD rutas-archivo.
           COPY "RUTA-REGISTRO.CPY".

      *MAESTRO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-ruta                 PIC X VALUE SPACE.
       77  salir-menu                  PIC X VALUE "N".
       77  estado-rutas                PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  hay-empleados               PIC X VALUE "N".
       77  leyendo-rutas               PIC X VALUE "S".
       77  que-ruta                    PIC X(4) VALUE SPACES.
       77  datos-validos               PIC X VALUE "N".
       77  confirmacion                PIC X VALUE "N".
       77  descripcion-nueva           PIC X(30) VALUE SPACES.
       77  furgoneta-nueva             PIC X(10) VALUE SPACES.
       77  conductor-nuevo             PIC X(7) VALUE SPACES.
       77  dia-nuevo                   PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-RUTAS
           UNTIL salir-menu = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O rutas-archivo.
           IF estado-rutas = "35"
               OPEN OUTPUT rutas-archivo
               CLOSE rutas-archivo
               OPEN I-O rutas-archivo
           END-IF.
           IF estado-rutas NOT = "00"
               DISPLAY "No se pudo abrir rutas.dat, estado: "
                   estado-rutas
               STOP RUN
           END-IF.

      *    SIN MAESTRO DE EMPLEADOS EL CONDUCTOR NO SE VALIDA
           OPEN INPUT empleados-archivo.
           IF estado-empleados = "00"
               MOVE "S" TO hay-empleados
           ELSE
               DISPLAY "Sin empleados-i.dat, el conductor no se "
                   "valida, estado: " estado-empleados
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE rutas-archivo.
           IF hay-empleados = "S"
               CLOSE empleados-archivo
           END-IF.

       MOSTRAR-MENU-RUTAS.
           DISPLAY "===== MAESTRO DE RUTAS DE REPARTO =====".
           DISPLAY "(A)lta de ruta".
           DISPLAY "(M)odificar ruta".
           DISPLAY "(B)aja de ruta".
           DISPLAY "(L)istado completo".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-ruta.
           MOVE FUNCTION UPPER-CASE(opcion-ruta) TO opcion-ruta.

           EVALUATE opcion-ruta
               WHEN "A"
                   PERFORM ALTA-RUTA
               WHEN "M"
                   PERFORM MODIFICAR-RUTA
               WHEN "B"
                   PERFORM BAJA-RUTA
               WHEN "L"
                   PERFORM LISTAR-RUTAS
               WHEN "S"
                   MOVE "S" TO salir-menu
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       PEDIR-CODIGO-RUTA.
           DISPLAY "Codigo de ruta (vacio = volver): ".
           ACCEPT que-ruta.
           MOVE FUNCTION UPPER-CASE(que-ruta) TO que-ruta.

       ALTA-RUTA.
           PERFORM PEDIR-CODIGO-RUTA.
           IF que-ruta = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE que-ruta TO rut-codigo.
           READ rutas-archivo
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe la ruta: " que-ruta
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO ruta-registro.
           MOVE que-ruta TO rut-codigo.
           MOVE 0 TO rut-dia-semana.
           SET rut-activa TO TRUE.

           DISPLAY "Descripcion: ".
           ACCEPT rut-descripcion.

           PERFORM CAPTURAR-DATOS-RUTA.
           IF datos-validos = "N"
               EXIT PARAGRAPH
           END-IF.

           WRITE ruta-registro
               INVALID KEY
                   DISPLAY "No se pudo grabar la ruta, estado: "
                       estado-rutas
               NOT INVALID KEY
                   DISPLAY "Ruta grabada: " rut-codigo " "
                       rut-descripcion
           END-WRITE.

       MODIFICAR-RUTA.
           PERFORM PEDIR-CODIGO-RUTA.
           IF que-ruta = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE que-ruta TO rut-codigo.
           READ rutas-archivo
               INVALID KEY
                   DISPLAY "Ruta inexistente: " que-ruta
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-RUTA.

           DISPLAY "Descripcion (vacio = igual): ".
           ACCEPT descripcion-nueva.
           IF descripcion-nueva NOT = SPACES
               MOVE descripcion-nueva TO rut-descripcion
           END-IF.

           PERFORM CAPTURAR-DATOS-RUTA.
           IF datos-validos = "N"
               EXIT PARAGRAPH
           END-IF.

           REWRITE ruta-registro
               INVALID KEY
                   DISPLAY "No se pudo modificar la ruta, estado: "
                       estado-rutas
               NOT INVALID KEY
                   DISPLAY "Ruta modificada: " rut-codigo
           END-REWRITE.

      *    DIA, FURGONETA Y CONDUCTOR, COMUNES AL ALTA Y A LA
      *    MODIFICACION; EN LA MODIFICACION VACIO CONSERVA EL DATO
       CAPTURAR-DATOS-RUTA.
           MOVE "N" TO datos-validos.

           DISPLAY "Dia de salida (1=lunes .. 7=domingo, 0 = igual): ".
           ACCEPT dia-nuevo.
           IF dia-nuevo NOT = 0
               MOVE dia-nuevo TO rut-dia-semana
           END-IF.
           IF rut-dia-semana < 1 OR rut-dia-semana > 7
               DISPLAY "Dia de salida invalido: " rut-dia-semana
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Furgoneta, matricula (vacio = igual): ".
           ACCEPT furgoneta-nueva.
           MOVE FUNCTION UPPER-CASE(furgoneta-nueva)
               TO furgoneta-nueva.
           IF furgoneta-nueva NOT = SPACES
               MOVE furgoneta-nueva TO rut-furgoneta
           END-IF.

           DISPLAY "Conductor, ID de empleado (vacio = igual): ".
           ACCEPT conductor-nuevo.
           IF conductor-nuevo NOT = SPACES
               MOVE conductor-nuevo TO rut-conductor
           END-IF.
           IF rut-conductor = SPACES
               DISPLAY "La ruta necesita un conductor"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-CONDUCTOR.

      *    EL CONDUCTOR TIENE QUE SER UN EMPLEADO ACTIVO
       VALIDAR-CONDUCTOR.
           MOVE "S" TO datos-validos.
           IF hay-empleados = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE rut-conductor TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   DISPLAY "Empleado inexistente: " rut-conductor
                   MOVE "N" TO datos-validos
               NOT INVALID KEY
                   IF NOT empleados-activo
                       DISPLAY "El empleado " rut-conductor
                           " no esta activo"
                       MOVE "N" TO datos-validos
                   END-IF
           END-READ.

       BAJA-RUTA.
           PERFORM PEDIR-CODIGO-RUTA.
           IF que-ruta = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE que-ruta TO rut-codigo.
           READ rutas-archivo
               INVALID KEY
                   DISPLAY "Ruta inexistente: " que-ruta
                   EXIT PARAGRAPH
           END-READ.

           PERFORM MOSTRAR-RUTA.

           DISPLAY "¿Dar de baja la ruta? (s/n)".
           ACCEPT confirmacion.
           MOVE FUNCTION UPPER-CASE(confirmacion) TO confirmacion.
           IF confirmacion NOT = "S"
               DISPLAY "Baja cancelada"
               EXIT PARAGRAPH
           END-IF.

           SET rut-baja TO TRUE.
           REWRITE ruta-registro
               INVALID KEY
                   DISPLAY "No se pudo dar de baja, estado: "
                       estado-rutas
               NOT INVALID KEY
                   DISPLAY "Ruta dada de baja: " rut-codigo
           END-REWRITE.

       MOSTRAR-RUTA.
           DISPLAY rut-codigo " " rut-descripcion.
           DISPLAY "  Dia " rut-dia-semana "  furgoneta "
               rut-furgoneta "  conductor " rut-conductor
               "  estado " rut-estado.

       LISTAR-RUTAS.
           MOVE SPACES TO rut-codigo.
           START rutas-archivo KEY IS NOT LESS THAN rut-codigo
               INVALID KEY
                   DISPLAY "Sin rutas en el maestro"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-rutas.
           PERFORM LISTAR-UNA-RUTA
           UNTIL leyendo-rutas = "N".

       LISTAR-UNA-RUTA.
           READ rutas-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-rutas
               NOT AT END
                   PERFORM MOSTRAR-RUTA
           END-READ.

       END PROGRAM "MANTENIMIENTO_RUTAS".
