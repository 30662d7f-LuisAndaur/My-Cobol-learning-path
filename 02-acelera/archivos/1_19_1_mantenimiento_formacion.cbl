      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de la formacion obligatoria: catalogo
      *          de cursos y certificados con su validez en meses,
      *          certificados obligatorios de cada puesto del maestro
      *          de puestos y registro de los cursos realizados por
      *          cada empleado, con la fecha de caducidad calculada
      *          con la validez del catalogo.  Una renovacion se
      *          registra como un curso realizado mas; el ultimo de
      *          cada curso es el que cuenta.  Las alertas de
      *          caducidad las emite ALERTAS_CERTIFICADOS y la
      *          asignacion de puesto avisa al trasladar a alguien
      *          sin los certificados del puesto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "MANTENIMIENTO_FORMACION".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CATALOGO DE CURSOS EN MODO INDEXADO
       SELECT cursos-archivo
       ASSIGN TO "cursos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS curso-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cursos.

      *CERTIFICADOS OBLIGATORIOS POR PUESTO EN MODO INDEXADO
       SELECT puestos-cursos
       ASSIGN TO "puestos-cursos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pc-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisitos.

      *CURSOS REALIZADOS POR LOS EMPLEADOS EN MODO INDEXADO
       SELECT formacion-archivo
       ASSIGN TO "formacion-empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fe-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-formacion.

      *MAESTRO DE PUESTOS, SOLO PARA VALIDAR REQUISITOS
       SELECT puestos-archivo
       ASSIGN TO "puestos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS puesto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-puestos.

      *ARCHIVO DE EMPLEADOS, SOLO PARA VALIDAR LA FORMACION
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

       DATA DIVISION.
       FILE SECTION.
      *CATALOGO DE CURSOS
       FD cursos-archivo.
           COPY "CURSO-REGISTRO.CPY".

      *CERTIFICADOS OBLIGATORIOS POR PUESTO
       FD puestos-cursos.
           COPY "PUESTO-CURSO.CPY".

      *CURSOS REALIZADOS
       FD formacion-archivo.
           COPY "FORMACION-EMPLEADO.CPY".

      *MAESTRO DE PUESTOS
       FD puestos-archivo.
           COPY "PUESTO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-for                  PIC X.
       77  salir-menu-for              PIC X VALUE "N".
       77  si-no                       PIC X VALUE "S".
       77  estado-cursos               PIC X(02) VALUE "00".
       77  estado-requisitos           PIC X(02) VALUE "00".
       77  estado-formacion            PIC X(02) VALUE "00".
       77  estado-puestos              PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  que-curso                   PIC X(6) VALUE SPACES.
       77  que-puesto                  PIC X(4) VALUE SPACES.
       77  que-id                      PIC X(7) VALUE SPACES.
       77  fecha-realizacion           PIC 9(8) VALUE 0.
       77  fecha-invalida              PIC X VALUE "S".
       77  referencia-valida           PIC X VALUE "N".
       77  total-listados              PIC 9(4) VALUE 0.
       77  marca-caducidad             PIC X(9) VALUE SPACES.

      *    CAMPOS PARA SERVICIOS-FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-FOR
           UNTIL salir-menu-for = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O cursos-archivo.
           IF estado-cursos = "35"
               OPEN OUTPUT cursos-archivo
               CLOSE cursos-archivo
               OPEN I-O cursos-archivo
           END-IF.
           IF estado-cursos NOT = "00"
               DISPLAY "No se pudo abrir cursos.dat, estado: "
                   estado-cursos
               STOP RUN
           END-IF.

           OPEN I-O puestos-cursos.
           IF estado-requisitos = "35"
               OPEN OUTPUT puestos-cursos
               CLOSE puestos-cursos
               OPEN I-O puestos-cursos
           END-IF.
           IF estado-requisitos NOT = "00"
               DISPLAY "No se pudo abrir puestos-cursos.dat, estado: "
                   estado-requisitos
               STOP RUN
           END-IF.

           OPEN I-O formacion-archivo.
           IF estado-formacion = "35"
               OPEN OUTPUT formacion-archivo
               CLOSE formacion-archivo
               OPEN I-O formacion-archivo
           END-IF.
           IF estado-formacion NOT = "00"
               DISPLAY "No se pudo abrir formacion-empleados.dat, "
                   "estado: " estado-formacion
               STOP RUN
           END-IF.

           OPEN INPUT puestos-archivo.
           IF estado-puestos NOT = "00"
               DISPLAY "No se pudo abrir puestos.dat, estado: "
                   estado-puestos
               STOP RUN
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               STOP RUN
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE cursos-archivo.
           CLOSE puestos-cursos.
           CLOSE formacion-archivo.
           CLOSE puestos-archivo.
           CLOSE empleados-archivo.

       MOSTRAR-MENU-FOR.
           DISPLAY "===== FORMACION =====".
           DISPLAY "(C)urso: alta".
           DISPLAY "(M)odificar curso".
           DISPLAY "(R)equisito: agregar curso a un puesto".
           DISPLAY "(Q)uitar requisito de un puesto".
           DISPLAY "(P)uesto: certificados obligatorios".
           DISPLAY "(F)ormacion: registrar curso realizado".
           DISPLAY "(E)mpleado: cursos realizados".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-for.
           MOVE FUNCTION UPPER-CASE(opcion-for) TO opcion-for.

           EVALUATE opcion-for
               WHEN "C"
                   PERFORM ALTA-CURSO
               WHEN "M"
                   PERFORM MODIFICAR-CURSO
               WHEN "R"
                   PERFORM AGREGAR-REQUISITO
               WHEN "Q"
                   PERFORM QUITAR-REQUISITO
               WHEN "P"
                   PERFORM LISTAR-REQUISITOS
               WHEN "F"
                   PERFORM REGISTRAR-FORMACION
               WHEN "E"
                   PERFORM LISTAR-FORMACION-EMPLEADO
               WHEN "S"
                   MOVE "S" TO salir-menu-for
               WHEN OTHER
                   DISPLAY "Opcion invalida: " opcion-for
           END-EVALUATE.

       ALTA-CURSO.
           MOVE SPACES TO curso-registro.

           DISPLAY "ID del curso (6 caracteres): ".
           ACCEPT curso-id.
           MOVE FUNCTION UPPER-CASE(curso-id) TO curso-id.

           DISPLAY "Descripcion del curso: ".
           ACCEPT curso-descripcion.
           MOVE FUNCTION UPPER-CASE(curso-descripcion)
               TO curso-descripcion.

           DISPLAY "Validez en meses (0 = no caduca): ".
           ACCEPT curso-validez-meses.

           SET curso-activo TO TRUE.

           WRITE curso-registro
               INVALID KEY
                   DISPLAY "Ya existe el curso: " curso-id
               NOT INVALID KEY
                   DISPLAY "Curso dado de alta: " curso-id
           END-WRITE.

      *    UN CAMBIO DE VALIDEZ VALE PARA LOS CURSOS QUE SE
      *    REGISTREN DESPUES; LOS YA REGISTRADOS CONSERVAN SU
      *    CADUCIDAD.
       MODIFICAR-CURSO.
           DISPLAY "ID del curso a modificar: ".
           ACCEPT que-curso.
           MOVE FUNCTION UPPER-CASE(que-curso) TO curso-id.

           READ cursos-archivo
               INVALID KEY
                   DISPLAY "Curso inexistente: " que-curso
               NOT INVALID KEY
                   DISPLAY "Descripcion actual: " curso-descripcion
                   DISPLAY "Nueva descripcion: "
                   ACCEPT curso-descripcion
                   MOVE FUNCTION UPPER-CASE(curso-descripcion)
                       TO curso-descripcion

                   DISPLAY "Validez actual en meses: "
                       curso-validez-meses
                   DISPLAY "Nueva validez en meses (0 = no caduca): "
                   ACCEPT curso-validez-meses

                   DISPLAY "Estado (1=activo 2=inactivo): "
                   ACCEPT curso-estado

                   REWRITE curso-registro
                       INVALID KEY
                           DISPLAY "No se pudo modificar el curso, "
                               "estado: " estado-cursos
                       NOT INVALID KEY
                           DISPLAY "Curso modificado"
                   END-REWRITE
           END-READ.

       AGREGAR-REQUISITO.
           PERFORM VALIDAR-PUESTO-Y-CURSO.
           IF referencia-valida = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-puesto TO pc-puesto-id.
           MOVE que-curso TO pc-curso-id.
           WRITE puesto-curso-registro
               INVALID KEY
                   DISPLAY "El puesto ya exige ese curso: "
                       que-puesto "/" que-curso
               NOT INVALID KEY
                   DISPLAY "Certificado obligatorio agregado: "
                       que-puesto "/" que-curso
           END-WRITE.

       QUITAR-REQUISITO.
           DISPLAY "Puesto: ".
           ACCEPT que-puesto.
           MOVE FUNCTION UPPER-CASE(que-puesto) TO que-puesto.

           DISPLAY "Curso a quitar: ".
           ACCEPT que-curso.
           MOVE FUNCTION UPPER-CASE(que-curso) TO que-curso.

           MOVE que-puesto TO pc-puesto-id.
           MOVE que-curso TO pc-curso-id.
           DELETE puestos-cursos
               INVALID KEY
                   DISPLAY "El puesto no exige ese curso: "
                       que-puesto "/" que-curso
               NOT INVALID KEY
                   DISPLAY "Certificado obligatorio quitado: "
                       que-puesto "/" que-curso
           END-DELETE.

       VALIDAR-PUESTO-Y-CURSO.
           MOVE "N" TO referencia-valida.

           DISPLAY "Puesto: ".
           ACCEPT que-puesto.
           MOVE FUNCTION UPPER-CASE(que-puesto) TO que-puesto.
           MOVE que-puesto TO puesto-id.

           READ puestos-archivo
               INVALID KEY
                   DISPLAY "Puesto inexistente: " que-puesto
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Curso obligatorio: ".
           ACCEPT que-curso.
           MOVE FUNCTION UPPER-CASE(que-curso) TO que-curso.
           MOVE que-curso TO curso-id.

           READ cursos-archivo
               INVALID KEY
                   DISPLAY "Curso inexistente: " que-curso
               NOT INVALID KEY
                   IF curso-activo
                       MOVE "S" TO referencia-valida
                   ELSE
                       DISPLAY "Curso inactivo: " que-curso
                   END-IF
           END-READ.

       LISTAR-REQUISITOS.
           DISPLAY "Puesto: ".
           ACCEPT que-puesto.
           MOVE FUNCTION UPPER-CASE(que-puesto) TO que-puesto.

           MOVE 0 TO total-listados.
           MOVE que-puesto TO pc-puesto-id.
           MOVE SPACES TO pc-curso-id.
           START puestos-cursos KEY IS NOT LESS THAN pc-clave
               INVALID KEY
                   DISPLAY "El puesto no exige certificados: "
                       que-puesto
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM LISTAR-UN-REQUISITO
           UNTIL si-no = "N".

           DISPLAY "Certificados obligatorios: " total-listados.

       LISTAR-UN-REQUISITO.
           READ puestos-cursos NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF pc-puesto-id NOT = que-puesto
                       MOVE "N" TO si-no
                   ELSE
                       ADD 1 TO total-listados
                       MOVE pc-curso-id TO curso-id
                       READ cursos-archivo
                           INVALID KEY
                               MOVE "(DESCONOCIDO)"
                                   TO curso-descripcion
                       END-READ
                       DISPLAY pc-curso-id " " curso-descripcion
                   END-IF
           END-READ.

      *    LA CADUCIDAD SALE DE LA VALIDEZ DEL CATALOGO SUMADA EN
      *    MESES A LA FECHA DE REALIZACION (EL 31 MAS UN MES QUEDA
      *    EN EL ULTIMO DIA DEL MES DE LLEGADA).
       REGISTRAR-FORMACION.
           DISPLAY "ID del empleado: ".
           ACCEPT que-id.

           MOVE que-id TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   DISPLAY "Empleado inexistente: " que-id
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Curso realizado: ".
           ACCEPT que-curso.
           MOVE FUNCTION UPPER-CASE(que-curso) TO que-curso.
           MOVE que-curso TO curso-id.

           READ cursos-archivo
               INVALID KEY
                   DISPLAY "Curso inexistente: " que-curso
                   EXIT PARAGRAPH
           END-READ.

           MOVE "S" TO fecha-invalida.
           PERFORM PEDIR-FECHA-REALIZACION
           UNTIL fecha-invalida = "N".

           MOVE SPACES TO formacion-registro.
           MOVE que-id TO fe-empleados-id.
           MOVE que-curso TO fe-curso-id.
           MOVE fecha-realizacion TO fe-fecha-realizacion.
           MOVE 0 TO fe-fecha-caducidad.

           IF curso-validez-meses > 0
               MOVE "M" TO sf-operacion
               MOVE fecha-realizacion TO sf-fecha-1
               MOVE curso-validez-meses TO sf-fecha-2
               CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
                   sf-fecha-2 sf-resultado-num sf-resultado
               MOVE sf-resultado-num TO fe-fecha-caducidad
           END-IF.

           DISPLAY "Centro o entidad que lo impartio: ".
           ACCEPT fe-centro.
           MOVE FUNCTION UPPER-CASE(fe-centro) TO fe-centro.

           WRITE formacion-registro
               INVALID KEY
                   DISPLAY "Ese curso ya esta registrado en esa "
                       "fecha para: " que-id
               NOT INVALID KEY
                   DISPLAY "Curso registrado: " que-id " "
                       que-curso " caduca " fe-fecha-caducidad
           END-WRITE.

       PEDIR-FECHA-REALIZACION.
           DISPLAY "Fecha de realizacion (AAAAMMDD): ".
           ACCEPT fecha-realizacion.

           MOVE "V" TO sf-operacion.
           MOVE fecha-realizacion TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado NOT = "S"
               DISPLAY "Fecha invalida, debe ser AAAAMMDD"
               EXIT PARAGRAPH
           END-IF.

           IF fecha-realizacion > fecha-hoy
               DISPLAY "La fecha de realizacion no puede ser futura"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO fecha-invalida.

       LISTAR-FORMACION-EMPLEADO.
           DISPLAY "ID del empleado: ".
           ACCEPT que-id.

           MOVE 0 TO total-listados.
           MOVE que-id TO fe-empleados-id.
           MOVE SPACES TO fe-curso-id.
           MOVE 0 TO fe-fecha-realizacion.
           START formacion-archivo KEY IS NOT LESS THAN fe-clave
               INVALID KEY
                   DISPLAY "Sin cursos registrados para: " que-id
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM LISTAR-UN-CURSO-REALIZADO
           UNTIL si-no = "N".

           DISPLAY "Cursos realizados: " total-listados.

       LISTAR-UN-CURSO-REALIZADO.
           READ formacion-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF fe-empleados-id NOT = que-id
                       MOVE "N" TO si-no
                   ELSE
                       ADD 1 TO total-listados
                       MOVE SPACES TO marca-caducidad
                       IF fe-fecha-caducidad > 0
                       AND fe-fecha-caducidad < fecha-hoy
                           MOVE "CADUCADO" TO marca-caducidad
                       END-IF
                       DISPLAY fe-curso-id " realizado "
                           fe-fecha-realizacion " caduca "
                           fe-fecha-caducidad " " marca-caducidad
                   END-IF
           END-READ.

       END PROGRAM "MANTENIMIENTO_FORMACION".
