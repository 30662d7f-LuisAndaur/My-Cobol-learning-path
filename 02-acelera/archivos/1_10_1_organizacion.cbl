      *          Solo se asignan empleados existentes y activos, a
      *          departamentos y puestos activos.  Incluye el listado
      *          de asignaciones vigentes agrupado por departamento.
      *          Al asignar avisa (sin impedirlo) de cada certificado
      *          obligatorio del puesto destino que el empleado no
      *          tiene o que tendra caducado en la fecha de inicio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *CERTIFICADOS OBLIGATORIOS POR PUESTO, SOLO PARA AVISAR
       SELECT puestos-cursos
       ASSIGN TO "puestos-cursos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pc-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisitos.

      *CURSOS REALIZADOS POR LOS EMPLEADOS, SOLO PARA AVISAR
       SELECT formacion-archivo
       ASSIGN TO "formacion-empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fe-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-formacion.

       DATA DIVISION.
       FILE SECTION.
      *MAESTRO DE DEPARTAMENTOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

      *CERTIFICADOS OBLIGATORIOS POR PUESTO
       FD puestos-cursos.
           COPY "PUESTO-CURSO.CPY".

      *CURSOS REALIZADOS
       FD formacion-archivo.
           COPY "FORMACION-EMPLEADO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-org                  PIC X.
       77  salir-menu-org              PIC X VALUE "N".
           05  cv-fecha-desde          PIC 9(8).
       77  depto-listado               PIC X(4) VALUE SPACES.
       77  total-listados              PIC 9(4) VALUE 0.
       77  estado-requisitos           PIC X(02) VALUE "00".
       77  estado-formacion            PIC X(02) VALUE "00".
       77  hay-requisitos              PIC X VALUE "N".
       77  hay-formacion               PIC X VALUE "N".
       77  leyendo-requisitos          PIC X VALUE "S".
       77  leyendo-formacion           PIC X VALUE "S".
       77  curso-realizado             PIC X VALUE "N".
       77  caducidad-vigente           PIC 9(8) VALUE 0.
       77  total-avisos-formacion      PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
               STOP RUN
           END-IF.

           OPEN INPUT puestos-cursos.
           IF estado-requisitos = "00"
               MOVE "S" TO hay-requisitos
           ELSE
               MOVE "N" TO hay-requisitos
           END-IF.

           OPEN INPUT formacion-archivo.
           IF estado-formacion = "00"
               MOVE "S" TO hay-formacion
           ELSE
               MOVE "N" TO hay-formacion
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE departamentos-archivo.
           CLOSE puestos-archivo.
           CLOSE asignaciones-archivo.
           CLOSE empleados-archivo.
           IF hay-requisitos = "S"
               CLOSE puestos-cursos
           END-IF.
           IF hay-formacion = "S"
               CLOSE formacion-archivo
           END-IF.

       MOSTRAR-MENU-ORG.
           DISPLAY "===== ORGANIZACION =====".
           END-IF.

           PERFORM VALIDAR-FECHA-DESDE.
           PERFORM VERIFICAR-CERTIFICADOS.
           PERFORM CERRAR-ASIGNACION-VIGENTE.
           PERFORM GRABAR-ASIGNACION.

               END-IF
           END-PERFORM.

      *    EL PUESTO DESTINO PUEDE EXIGIR CERTIFICADOS: CADA UNO
      *    QUE EL EMPLEADO NO TIENE, O CUYA ULTIMA REALIZACION YA
      *    ESTARA CADUCADA EN LA FECHA DE INICIO, SE AVISA.  LA
      *    ASIGNACION SIGUE ADELANTE; LAS ALERTAS MENSUALES LO
      *    VOLVERAN A SENALAR MIENTRAS FALTE.
       VERIFICAR-CERTIFICADOS.
           IF hay-requisitos = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO total-avisos-formacion.
           MOVE FUNCTION UPPER-CASE(que-puesto) TO pc-puesto-id.
           MOVE SPACES TO pc-curso-id.
           START puestos-cursos KEY IS NOT LESS THAN pc-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisitos.
           PERFORM VERIFICAR-UN-REQUISITO
           UNTIL leyendo-requisitos = "N".

           IF total-avisos-formacion > 0
               DISPLAY "AVISO: " total-avisos-formacion
                   " certificado(s) obligatorio(s) del puesto sin "
                   "cubrir para " que-id
           END-IF.

       VERIFICAR-UN-REQUISITO.
           READ puestos-cursos NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisitos
                   EXIT PARAGRAPH
           END-READ.
           IF pc-puesto-id NOT = FUNCTION UPPER-CASE(que-puesto)
               MOVE "N" TO leyendo-requisitos
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO curso-realizado.
           MOVE 0 TO caducidad-vigente.
           IF hay-formacion = "S"
               MOVE que-id TO fe-empleados-id
               MOVE pc-curso-id TO fe-curso-id
               MOVE 0 TO fe-fecha-realizacion
               START formacion-archivo
                   KEY IS NOT LESS THAN fe-clave
                   INVALID KEY
                       MOVE "N" TO leyendo-formacion
                   NOT INVALID KEY
                       MOVE "S" TO leyendo-formacion
               END-START
               PERFORM LEER-REALIZACION-CURSO
               UNTIL leyendo-formacion = "N"
           END-IF.

           IF curso-realizado = "N"
               ADD 1 TO total-avisos-formacion
               DISPLAY "AVISO: el puesto exige el curso "
                   pc-curso-id " y el empleado no lo tiene"
               EXIT PARAGRAPH
           END-IF.

           IF caducidad-vigente > 0
           AND caducidad-vigente < fecha-desde-nueva
               ADD 1 TO total-avisos-formacion
               DISPLAY "AVISO: el curso " pc-curso-id
                   " que exige el puesto caduco el "
                   caducidad-vigente
           END-IF.

      *    LA ULTIMA REALIZACION DEL CURSO ES LA QUE VALE
       LEER-REALIZACION-CURSO.
           READ formacion-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-formacion
               NOT AT END
                   IF fe-empleados-id NOT = que-id
                   OR fe-curso-id NOT = pc-curso-id
                       MOVE "N" TO leyendo-formacion
                   ELSE
                       MOVE "S" TO curso-realizado
                       MOVE fe-fecha-caducidad TO caducidad-vigente
                   END-IF
           END-READ.

      *    UN TRASLADO NO BORRA NADA: LA ASIGNACION VIGENTE (LA QUE
      *    TIENE asig-fecha-hasta = 0) SE CIERRA CON LA FECHA DE
      *    INICIO DE LA NUEVA Y EL HISTORIAL QUEDA COMPLETO.
