      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alertas mensuales de formacion obligatoria.  Del
      *          registro de cursos realizados toma el ultimo de
      *          cada curso de cada empleado no inactivo y lista los
      *          que caducan en los proximos 60 dias y los ya
      *          caducados; cruzando las asignaciones vigentes con
      *          los certificados obligatorios de cada puesto lista
      *          ademas a los empleados activos que no tienen un
      *          certificado que su puesto exige.  Todo sale por el
      *          escritor de spool agrupado por departamento (los
      *          empleados sin asignacion vigente al final), con el
      *          nombre del empleado y la descripcion del curso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ALERTAS_CERTIFICADOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CURSOS REALIZADOS POR LOS EMPLEADOS, SOLO LECTURA
       SELECT formacion-archivo
       ASSIGN TO "formacion-empleados.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS fe-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-formacion.

      *CATALOGO DE CURSOS, SOLO LECTURA
       SELECT cursos-archivo
       ASSIGN TO "cursos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS curso-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cursos.

      *CERTIFICADOS OBLIGATORIOS POR PUESTO, SOLO LECTURA
       SELECT puestos-cursos
       ASSIGN TO "puestos-cursos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS pc-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-requisitos.

      *ARCHIVO DE ASIGNACIONES CON HISTORIAL, SOLO LECTURA
       SELECT asignaciones-archivo
       ASSIGN TO "asignaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS asig-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-asignaciones.

      *MAESTRO DE DEPARTAMENTOS, SOLO LECTURA
       SELECT departamentos-archivo
       ASSIGN TO "departamentos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS depto-id
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-deptos.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

       DATA DIVISION.
       FILE SECTION.
      *CURSOS REALIZADOS
       FD formacion-archivo.
           COPY "FORMACION-EMPLEADO.CPY".

      *CATALOGO DE CURSOS
       FD cursos-archivo.
           COPY "CURSO-REGISTRO.CPY".

      *CERTIFICADOS OBLIGATORIOS POR PUESTO
       FD puestos-cursos.
           COPY "PUESTO-CURSO.CPY".

      *ARCHIVO DE ASIGNACIONES
       FD asignaciones-archivo.
           COPY "ASIGNACION-REGISTRO.CPY".

      *MAESTRO DE DEPARTAMENTOS
       FD departamentos-archivo.
           COPY "DEPARTAMENTO-REGISTRO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-formacion            PIC X(02) VALUE "00".
       77  estado-cursos               PIC X(02) VALUE "00".
       77  estado-requisitos           PIC X(02) VALUE "00".
       77  estado-asignaciones         PIC X(02) VALUE "00".
       77  estado-deptos               PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  hay-formacion               PIC X VALUE "N".
       77  hay-cursos                  PIC X VALUE "N".
       77  hay-requisitos              PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  dias-aviso                  PIC 9(3) VALUE 60.

      *    ULTIMA REALIZACION DEL GRUPO EMPLEADO + CURSO QUE SE
      *    ESTA LEYENDO
       77  hay-ultimo                  PIC X VALUE "N".
       77  ultimo-empleados-id         PIC X(7) VALUE SPACES.
       77  ultimo-curso-id             PIC X(6) VALUE SPACES.
       77  ultimo-caducidad            PIC 9(8) VALUE 0.

      *    BUSQUEDAS
       77  que-id                      PIC X(7) VALUE SPACES.
       77  que-puesto                  PIC X(4) VALUE SPACES.
       77  que-curso                   PIC X(6) VALUE SPACES.
       77  depto-hallado               PIC X(4) VALUE SPACES.
       77  curso-hallado               PIC X VALUE "N".
       77  leyendo-requisitos          PIC X VALUE "S".
       77  ix-asg                      PIC 9(4) VALUE 0.
       77  ix-hz                       PIC 9(4) VALUE 0.
       77  tipo-listado                PIC 9 VALUE 0.
       77  depto-listado               PIC X(4) VALUE SPACES.
       77  hallazgos-depto             PIC 9(4) VALUE 0.
       77  total-caducan               PIC 9(5) VALUE 0.
       77  total-caducados             PIC 9(5) VALUE 0.
       77  total-faltan                PIC 9(5) VALUE 0.

      *    CAMPOS PARA SERVICIOS-FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    ASIGNACIONES VIGENTES (FECHA HASTA EN CERO), EN ORDEN DE
      *    EMPLEADO COMO EL ARCHIVO
       77  total-asignados             PIC 9(4) VALUE 0.
       01  tabla-asignados.
           05  entrada-asignado OCCURS 3000 TIMES.
               10  tas-empleados-id    PIC X(7).
               10  tas-depto-id        PIC X(4).
               10  tas-puesto-id       PIC X(4).

      *    HALLAZGOS: 1 = CADUCA PRONTO, 2 = CADUCADO, 3 = FALTA
      *    UN CERTIFICADO OBLIGATORIO DEL PUESTO
       77  total-hallazgos             PIC 9(4) VALUE 0.
       01  tabla-hallazgos.
           05  entrada-hallazgo OCCURS 3000 TIMES.
               10  thz-depto-id        PIC X(4).
               10  thz-tipo            PIC 9.
               10  thz-empleados-id    PIC X(7).
               10  thz-curso-id        PIC X(6).
               10  thz-caducidad       PIC 9(8).
               10  thz-dias            PIC S9(5).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "RRHH".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-alertas.
           05  FILLER                  PIC X(27)
               VALUE "ALERTAS DE CERTIFICADOS AL ".
           05  ta-fecha                PIC 9(8).

       01  linea-departamento.
           05  FILLER                  PIC X(11) VALUE "DEPARTAM.: ".
           05  ldp-depto-id            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ldp-nombre              PIC X(30).

       01  linea-alerta.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  la-empleados-id         PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  la-nombre               PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  la-curso-id             PIC X(6).
           05  FILLER                  PIC X VALUE SPACE.
           05  la-descripcion          PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  la-caducidad            PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  la-dias                 PIC -----9.

       01  linea-total-alertas.
           05  lta-leyenda             PIC X(30).
           05  lta-cantidad            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "S" TO si-no.
           PERFORM CARGAR-ASIGNADO
           UNTIL si-no = "N".

           IF hay-formacion = "S"
               MOVE "N" TO hay-ultimo
               MOVE "S" TO si-no
               PERFORM REVISAR-CURSO-REALIZADO
               UNTIL si-no = "N"
               IF hay-ultimo = "S"
                   PERFORM EVALUAR-ULTIMO-CURSO
               END-IF
           END-IF.

           IF hay-requisitos = "S"
               MOVE 0 TO ix-asg
               PERFORM REVISAR-REQUISITOS-ASIGNADO
               UNTIL ix-asg >= total-asignados
           END-IF.

           PERFORM IMPRIMIR-ALERTAS.

           DISPLAY "Caducan en " dias-aviso " dias..: " total-caducan.
           DISPLAY "Caducados.............: " total-caducados.
           DISPLAY "Obligatorios que faltan: " total-faltan.
           DISPLAY "Alertas encoladas en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "ALERTAS_CERTIFICADOS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "FECHA " fecha-hoy " AVISO " dias-aviso " DIAS"
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT asignaciones-archivo.
           IF estado-asignaciones NOT = "00"
               DISPLAY "No se pudo abrir asignaciones.dat, estado: "
                   estado-asignaciones
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT departamentos-archivo.
           IF estado-deptos NOT = "00"
               DISPLAY "No se pudo abrir departamentos.dat, estado: "
                   estado-deptos
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT formacion-archivo.
           IF estado-formacion = "00"
               MOVE "S" TO hay-formacion
           ELSE
               MOVE "N" TO hay-formacion
               DISPLAY "Sin formacion-empleados.dat, ningun curso "
                   "registrado"
           END-IF.

           OPEN INPUT cursos-archivo.
           IF estado-cursos = "00"
               MOVE "S" TO hay-cursos
           ELSE
               MOVE "N" TO hay-cursos
           END-IF.

           OPEN INPUT puestos-cursos.
           IF estado-requisitos = "00"
               MOVE "S" TO hay-requisitos
           ELSE
               MOVE "N" TO hay-requisitos
               DISPLAY "Sin puestos-cursos.dat, ningun puesto exige "
                   "certificados"
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-asignaciones = "00"
               CLOSE asignaciones-archivo
           END-IF.
           IF estado-deptos = "00"
               CLOSE departamentos-archivo
           END-IF.
           IF estado-empleados = "00"
               CLOSE empleados-archivo
           END-IF.
           IF hay-formacion = "S"
               CLOSE formacion-archivo
           END-IF.
           IF hay-cursos = "S"
               CLOSE cursos-archivo
           END-IF.
           IF hay-requisitos = "S"
               CLOSE puestos-cursos
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-ASIGNADO.
           READ asignaciones-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF asig-fecha-hasta = 0
                       IF total-asignados >= 3000
                           DISPLAY "Tabla de asignaciones desbordada"
                           MOVE "N" TO si-no
                       ELSE
                           ADD 1 TO total-asignados
                           MOVE asig-empleados-id
                               TO tas-empleados-id(total-asignados)
                           MOVE asig-depto-id
                               TO tas-depto-id(total-asignados)
                           MOVE asig-puesto-id
                               TO tas-puesto-id(total-asignados)
                       END-IF
                   END-IF
           END-READ.

      *    EL ARCHIVO VIENE POR EMPLEADO + CURSO + FECHA: AL CAMBIAR
      *    DE EMPLEADO O DE CURSO, EL REGISTRO GUARDADO ES LA ULTIMA
      *    REALIZACION DEL GRUPO Y ES LA QUE SE EVALUA.
       REVISAR-CURSO-REALIZADO.
           READ formacion-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   IF hay-ultimo = "S"
                   AND (fe-empleados-id NOT = ultimo-empleados-id
                       OR fe-curso-id NOT = ultimo-curso-id)
                       PERFORM EVALUAR-ULTIMO-CURSO
                   END-IF
                   MOVE "S" TO hay-ultimo
                   MOVE fe-empleados-id TO ultimo-empleados-id
                   MOVE fe-curso-id TO ultimo-curso-id
                   MOVE fe-fecha-caducidad TO ultimo-caducidad
           END-READ.

       EVALUAR-ULTIMO-CURSO.
           IF ultimo-caducidad = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ultimo-empleados-id TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF empleados-inactivo
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO sf-operacion.
           MOVE fecha-hoy TO sf-fecha-1.
           MOVE ultimo-caducidad TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.

           IF sf-resultado-num > dias-aviso
               EXIT PARAGRAPH
           END-IF.

           MOVE ultimo-empleados-id TO que-id.
           PERFORM UBICAR-DEPARTAMENTO.

           IF total-hallazgos >= 3000
               DISPLAY "Tabla de alertas desbordada"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-hallazgos.
           MOVE depto-hallado TO thz-depto-id(total-hallazgos).
           MOVE ultimo-empleados-id
               TO thz-empleados-id(total-hallazgos).
           MOVE ultimo-curso-id TO thz-curso-id(total-hallazgos).
           MOVE ultimo-caducidad TO thz-caducidad(total-hallazgos).
           MOVE sf-resultado-num TO thz-dias(total-hallazgos).
           IF sf-resultado-num < 0
               MOVE 2 TO thz-tipo(total-hallazgos)
               ADD 1 TO total-caducados
           ELSE
               MOVE 1 TO thz-tipo(total-hallazgos)
               ADD 1 TO total-caducan
           END-IF.

       UBICAR-DEPARTAMENTO.
           MOVE SPACES TO depto-hallado.
           MOVE 0 TO ix-asg.
           PERFORM PROBAR-ASIGNADO
           UNTIL depto-hallado NOT = SPACES
               OR ix-asg >= total-asignados.

       PROBAR-ASIGNADO.
           ADD 1 TO ix-asg.
           IF tas-empleados-id(ix-asg) = que-id
               MOVE tas-depto-id(ix-asg) TO depto-hallado
           END-IF.

      *    SOLO LOS ACTIVOS: QUIEN ESTA DE BAJA TEMPORAL RENOVARA AL
      *    VOLVER.  UN CERTIFICADO YA CADUCADO SALE COMO CADUCADO,
      *    NO COMO FALTANTE.
       REVISAR-REQUISITOS-ASIGNADO.
           ADD 1 TO ix-asg.

           MOVE tas-empleados-id(ix-asg) TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT empleados-activo
               EXIT PARAGRAPH
           END-IF.

           MOVE tas-empleados-id(ix-asg) TO que-id.
           MOVE tas-puesto-id(ix-asg) TO que-puesto.
           MOVE que-puesto TO pc-puesto-id.
           MOVE SPACES TO pc-curso-id.
           START puestos-cursos KEY IS NOT LESS THAN pc-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-requisitos.
           PERFORM REVISAR-UN-REQUISITO
           UNTIL leyendo-requisitos = "N".

       REVISAR-UN-REQUISITO.
           READ puestos-cursos NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-requisitos
                   EXIT PARAGRAPH
           END-READ.
           IF pc-puesto-id NOT = que-puesto
               MOVE "N" TO leyendo-requisitos
               EXIT PARAGRAPH
           END-IF.

           MOVE pc-curso-id TO que-curso.
           PERFORM BUSCAR-CURSO-EMPLEADO.
           IF curso-hallado = "S"
               EXIT PARAGRAPH
           END-IF.

           IF total-hallazgos >= 3000
               DISPLAY "Tabla de alertas desbordada"
               MOVE "N" TO leyendo-requisitos
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-hallazgos.
           ADD 1 TO total-faltan.
           MOVE tas-depto-id(ix-asg) TO thz-depto-id(total-hallazgos).
           MOVE 3 TO thz-tipo(total-hallazgos).
           MOVE que-id TO thz-empleados-id(total-hallazgos).
           MOVE que-curso TO thz-curso-id(total-hallazgos).
           MOVE 0 TO thz-caducidad(total-hallazgos).
           MOVE 0 TO thz-dias(total-hallazgos).

       BUSCAR-CURSO-EMPLEADO.
           MOVE "N" TO curso-hallado.
           IF hay-formacion = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO fe-empleados-id.
           MOVE que-curso TO fe-curso-id.
           MOVE 0 TO fe-fecha-realizacion.
           START formacion-archivo KEY IS NOT LESS THAN fe-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ formacion-archivo NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF fe-empleados-id = que-id
           AND fe-curso-id = que-curso
               MOVE "S" TO curso-hallado
           END-IF.

      *    UN BLOQUE POR DEPARTAMENTO DEL MAESTRO Y, AL FINAL, EL DE
      *    LOS EMPLEADOS SIN ASIGNACION VIGENTE
       IMPRIMIR-ALERTAS.
           MOVE fecha-hoy TO ta-fecha.
           MOVE titulo-alertas TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE LOW-VALUES TO depto-id.
           START departamentos-archivo KEY IS NOT LESS THAN depto-id
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-START.
           PERFORM IMPRIMIR-SIGUIENTE-DEPTO
           UNTIL si-no = "N".

           MOVE SPACES TO depto-listado.
           MOVE "(SIN ASIGNACION VIGENTE)" TO ldp-nombre.
           PERFORM IMPRIMIR-DEPARTAMENTO.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "CADUCAN EN 60 DIAS...........:" TO lta-leyenda.
           MOVE total-caducan TO lta-cantidad.
           MOVE linea-total-alertas TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "CADUCADOS....................:" TO lta-leyenda.
           MOVE total-caducados TO lta-cantidad.
           MOVE linea-total-alertas TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "OBLIGATORIOS QUE FALTAN......:" TO lta-leyenda.
           MOVE total-faltan TO lta-cantidad.
           MOVE linea-total-alertas TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       IMPRIMIR-SIGUIENTE-DEPTO.
           READ departamentos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   MOVE depto-id TO depto-listado
                   MOVE depto-nombre TO ldp-nombre
                   PERFORM IMPRIMIR-DEPARTAMENTO
           END-READ.

       IMPRIMIR-DEPARTAMENTO.
           MOVE 0 TO hallazgos-depto.
           MOVE 0 TO ix-hz.
           PERFORM CONTAR-HALLAZGO-DEPTO
           UNTIL ix-hz >= total-hallazgos.
           IF hallazgos-depto = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE depto-listado TO ldp-depto-id.
           MOVE linea-departamento TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 1 TO tipo-listado.
           MOVE "  CADUCAN EN LOS PROXIMOS 60 DIAS" TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-HALLAZGO.
           MOVE 2 TO tipo-listado.
           MOVE "  CADUCADOS" TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-HALLAZGO.
           MOVE 3 TO tipo-listado.
           MOVE "  FALTA UN CERTIFICADO OBLIGATORIO DEL PUESTO"
               TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-HALLAZGO.

       CONTAR-HALLAZGO-DEPTO.
           ADD 1 TO ix-hz.
           IF thz-depto-id(ix-hz) = depto-listado
               ADD 1 TO hallazgos-depto
           END-IF.

      *    LA LEYENDA DEL BLOQUE LA DEJA EL LLAMADOR EN LA LINEA DE
      *    SPOOL; SOLO SE IMPRIME SI EL BLOQUE TIENE ALGUNA ALERTA
       IMPRIMIR-TIPO-HALLAZGO.
           MOVE 0 TO hallazgos-depto.
           MOVE 0 TO ix-hz.
           PERFORM IMPRIMIR-HALLAZGO
           UNTIL ix-hz >= total-hallazgos.

       IMPRIMIR-HALLAZGO.
           ADD 1 TO ix-hz.
           IF thz-depto-id(ix-hz) NOT = depto-listado
           OR thz-tipo(ix-hz) NOT = tipo-listado
               EXIT PARAGRAPH
           END-IF.

           IF hallazgos-depto = 0
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           ADD 1 TO hallazgos-depto.

           MOVE thz-empleados-id(ix-hz) TO la-empleados-id.
           MOVE SPACES TO la-nombre.
           MOVE thz-empleados-id(ix-hz) TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO la-nombre
               NOT INVALID KEY
                   STRING empleados-nombre DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       empleados-apellidos DELIMITED BY SIZE
                       INTO la-nombre
           END-READ.

           MOVE thz-curso-id(ix-hz) TO la-curso-id.
           MOVE SPACES TO la-descripcion.
           IF hay-cursos = "S"
               MOVE thz-curso-id(ix-hz) TO curso-id
               READ cursos-archivo
                   INVALID KEY
                       MOVE "(DESCONOCIDO)" TO la-descripcion
                   NOT INVALID KEY
                       MOVE curso-descripcion TO la-descripcion
               END-READ
           END-IF.

           IF thz-tipo(ix-hz) = 3
               MOVE SPACES TO la-caducidad
               MOVE 0 TO la-dias
           ELSE
               MOVE thz-caducidad(ix-hz) TO la-caducidad
               MOVE thz-dias(ix-hz) TO la-dias
           END-IF.

           MOVE linea-alerta TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "ALERTAS_CERTIFICADOS".
