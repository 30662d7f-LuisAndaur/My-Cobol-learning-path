      ******************************************************************
      * Author:
      * Date:
      * Purpose: Excepciones diarias del cuadrante de turnos.  Para
      *          la fecha pedida (vacio = ayer) cruza el cuadrante
      *          planificado de cuadrantes.dat con los fichajes de
      *          asistencia.dat y lista por el escritor de spool:
      *          los empleados con turno que no ficharon ni tienen
      *          ausencia justificada ese dia, los que entraron mas
      *          tarde que el inicio del turno mas la tolerancia
      *          pedida en minutos (vacio = 10), con los minutos de
      *          retraso, y los fichajes de presencia de empleados
      *          que no tenian turno planificado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EXCEPCIONES_TURNOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *CUADRANTE PLANIFICADO, SOLO LECTURA
       SELECT cuadrantes-archivo
       ASSIGN TO "cuadrantes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cua-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuadrantes.

      *REGISTRO DE ASISTENCIA, SOLO LECTURA
       SELECT asistencia-archivo
       ASSIGN TO "asistencia.dat"
       ORGANIZATION IS SEQUENTIAL
       FILE STATUS IS estado-asistencia.

      *ARCHIVO DE ASIGNACIONES, SOLO PARA EL DEPARTAMENTO VIGENTE
       SELECT asignaciones-archivo
       ASSIGN TO "asignaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS asig-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-asignaciones.

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
      *CUADRANTE PLANIFICADO
       FD cuadrantes-archivo.
           COPY "CUADRANTE-REGISTRO.CPY".

      *REGISTRO DE ASISTENCIA
       FD asistencia-archivo.
           COPY "ASISTENCIA-REGISTRO.CPY".

      *ARCHIVO DE ASIGNACIONES
       FD asignaciones-archivo.
           COPY "ASIGNACION-REGISTRO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  si-no                       PIC X VALUE "S".
       77  estado-cuadrantes           PIC X(02) VALUE "00".
       77  estado-asistencia           PIC X(02) VALUE "00".
       77  estado-asignaciones         PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  hay-asignaciones            PIC X VALUE "N".
       77  fecha-sistema               PIC X(21).
       77  fecha-hoy                   PIC 9(8) VALUE 0.
       77  fecha-pedida                PIC 9(8) VALUE 0.
       77  dias-enteros                PIC S9(8) VALUE 0.
       77  tolerancia-minutos          PIC 9(3) VALUE 0.
       77  minutos-inicio              PIC S9(5) VALUE 0.
       77  minutos-entrada             PIC S9(5) VALUE 0.
       77  minutos-retraso             PIC S9(5) VALUE 0.
       77  ix-fic                      PIC 9(4) VALUE 0.
       77  fic-hallado                 PIC 9(4) VALUE 0.
       77  ix-exc                      PIC 9(4) VALUE 0.
       77  tipo-listado                PIC 9 VALUE 0.
       77  listados-tipo               PIC 9(4) VALUE 0.
       77  leyendo-asignaciones        PIC X VALUE "S".
       77  que-id                      PIC X(7) VALUE SPACES.
       77  depto-hallado               PIC X(4) VALUE SPACES.
       77  total-turnos                PIC 9(5) VALUE 0.
       77  total-no-presentados        PIC 9(5) VALUE 0.
       77  total-retrasos              PIC 9(5) VALUE 0.
       77  total-sin-turno             PIC 9(5) VALUE 0.
       01  hora-desglose.
           05  hd-hora                 PIC 9(2).
           05  hd-minuto               PIC 9(2).

      *    CAMPOS PARA SERVICIOS-FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

      *    FICHAJES DEL DIA; EL INDICADOR QUEDA EN "S" CUANDO EL
      *    FICHAJE CASA CON UN TURNO DEL CUADRANTE
       77  total-fichajes              PIC 9(4) VALUE 0.
       01  tabla-fichajes.
           05  entrada-fichaje OCCURS 3000 TIMES.
               10  tfi-empleados-id    PIC X(7).
               10  tfi-hora-entrada    PIC 9(4).
               10  tfi-tipo            PIC X.
                   88  tfi-presencia   VALUE "P" " ".
               10  tfi-con-turno       PIC X.

      *    EXCEPCIONES: 1 = NO PRESENTADO, 2 = RETRASO, 3 = FICHAJE
      *    SIN TURNO PLANIFICADO
       77  total-excepciones           PIC 9(4) VALUE 0.
       01  tabla-excepciones.
           05  entrada-excepcion OCCURS 3000 TIMES.
               10  tex-tipo            PIC 9.
               10  tex-empleados-id    PIC X(7).
               10  tex-depto-id        PIC X(4).
               10  tex-turno           PIC X(3).
               10  tex-hora-inicio     PIC 9(4).
               10  tex-hora-entrada    PIC 9(4).
               10  tex-minutos         PIC 9(4).

      *    CAMPOS PARA EL ESCRITOR DE SPOOL
       77  spool-operacion             PIC X VALUE "A".
       77  spool-reporte               PIC X(30) VALUE SPACES.
       77  spool-operador              PIC X(7) VALUE "RRHH".
       77  spool-parametros            PIC X(40) VALUE SPACES.
       77  spool-copias                PIC 9(2) VALUE 1.
       77  spool-linea-env             PIC X(132) VALUE SPACES.
       77  spool-archivo               PIC X(60) VALUE SPACES.
       77  spool-resultado             PIC X VALUE "S".

       01  titulo-excepciones.
           05  FILLER                  PIC X(26)
               VALUE "EXCEPCIONES DE TURNOS DEL ".
           05  te-fecha                PIC 9(8).
           05  FILLER                  PIC X(13)
               VALUE "  TOLERANCIA ".
           05  te-tolerancia           PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE " MIN".

       01  linea-excepcion.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  le-empleados-id         PIC X(7).
           05  FILLER                  PIC X VALUE SPACE.
           05  le-nombre               PIC X(40).
           05  FILLER                  PIC X VALUE SPACE.
           05  le-depto-id             PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  le-turno                PIC X(3).
           05  FILLER                  PIC X VALUE SPACE.
           05  le-hora-inicio          PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  le-hora-entrada         PIC X(4).
           05  FILLER                  PIC X VALUE SPACE.
           05  le-minutos              PIC Z.ZZ9.

       01  linea-total-excepciones.
           05  lte-leyenda             PIC X(30).
           05  lte-cantidad            PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO fecha-sistema.
           MOVE fecha-sistema(1:8) TO fecha-hoy.

           PERFORM OBTENER-PARAMETROS.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           MOVE "S" TO si-no.
           PERFORM CARGAR-FICHAJE
           UNTIL si-no = "N".

           MOVE fecha-pedida TO cua-fecha.
           MOVE LOW-VALUES TO cua-empleados-id.
           START cuadrantes-archivo KEY IS NOT LESS THAN cua-clave
               INVALID KEY
                   MOVE "N" TO si-no
               NOT INVALID KEY
                   MOVE "S" TO si-no
           END-START.
           PERFORM REVISAR-TURNO-PLANIFICADO
           UNTIL si-no = "N".

           MOVE 0 TO ix-fic.
           PERFORM REVISAR-FICHAJE-SIN-TURNO
           UNTIL ix-fic >= total-fichajes.

           PERFORM IMPRIMIR-EXCEPCIONES.

           DISPLAY "Turnos planificados...: " total-turnos.
           DISPLAY "No presentados........: " total-no-presentados.
           DISPLAY "Retrasos..............: " total-retrasos.
           DISPLAY "Fichajes sin turno....: " total-sin-turno.
           DISPLAY "Excepciones encoladas en " spool-archivo.
           PERFORM FINALIZA-PROGRAMA.

           FINALIZA-PROGRAMA.
           PERFORM PROCEDIMIENTO-DE-CIERRE.
           GOBACK.

       OBTENER-PARAMETROS.
           DISPLAY "Fecha a revisar (AAAAMMDD, vacio = ayer): ".
           ACCEPT fecha-pedida.
           IF fecha-pedida NOT = 0
               MOVE "V" TO sf-operacion
               MOVE fecha-pedida TO sf-fecha-1
               MOVE 0 TO sf-fecha-2
               CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
                   sf-fecha-2 sf-resultado-num sf-resultado
               IF sf-resultado NOT = "S"
                   DISPLAY "Fecha invalida, se revisa ayer: "
                       fecha-pedida
                   MOVE 0 TO fecha-pedida
               END-IF
           END-IF.
           IF fecha-pedida = 0
               COMPUTE dias-enteros =
                   FUNCTION INTEGER-OF-DATE(fecha-hoy) - 1
               COMPUTE fecha-pedida =
                   FUNCTION DATE-OF-INTEGER(dias-enteros)
           END-IF.

           DISPLAY "Tolerancia de entrada en minutos (vacio = 10): ".
           ACCEPT tolerancia-minutos.
           IF tolerancia-minutos = 0
               MOVE 10 TO tolerancia-minutos
           END-IF.

       PROCEDIMIENTO-DE-APERTURA.
           MOVE "EXCEPCIONES_TURNOS" TO spool-reporte.
           MOVE SPACES TO spool-parametros.
           STRING "FECHA " fecha-pedida " TOLERANCIA "
               tolerancia-minutos " MIN"
               DELIMITED BY SIZE INTO spool-parametros.
           MOVE "A" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

           OPEN INPUT cuadrantes-archivo.
           IF estado-cuadrantes NOT = "00"
               DISPLAY "No se pudo abrir cuadrantes.dat, estado: "
                   estado-cuadrantes
               MOVE 8 TO RETURN-CODE
               PERFORM FINALIZA-PROGRAMA
           END-IF.

           OPEN INPUT asistencia-archivo.
           IF estado-asistencia NOT = "00"
               DISPLAY "No se pudo abrir asistencia.dat, estado: "
                   estado-asistencia
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

           OPEN INPUT asignaciones-archivo.
           IF estado-asignaciones = "00"
               MOVE "S" TO hay-asignaciones
           ELSE
               MOVE "N" TO hay-asignaciones
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           IF estado-cuadrantes = "00"
               CLOSE cuadrantes-archivo
           END-IF.
           IF estado-asistencia = "00"
               CLOSE asistencia-archivo
           END-IF.
           IF estado-empleados = "00"
               CLOSE empleados-archivo
           END-IF.
           IF hay-asignaciones = "S"
               CLOSE asignaciones-archivo
           END-IF.

           MOVE "C" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       CARGAR-FICHAJE.
           READ asistencia-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF asis-fecha NOT = fecha-pedida
               EXIT PARAGRAPH
           END-IF.

           IF total-fichajes >= 3000
               DISPLAY "Tabla de fichajes desbordada"
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-fichajes.
           MOVE asis-empleados-id TO tfi-empleados-id(total-fichajes).
           MOVE asis-hora-entrada TO tfi-hora-entrada(total-fichajes).
           MOVE asis-tipo TO tfi-tipo(total-fichajes).
           MOVE "N" TO tfi-con-turno(total-fichajes).

      *    EL ARCHIVO VA POR FECHA + EMPLEADO: SE LEE MIENTRAS SEA
      *    LA FECHA PEDIDA.  UNA AUSENCIA JUSTIFICADA ESE DIA NO ES
      *    EXCEPCION: SE MARCA Y SE SIGUE.
       REVISAR-TURNO-PLANIFICADO.
           READ cuadrantes-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
                   EXIT PARAGRAPH
           END-READ.
           IF cua-fecha NOT = fecha-pedida
               MOVE "N" TO si-no
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-turnos.

           MOVE 0 TO fic-hallado.
           MOVE 0 TO ix-fic.
           PERFORM BUSCAR-FICHAJE
           UNTIL fic-hallado NOT = 0
               OR ix-fic >= total-fichajes.

           IF fic-hallado = 0
               MOVE 1 TO tipo-listado
               PERFORM AGREGAR-EXCEPCION-TURNO
               ADD 1 TO total-no-presentados
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ix-fic.
           PERFORM MARCAR-FICHAJE-EMPLEADO
           UNTIL ix-fic >= total-fichajes.
           IF NOT tfi-presencia(fic-hallado)
               EXIT PARAGRAPH
           END-IF.

           MOVE cua-hora-inicio TO hora-desglose.
           COMPUTE minutos-inicio = hd-hora * 60 + hd-minuto.
           MOVE tfi-hora-entrada(fic-hallado) TO hora-desglose.
           COMPUTE minutos-entrada = hd-hora * 60 + hd-minuto.
           COMPUTE minutos-retraso = minutos-entrada - minutos-inicio.
           IF minutos-retraso > tolerancia-minutos
               MOVE 2 TO tipo-listado
               PERFORM AGREGAR-EXCEPCION-TURNO
               ADD 1 TO total-retrasos
           END-IF.

      *    EL TURNO SE MIDE CONTRA EL PRIMER FICHAJE DEL EMPLEADO
      *    ESE DIA; TODOS SUS FICHAJES QUEDAN CON TURNO
       BUSCAR-FICHAJE.
           ADD 1 TO ix-fic.
           IF tfi-empleados-id(ix-fic) = cua-empleados-id
               MOVE ix-fic TO fic-hallado
           END-IF.

       MARCAR-FICHAJE-EMPLEADO.
           ADD 1 TO ix-fic.
           IF tfi-empleados-id(ix-fic) = cua-empleados-id
               MOVE "S" TO tfi-con-turno(ix-fic)
           END-IF.

       AGREGAR-EXCEPCION-TURNO.
           IF total-excepciones >= 3000
               DISPLAY "Tabla de excepciones desbordada"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO total-excepciones.
           MOVE tipo-listado TO tex-tipo(total-excepciones).
           MOVE cua-empleados-id TO tex-empleados-id(total-excepciones).
           MOVE cua-depto-id TO tex-depto-id(total-excepciones).
           MOVE cua-turno-codigo TO tex-turno(total-excepciones).
           MOVE cua-hora-inicio TO tex-hora-inicio(total-excepciones).
           IF tipo-listado = 2
               MOVE tfi-hora-entrada(fic-hallado)
                   TO tex-hora-entrada(total-excepciones)
               MOVE minutos-retraso TO tex-minutos(total-excepciones)
           ELSE
               MOVE 0 TO tex-hora-entrada(total-excepciones)
               MOVE 0 TO tex-minutos(total-excepciones)
           END-IF.

       REVISAR-FICHAJE-SIN-TURNO.
           ADD 1 TO ix-fic.
           IF tfi-con-turno(ix-fic) = "S"
           OR NOT tfi-presencia(ix-fic)
               EXIT PARAGRAPH
           END-IF.

           IF total-excepciones >= 3000
               DISPLAY "Tabla de excepciones desbordada"
               EXIT PARAGRAPH
           END-IF.
           MOVE tfi-empleados-id(ix-fic) TO que-id.
           PERFORM BUSCAR-DEPTO-VIGENTE.

           ADD 1 TO total-sin-turno.
           ADD 1 TO total-excepciones.
           MOVE 3 TO tex-tipo(total-excepciones).
           MOVE que-id TO tex-empleados-id(total-excepciones).
           MOVE depto-hallado TO tex-depto-id(total-excepciones).
           MOVE SPACES TO tex-turno(total-excepciones).
           MOVE 0 TO tex-hora-inicio(total-excepciones).
           MOVE tfi-hora-entrada(ix-fic)
               TO tex-hora-entrada(total-excepciones).
           MOVE 0 TO tex-minutos(total-excepciones).

       BUSCAR-DEPTO-VIGENTE.
           MOVE SPACES TO depto-hallado.
           IF hay-asignaciones = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO asig-empleados-id.
           MOVE 0 TO asig-fecha-desde.
           START asignaciones-archivo KEY IS NOT LESS THAN asig-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-asignaciones.
           PERFORM LEER-ASIGNACION-EMPLEADO
           UNTIL leyendo-asignaciones = "N".

       LEER-ASIGNACION-EMPLEADO.
           READ asignaciones-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-asignaciones
               NOT AT END
                   IF asig-empleados-id NOT = que-id
                       MOVE "N" TO leyendo-asignaciones
                   ELSE
                       IF asig-fecha-hasta = 0
                           MOVE asig-depto-id TO depto-hallado
                       END-IF
                   END-IF
           END-READ.

       IMPRIMIR-EXCEPCIONES.
           MOVE fecha-pedida TO te-fecha.
           MOVE tolerancia-minutos TO te-tolerancia.
           MOVE titulo-excepciones TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

           MOVE 1 TO tipo-listado.
           MOVE "NO PRESENTADOS (TURNO SIN FICHAJE NI AUSENCIA)"
               TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-EXCEPCION.
           MOVE 2 TO tipo-listado.
           MOVE "RETRASOS SOBRE LA TOLERANCIA (MINUTOS)"
               TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-EXCEPCION.
           MOVE 3 TO tipo-listado.
           MOVE "FICHAJES SIN TURNO PLANIFICADO" TO spool-linea-env.
           PERFORM IMPRIMIR-TIPO-EXCEPCION.

           MOVE SPACES TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "TURNOS PLANIFICADOS..........:" TO lte-leyenda.
           MOVE total-turnos TO lte-cantidad.
           MOVE linea-total-excepciones TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "NO PRESENTADOS...............:" TO lte-leyenda.
           MOVE total-no-presentados TO lte-cantidad.
           MOVE linea-total-excepciones TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "RETRASOS.....................:" TO lte-leyenda.
           MOVE total-retrasos TO lte-cantidad.
           MOVE linea-total-excepciones TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.
           MOVE "FICHAJES SIN TURNO...........:" TO lte-leyenda.
           MOVE total-sin-turno TO lte-cantidad.
           MOVE linea-total-excepciones TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

      *    LA LEYENDA DEL BLOQUE LA DEJA EL LLAMADOR EN LA LINEA DE
      *    SPOOL; SOLO SE IMPRIME SI EL BLOQUE TIENE ALGUNA EXCEPCION
       IMPRIMIR-TIPO-EXCEPCION.
           MOVE 0 TO listados-tipo.
           MOVE 0 TO ix-exc.
           PERFORM IMPRIMIR-EXCEPCION
           UNTIL ix-exc >= total-excepciones.

       IMPRIMIR-EXCEPCION.
           ADD 1 TO ix-exc.
           IF tex-tipo(ix-exc) NOT = tipo-listado
               EXIT PARAGRAPH
           END-IF.

           IF listados-tipo = 0
               PERFORM ENVIAR-LINEA-SPOOL
           END-IF.
           ADD 1 TO listados-tipo.

           MOVE tex-empleados-id(ix-exc) TO le-empleados-id.
           MOVE SPACES TO le-nombre.
           MOVE tex-empleados-id(ix-exc) TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   MOVE "(DESCONOCIDO)" TO le-nombre
               NOT INVALID KEY
                   STRING empleados-nombre DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       empleados-apellidos DELIMITED BY SIZE
                       INTO le-nombre
           END-READ.

           MOVE tex-depto-id(ix-exc) TO le-depto-id.
           MOVE tex-turno(ix-exc) TO le-turno.
           IF tipo-listado = 3
               MOVE SPACES TO le-hora-inicio
           ELSE
               MOVE tex-hora-inicio(ix-exc) TO le-hora-inicio
           END-IF.
           IF tipo-listado = 1
               MOVE SPACES TO le-hora-entrada
           ELSE
               MOVE tex-hora-entrada(ix-exc) TO le-hora-entrada
           END-IF.
           MOVE tex-minutos(ix-exc) TO le-minutos.

           MOVE linea-excepcion TO spool-linea-env.
           PERFORM ENVIAR-LINEA-SPOOL.

       ENVIAR-LINEA-SPOOL.
           MOVE "L" TO spool-operacion.
           CALL "ESCRITOR-SPOOL" USING spool-operacion
               spool-reporte spool-operador spool-parametros
               spool-copias spool-linea-env spool-archivo
               spool-resultado.

       END PROGRAM "EXCEPCIONES_TURNOS".
